      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator master maintenance. Keeps one record per
      *          operator (ID, name, password, role) on an indexed
      *          file keyed by operator ID, read by the sign-on step
      *          of every interactive program. Roles are ASSESSOR,
      *          TREASURY, FRONT-COUNTER and MANAGER. Sign-on locks an
      *          operator out after three failed tries in a row; only
      *          a MANAGER may add operators, change a name or role,
      *          reset a password (which also unlocks the operator),
      *          lock an operator who has left, or list the file. Any
      *          operator may change their own password. When the
      *          operator file is empty the first operator is entered
      *          without sign-on and is always a MANAGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           DATA RECORD IS OPERATOR-REC.
       01  OPERATOR-REC.
           05  OPR-ID                 PIC X(8).
           05  OPR-NAME               PIC X(26).
           05  OPR-PASSWORD           PIC X(10).
           05  OPR-ROLE               PIC X(13).
           05  OPR-FAIL-COUNT         PIC 9.
           05  OPR-LOCKED             PIC X.
           05  OPR-LAST-SIGNON-DATE   PIC 9(8).
           05  OPR-LAST-SIGNON-TIME   PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-FILE-EMPTY           PIC X     VALUE "N".
       01  WS-ENTRY-VALID          PIC X     VALUE "N".
       01  WS-MAINT-ID             PIC X(8).
       01  WS-MAINT-NAME           PIC X(26).
       01  WS-MAINT-ROLE           PIC X(13).
       01  WS-MAINT-PASSWORD       PIC X(10).
       01  WS-MAINT-PASSWORD-2     PIC X(10).
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-OPERATOR-COUNT       PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-050-GET-PARMS.
            PERFORM A-100-OPEN-OPERATOR-FILE.
            PERFORM A-110-CHECK-FILE-EMPTY.
            IF WS-FILE-EMPTY = "Y"
                PERFORM A-200-FIRST-MANAGER
            END-IF.
            CLOSE OPERATOR-FILE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-100-OPEN-OPERATOR-FILE.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 7.
            CLOSE OPERATOR-FILE.
            STOP RUN.

      *    SAME SIGN-ON AS THE OTHER INTERACTIVE PROGRAMS, EXCEPT THAT
      *    EVERY ROLE MAY CONTINUE SO AN OPERATOR CAN CHANGE THEIR OWN
      *    PASSWORD; THE MENU RESTRICTS THE REST TO MANAGER.
       A-030-SIGN-ON.
            MOVE "N" TO WS-SIGNED-ON.
            MOVE ZERO TO WS-SIGNON-TRIES.
            OPEN I-O OPERATOR-FILE.
            IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "OPERATOR FILE NOT AVAILABLE"
                STOP RUN
            END-IF.
            PERFORM A-031-SIGN-ON-ATTEMPT
                UNTIL WS-SIGNED-ON = "Y" OR WS-SIGNON-TRIES = 3.
            CLOSE OPERATOR-FILE.
            IF WS-SIGNED-ON NOT = "Y"
                DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
                STOP RUN
            END-IF.

       A-031-SIGN-ON-ATTEMPT.
            ADD 1 TO WS-SIGNON-TRIES.
            DISPLAY "OPERATOR ID:".
            ACCEPT WS-SIGNON-ID.
            DISPLAY "PASSWORD:".
            ACCEPT WS-SIGNON-PASSWORD.
            MOVE WS-SIGNON-ID TO OPR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNISED"
                NOT INVALID KEY
                    PERFORM A-032-CHECK-PASSWORD
            END-READ.

       A-032-CHECK-PASSWORD.
            EVALUATE TRUE
                WHEN OPR-LOCKED = "Y"
                    DISPLAY "OPERATOR " OPR-ID
                        " IS LOCKED OUT - SEE A MANAGER"
                WHEN OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                    ADD 1 TO OPR-FAIL-COUNT
                    IF OPR-FAIL-COUNT NOT < 3
                        MOVE "Y" TO OPR-LOCKED
                        DISPLAY "TOO MANY FAILED SIGN-ONS - OPERATOR "
                            OPR-ID " LOCKED OUT"
                    ELSE
                        DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNISED"
                    END-IF
                    REWRITE OPERATOR-REC
                WHEN OTHER
                    MOVE ZERO TO OPR-FAIL-COUNT
                    ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
                    ACCEPT OPR-LAST-SIGNON-TIME FROM TIME
                    REWRITE OPERATOR-REC
                    MOVE OPR-ID TO WS-OPERATOR-ID
                    MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                    MOVE "Y" TO WS-SIGNED-ON
                    DISPLAY "SIGNED ON: " OPR-ID " " OPR-NAME
                        " (" OPR-ROLE ")"
            END-EVALUATE.

       A-050-GET-PARMS.
            ACCEPT WS-OPERATOR-FILE-PATH
                FROM ENVIRONMENT "OPERATOR_FILE_PATH".
            IF WS-OPERATOR-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\OPERATOR.TXT"
                    TO WS-OPERATOR-FILE-PATH
            END-IF.

       A-100-OPEN-OPERATOR-FILE.
            OPEN I-O OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "35"
                OPEN OUTPUT OPERATOR-FILE
                CLOSE OPERATOR-FILE
                OPEN I-O OPERATOR-FILE
            END-IF.

       A-110-CHECK-FILE-EMPTY.
            MOVE "N" TO WS-FILE-EMPTY.
            MOVE LOW-VALUES TO OPR-ID.
            START OPERATOR-FILE KEY NOT LESS THAN OPR-ID
                INVALID KEY
                    MOVE "Y" TO WS-FILE-EMPTY
            END-START.
            IF WS-FILE-EMPTY = "N"
                READ OPERATOR-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-FILE-EMPTY
                END-READ
            END-IF.

       A-200-FIRST-MANAGER.
            DISPLAY "NO OPERATORS ON FILE - ENTER THE FIRST MANAGER".
            MOVE "N" TO WS-ENTRY-VALID.
            PERFORM UNTIL WS-ENTRY-VALID = "Y"
                DISPLAY "OPERATOR ID:"
                ACCEPT WS-MAINT-ID
                DISPLAY "NAME:"
                ACCEPT WS-MAINT-NAME
                MOVE "MANAGER" TO WS-MAINT-ROLE
                PERFORM C-200-ACCEPT-NEW-PASSWORD
                PERFORM C-100-VALIDATE-OPERATOR
            END-PERFORM.
            PERFORM C-300-WRITE-NEW-OPERATOR.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "======== OPERATOR MASTER MENU ========".
            DISPLAY "[1] ADD OPERATOR".
            DISPLAY "[2] CHANGE NAME/ROLE".
            DISPLAY "[3] RESET PASSWORD AND UNLOCK".
            DISPLAY "[4] LOCK OPERATOR".
            DISPLAY "[5] LIST OPERATORS".
            DISPLAY "[6] CHANGE MY PASSWORD".
            DISPLAY "[7] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE TRUE
                WHEN WS-MENU-CHOICE = 6
                    PERFORM B-600-CHANGE-MY-PASSWORD
                WHEN WS-MENU-CHOICE < 1 OR WS-MENU-CHOICE > 5
                    CONTINUE
                WHEN WS-OPERATOR-ROLE NOT = "MANAGER"
                    DISPLAY "OPTION RESTRICTED TO MANAGER"
                WHEN WS-MENU-CHOICE = 1
                    PERFORM B-200-ADD-OPERATOR
                WHEN WS-MENU-CHOICE = 2
                    PERFORM B-300-CHANGE-OPERATOR
                WHEN WS-MENU-CHOICE = 3
                    PERFORM B-400-RESET-PASSWORD
                WHEN WS-MENU-CHOICE = 4
                    PERFORM B-500-LOCK-OPERATOR
                WHEN WS-MENU-CHOICE = 5
                    PERFORM B-700-LIST-OPERATORS
            END-EVALUATE.

       B-200-ADD-OPERATOR.
            DISPLAY "OPERATOR ID:".
            ACCEPT WS-MAINT-ID.
            DISPLAY "NAME:".
            ACCEPT WS-MAINT-NAME.
            DISPLAY "ROLE (ASSESSOR/TREASURY/FRONT-COUNTER/MANAGER):".
            ACCEPT WS-MAINT-ROLE.
            PERFORM C-200-ACCEPT-NEW-PASSWORD.
            PERFORM C-100-VALIDATE-OPERATOR.
            IF WS-ENTRY-VALID = "Y"
                PERFORM C-300-WRITE-NEW-OPERATOR
            END-IF.

       B-300-CHANGE-OPERATOR.
            DISPLAY "OPERATOR ID:".
            ACCEPT WS-MAINT-ID.
            MOVE WS-MAINT-ID TO OPR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT FOUND"
                NOT INVALID KEY
                    PERFORM B-310-TAKE-NAME-AND-ROLE
            END-READ.

       B-310-TAKE-NAME-AND-ROLE.
            DISPLAY "CURRENT NAME: " OPR-NAME.
            DISPLAY "CURRENT ROLE: " OPR-ROLE.
            DISPLAY "NEW NAME (BLANK TO KEEP):".
            ACCEPT WS-MAINT-NAME.
            IF WS-MAINT-NAME = SPACES
                MOVE OPR-NAME TO WS-MAINT-NAME
            END-IF.
            DISPLAY "NEW ROLE (BLANK TO KEEP):".
            ACCEPT WS-MAINT-ROLE.
            IF WS-MAINT-ROLE = SPACES
                MOVE OPR-ROLE TO WS-MAINT-ROLE
            END-IF.
            MOVE OPR-PASSWORD TO WS-MAINT-PASSWORD.
            PERFORM C-100-VALIDATE-OPERATOR.
            EVALUATE TRUE
                WHEN WS-ENTRY-VALID NOT = "Y"
                    CONTINUE
                WHEN OPR-ID = WS-OPERATOR-ID
                    AND WS-MAINT-ROLE NOT = "MANAGER"
                    DISPLAY "A MANAGER MAY NOT REMOVE THEIR OWN "
                        "MANAGER ROLE"
                WHEN OTHER
                    MOVE WS-MAINT-NAME TO OPR-NAME
                    MOVE WS-MAINT-ROLE TO OPR-ROLE
                    REWRITE OPERATOR-REC
                    DISPLAY "OPERATOR UPDATED"
            END-EVALUATE.

       B-400-RESET-PASSWORD.
            DISPLAY "OPERATOR ID:".
            ACCEPT WS-MAINT-ID.
            MOVE WS-MAINT-ID TO OPR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "OPERATOR: " OPR-NAME " (" OPR-ROLE ")"
                    PERFORM C-200-ACCEPT-NEW-PASSWORD
                    IF WS-MAINT-PASSWORD NOT = SPACES
                        MOVE WS-MAINT-PASSWORD TO OPR-PASSWORD
                        MOVE ZERO TO OPR-FAIL-COUNT
                        MOVE "N" TO OPR-LOCKED
                        REWRITE OPERATOR-REC
                        DISPLAY "PASSWORD RESET - OPERATOR UNLOCKED"
                    END-IF
            END-READ.

       B-500-LOCK-OPERATOR.
            DISPLAY "OPERATOR ID:".
            ACCEPT WS-MAINT-ID.
            MOVE WS-MAINT-ID TO OPR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT FOUND"
                NOT INVALID KEY
                    PERFORM B-510-CONFIRM-LOCK
            END-READ.

       B-510-CONFIRM-LOCK.
            EVALUATE TRUE
                WHEN OPR-ID = WS-OPERATOR-ID
                    DISPLAY "YOU MAY NOT LOCK YOUR OWN OPERATOR ID"
                WHEN OPR-LOCKED = "Y"
                    DISPLAY "OPERATOR ALREADY LOCKED"
                WHEN OTHER
                    DISPLAY "LOCK " OPR-ID " " OPR-NAME " (Y/N):"
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = "Y" OR "y"
                        MOVE "Y" TO OPR-LOCKED
                        REWRITE OPERATOR-REC
                        DISPLAY "OPERATOR LOCKED"
                    ELSE
                        DISPLAY "OPERATOR NOT LOCKED"
                    END-IF
            END-EVALUATE.

       B-600-CHANGE-MY-PASSWORD.
            MOVE WS-OPERATOR-ID TO OPR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "OPERATOR NOT FOUND"
                NOT INVALID KEY
                    PERFORM B-610-TAKE-MY-PASSWORD
            END-READ.

       B-610-TAKE-MY-PASSWORD.
            DISPLAY "CURRENT PASSWORD:".
            ACCEPT WS-SIGNON-PASSWORD.
            IF WS-SIGNON-PASSWORD NOT = OPR-PASSWORD
                DISPLAY "CURRENT PASSWORD NOT RECOGNISED"
            ELSE
                PERFORM C-200-ACCEPT-NEW-PASSWORD
                IF WS-MAINT-PASSWORD NOT = SPACES
                    MOVE WS-MAINT-PASSWORD TO OPR-PASSWORD
                    REWRITE OPERATOR-REC
                    DISPLAY "PASSWORD CHANGED"
                END-IF
            END-IF.

       B-700-LIST-OPERATORS.
            MOVE ZERO TO WS-OPERATOR-COUNT.
            MOVE LOW-VALUES TO OPR-ID.
            START OPERATOR-FILE KEY NOT LESS THAN OPR-ID
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-FLAG
            END-START.
            DISPLAY "ID        NAME                        ROLE"
                "           LOCK FAIL LAST SIGN-ON".
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ OPERATOR-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WS-OPERATOR-COUNT
                        DISPLAY OPR-ID "  " OPR-NAME "  " OPR-ROLE
                            "  " OPR-LOCKED "    " OPR-FAIL-COUNT
                            "    " OPR-LAST-SIGNON-DATE
                END-READ
            END-PERFORM.
            DISPLAY "OPERATORS ON FILE: " WS-OPERATOR-COUNT.

       C-100-VALIDATE-OPERATOR.
            MOVE "Y" TO WS-ENTRY-VALID.
            IF WS-MAINT-ID = SPACES
                DISPLAY "OPERATOR ID CANNOT BE BLANK"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.
            IF WS-MAINT-NAME = SPACES
                DISPLAY "NAME CANNOT BE BLANK"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.
            IF WS-MAINT-ROLE NOT = "ASSESSOR"
                AND WS-MAINT-ROLE NOT = "TREASURY"
                AND WS-MAINT-ROLE NOT = "FRONT-COUNTER"
                AND WS-MAINT-ROLE NOT = "MANAGER"
                DISPLAY "ROLE MUST BE ASSESSOR, TREASURY, "
                    "FRONT-COUNTER OR MANAGER"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.
            IF WS-MAINT-PASSWORD = SPACES
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.

      *    NEW PASSWORD IS KEYED TWICE; SPACES COME BACK WHEN THE TWO
      *    DO NOT MATCH OR THE PASSWORD IS BLANK.
       C-200-ACCEPT-NEW-PASSWORD.
            DISPLAY "NEW PASSWORD:".
            ACCEPT WS-MAINT-PASSWORD.
            DISPLAY "KEY NEW PASSWORD AGAIN:".
            ACCEPT WS-MAINT-PASSWORD-2.
            EVALUATE TRUE
                WHEN WS-MAINT-PASSWORD = SPACES
                    DISPLAY "PASSWORD CANNOT BE BLANK"
                WHEN WS-MAINT-PASSWORD NOT = WS-MAINT-PASSWORD-2
                    DISPLAY "PASSWORDS DO NOT MATCH"
                    MOVE SPACES TO WS-MAINT-PASSWORD
            END-EVALUATE.

       C-300-WRITE-NEW-OPERATOR.
            MOVE WS-MAINT-ID TO OPR-ID.
            MOVE WS-MAINT-NAME TO OPR-NAME.
            MOVE WS-MAINT-PASSWORD TO OPR-PASSWORD.
            MOVE WS-MAINT-ROLE TO OPR-ROLE.
            MOVE ZERO TO OPR-FAIL-COUNT.
            MOVE "N" TO OPR-LOCKED.
            MOVE ZERO TO OPR-LAST-SIGNON-DATE.
            MOVE ZERO TO OPR-LAST-SIGNON-TIME.
            WRITE OPERATOR-REC
                INVALID KEY
                    DISPLAY "OPERATOR ID ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "OPERATOR ADDED"
            END-WRITE.
       END PROGRAM OPRMAINT.
