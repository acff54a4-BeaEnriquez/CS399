      *          evaluation). A validate-only run (CAO_RUN_MODE=V)
      *          reads the whole batch and prints what would apply
      *          and what would reject without touching the master.
      *          Runs under an operator sign-on (ASSESSOR or MANAGER).
      *          Delete transactions are rejected (reason AUT) unless
      *          the operator is a MANAGER, and audit entries carry the
      *          operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OWNER-NUM-OUT
           FILE STATUS IS WS-OWNER-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE
           05  AUDIT-NEW-VALUE        PIC X(26).
           05  AUDIT-EVAL-AMOUNT      PIC X(11).
           05  AUDIT-DATE             PIC 9(8).
           05  AUDIT-OPERATOR-ID      PIC X(8).
           05  AUDIT-TIME             PIC 9(8).
       FD  TRANS-FILE
           DATA RECORD IS TRANS-REC.
       01  TRANS-REC.
           05  OWNER-MAIL-CITY-OUT    PIC X(20).
           05  OWNER-MAIL-STATE-OUT   PIC X(2).
           05  OWNER-MAIL-ZIP-OUT     PIC 9(5).
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
       01  WS-CAO-FILE-PATH        PIC X(100).
       01  WS-AUDIT-FILE-PATH      PIC X(100).
           05  WS-CNT-REJ-D        PIC 9(9)  VALUE ZERO.
           05  WS-CNT-REJ-UNKNOWN  PIC 9(9)  VALUE ZERO.
           05  WS-CNT-REJ-TOTAL    PIC 9(9)  VALUE ZERO.
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-PROGRAM-ROLE         PIC X(13) VALUE "ASSESSOR".
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-050-GET-PARMS.
            PERFORM A-080-CONTROL-PREPASS.
            IF WS-BALANCED NOT = "Y"
            END-IF.
            STOP RUN.

      *    OPERATOR SIGN-ON. THREE TRIES PER RUN; THREE FAILURES IN A
      *    ROW ON ONE OPERATOR ID LOCK IT UNTIL A MANAGER UNLOCKS IT IN
      *    OPRMAINT. ONLY WS-PROGRAM-ROLE AND MANAGER MAY CONTINUE.
       A-030-SIGN-ON.
            ACCEPT WS-OPERATOR-FILE-PATH
                FROM ENVIRONMENT "OPERATOR_FILE_PATH".
            IF WS-OPERATOR-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\OPERATOR.TXT"
                    TO WS-OPERATOR-FILE-PATH
            END-IF.
            MOVE "N" TO WS-SIGNED-ON.
            MOVE ZERO TO WS-SIGNON-TRIES.
            OPEN I-O OPERATOR-FILE.
            IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "OPERATOR FILE NOT AVAILABLE - RUN OPRMAINT"
                STOP RUN
            END-IF.
            PERFORM A-031-SIGN-ON-ATTEMPT
                UNTIL WS-SIGNED-ON = "Y" OR WS-SIGNON-TRIES = 3.
            CLOSE OPERATOR-FILE.
            IF WS-SIGNED-ON NOT = "Y"
                DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
                STOP RUN
            END-IF.
            IF WS-OPERATOR-ROLE NOT = "MANAGER"
                AND WS-OPERATOR-ROLE NOT = WS-PROGRAM-ROLE
                DISPLAY "ROLE " WS-OPERATOR-ROLE
                    " IS NOT PERMITTED TO USE THIS PROGRAM"
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
            ACCEPT WS-CAO-FILE-PATH FROM ENVIRONMENT "CAO_FILE_PATH".
            IF WS-CAO-FILE-PATH = SPACES
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "EVL" TO WS-REJ-REASON
                    END-IF
                WHEN "D"
                    IF WS-OPERATOR-ROLE NOT = "MANAGER"
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "AUT" TO WS-REJ-REASON
                    END-IF
            END-EVALUATE.

       C-060-LOOK-UP-OWNER.
                        ADD 1 TO WS-CNT-REJ-N
                    WHEN "V"
                        ADD 1 TO WS-CNT-REJ-V
                    WHEN "D"
                        ADD 1 TO WS-CNT-REJ-D
                END-EVALUATE
            ELSE
                EVALUATE TRANS-OP-CODE
                    MOVE ASSESSED-EVALUATION-OUT TO WS-AUDIT-EVAL-EDIT
                    MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-EVAL-AMOUNT
                    ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    ACCEPT AUDIT-TIME FROM TIME
                    WRITE AUDIT-REC
            END-WRITE.

                    MOVE OWNER-NAME-OUT TO AUDIT-NEW-VALUE
                    MOVE SPACES TO AUDIT-EVAL-AMOUNT
                    ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    ACCEPT AUDIT-TIME FROM TIME
                    WRITE AUDIT-REC
            END-READ.

                    MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-NEW-VALUE
                    MOVE SPACES TO AUDIT-EVAL-AMOUNT
                    ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    ACCEPT AUDIT-TIME FROM TIME
                    WRITE AUDIT-REC
            END-READ.

                            MOVE SPACES TO AUDIT-NEW-VALUE
                            MOVE SPACES TO AUDIT-EVAL-AMOUNT
                            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                            ACCEPT AUDIT-TIME FROM TIME
                            WRITE AUDIT-REC
                    END-DELETE
            END-READ.
