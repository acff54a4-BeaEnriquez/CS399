           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OWNER-NUM-OUT
           FILE STATUS IS WS-OWNER-STATUS.
       SELECT LIEN-FILE
           ASSIGN TO WS-LIEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIEN-CERT-NUM
           ALTERNATE RECORD KEY IS LIEN-LOT-NUM WITH DUPLICATES
           FILE STATUS IS WS-LIEN-STATUS.
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
       FD  OWNER-FILE
           DATA RECORD IS OWNER-REC.
       01  OWNER-REC.
           05  OWNER-MAIL-CITY-OUT    PIC X(20).
           05  OWNER-MAIL-STATE-OUT   PIC X(2).
           05  OWNER-MAIL-ZIP-OUT     PIC 9(5).
       FD  LIEN-FILE
           DATA RECORD IS LIEN-REC.
       01  LIEN-REC.
           05  LIEN-CERT-NUM          PIC 9(7).
           05  LIEN-LOT-NUM           PIC 9(9).
           05  LIEN-OWNER-NUM         PIC 9(5).
           05  LIEN-FIRST-YEAR        PIC 9(4).
           05  LIEN-LAST-YEAR         PIC 9(4).
           05  LIEN-ISSUE-DATE        PIC 9(8).
           05  LIEN-TAX-AMOUNT        PIC 9(8)V99.
           05  LIEN-FACE-AMOUNT       PIC 9(8)V99.
           05  LIEN-HOLDER-NAME       PIC X(26).
           05  LIEN-HOLDER-ADDR       PIC X(40).
           05  LIEN-BID-RATE          PIC 9(2)V99.
           05  LIEN-STATUS            PIC X(10).
           05  LIEN-REDEEM-DATE       PIC 9(8).
           05  LIEN-REDEEM-AMOUNT     PIC 9(8)V99.
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
       01  RESPONSES.
           05  RESPONSE-IN-WS  PIC 9     VALUE 5.
       01  WS-CAO-STATUS       PIC XX    VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX    VALUE "00".
       01  WS-OWNER-STATUS     PIC XX    VALUE "00".
       01  WS-LIEN-PATH        PIC X(100).
       01  WS-LIEN-STATUS      PIC XX    VALUE "00".
       01  WS-LIEN-FILE-OPEN   PIC X     VALUE "N".
       01  WS-LIEN-EOF-FLAG    PIC X     VALUE "N".
       01  WS-AUDIT-OLD-EVAL   PIC 99999999V99.
       01  WS-AUDIT-EVAL-EDIT  PIC ZZZZZZZ9.99.
       01  CREATING.
               10  WS-P-OWNER          PIC A(26).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-P-EVAL           PIC ZZZZZZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-P-LIEN           PIC X(12).
           05  WS-LIEN-TAG.
               10  FILLER              PIC X(5)  VALUE "LIEN ".
               10  WS-LT-CERT          PIC 9(7).
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-PROGRAM-ROLE         PIC X(13) VALUE "ASSESSOR".
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".
       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  VALUE "MENU"   BLANK SCREEN     LINE 1 COL 10.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-050-GET-PARMS.
            PERFORM A-100-MENU.

                   WHEN UPDATE-RESP = 4
                       PERFORM B-200-ADD-LOT UNTIL OTHER-RESP = "Q"
                   WHEN UPDATE-RESP = 5
                       IF WS-OPERATOR-ROLE = "MANAGER"
                           PERFORM B-200-REMOVE-LOT
                               UNTIL OTHER-RESP = "Q"
                       ELSE
                           DISPLAY "REMOVE FROM TAX ROLLS IS RESTRICTED"
                               " TO MANAGER"              LINE 16 COL 10
                           DISPLAY OTHER-RESP-INFO
                           ACCEPT OTHER-RESP-INFO
                       END-IF
                   WHEN UPDATE-RESP = 6
                       PERFORM B-200-UPDATE-CLASS
                           UNTIL OTHER-RESP = "Q"
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
            IF WS-OWNER-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\OWNERS.TXT" TO WS-OWNER-FILE-PATH
            END-IF.
            ACCEPT WS-LIEN-PATH FROM ENVIRONMENT "TAX_LIEN_PATH".
            IF WS-LIEN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXLIEN.TXT" TO WS-LIEN-PATH
            END-IF.

       A-100-INITIALIZE.
            OPEN I-O OUTPUT-FILE.
            MOVE ASSESSED-EVALUATION-OUT TO WS-AUDIT-EVAL-EDIT.
            MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-EVAL-AMOUNT.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            ACCEPT AUDIT-TIME FROM TIME.
            WRITE AUDIT-REC.
            DISPLAY OTHER-RESP-INFO.
            ACCEPT OTHER-RESP-INFO.
                DISPLAY " "
                DISPLAY "LOT MASTER FILE LISTING"
                DISPLAY "LOT NUMBER   OWNER NAME                   "
                   "ASSESSED EVALUATION   TAX LIEN"
                MOVE "N" TO WS-LIEN-FILE-OPEN
                OPEN INPUT LIEN-FILE
                IF WS-LIEN-STATUS = "00"
                    MOVE "Y" TO WS-LIEN-FILE-OPEN
                END-IF
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ OUTPUT-FILE
                        AT END
                            MOVE LOT-NUM-OUT TO WS-P-LOT
                            MOVE OWNER-NAME-OUT TO WS-P-OWNER
                            MOVE ASSESSED-EVALUATION-OUT TO WS-P-EVAL
                            PERFORM C-200-CHECK-LIEN-STATUS
                            DISPLAY WS-PRINT-LINE
                            ADD ASSESSED-EVALUATION-OUT
                                TO WS-TOTAL-EVALUATION
                DISPLAY "----------------------------------------------"
                DISPLAY "TOTAL ASSESSED EVALUATION: "
                    WS-TOTAL-EVALUATION
                IF WS-LIEN-FILE-OPEN = "Y"
                    CLOSE LIEN-FILE
                END-IF
                CLOSE OUTPUT-FILE
            END-IF.

                        MOVE OWNER-NAME-OUT TO AUDIT-NEW-VALUE
                        MOVE SPACES TO AUDIT-EVAL-AMOUNT
                        ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                        MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                        ACCEPT AUDIT-TIME FROM TIME
                        WRITE AUDIT-REC
                    END-IF
            END-READ.
                    MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-NEW-VALUE
                    MOVE SPACES TO AUDIT-EVAL-AMOUNT
                    ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    ACCEPT AUDIT-TIME FROM TIME
                    WRITE AUDIT-REC
            END-READ.

                    MOVE ASSESSED-EVALUATION-OUT TO WS-AUDIT-EVAL-EDIT
                    MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-EVAL-AMOUNT
                    ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    ACCEPT AUDIT-TIME FROM TIME
                    WRITE AUDIT-REC
            END-WRITE.
            DISPLAY OTHER-RESP-INFO.
                        MOVE WS-CLASS-AUDIT TO AUDIT-NEW-VALUE
                        MOVE SPACES TO AUDIT-EVAL-AMOUNT
                        ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                        MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                        ACCEPT AUDIT-TIME FROM TIME
                        WRITE AUDIT-REC
                    END-IF
            END-READ.
                            MOVE SPACES TO AUDIT-NEW-VALUE
                            MOVE SPACES TO AUDIT-EVAL-AMOUNT
                            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                            ACCEPT AUDIT-TIME FROM TIME
                            WRITE AUDIT-REC
                    END-DELETE
            END-READ.
           DISPLAY DATA-ENTRY-SCREEN.
           ACCEPT DATA-ENTRY-SCREEN.
            STOP RUN.

       C-200-CHECK-LIEN-STATUS.
            MOVE SPACES TO WS-P-LIEN.
            IF WS-LIEN-FILE-OPEN = "Y"
                MOVE "N" TO WS-LIEN-EOF-FLAG
                MOVE LOT-NUM-OUT TO LIEN-LOT-NUM
                START LIEN-FILE KEY = LIEN-LOT-NUM
                    INVALID KEY
                        MOVE "Y" TO WS-LIEN-EOF-FLAG
                END-START
                PERFORM UNTIL WS-LIEN-EOF-FLAG = "Y"
                    READ LIEN-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-LIEN-EOF-FLAG
                        NOT AT END
                            IF LIEN-LOT-NUM NOT = LOT-NUM-OUT
                                MOVE "Y" TO WS-LIEN-EOF-FLAG
                            ELSE
                                IF LIEN-STATUS = "OPEN"
                                    MOVE LIEN-CERT-NUM TO WS-LT-CERT
                                    MOVE WS-LIEN-TAG TO WS-P-LIEN
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
       END PROGRAM BDE.
