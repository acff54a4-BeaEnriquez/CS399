      *          owner file, one line per lot with evaluation and tax,
      *          and a combined total due. Owners holding no lots get
      *          no statement. Control totals at the end tie back to
      *          the TAXBILL register grand total. A lot under an
      *          open TAXLIEN certificate is flagged on its line with
      *          the certificate number and a redemption notice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-STMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.
       SELECT LIEN-FILE
           ASSIGN TO WS-LIEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIEN-CERT-NUM
           ALTERNATE RECORD KEY IS LIEN-LOT-NUM WITH DUPLICATES
           FILE STATUS IS WS-LIEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-FILE
       FD  STMT-FILE
           DATA RECORD IS STMT-REC.
       01  STMT-REC                   PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WS-OWNER-FILE-PATH      PIC X(100).
       01  WS-CAO-FILE-PATH        PIC X(100).
       01  WS-TAX-RATE-PATH        PIC X(100).
       01  WS-STMT-PATH            PIC X(100).
       01  WS-LIEN-PATH            PIC X(100).
       01  WS-LIEN-STATUS          PIC XX    VALUE "00".
       01  WS-LIEN-FILE-OPEN       PIC X     VALUE "N".
       01  WS-LIEN-EOF-FLAG        PIC X     VALUE "N".
       01  WS-OPEN-CERT-NUM        PIC 9(7)  VALUE ZERO.
       01  WS-CNT-LOTS-UNDER-LIEN  PIC 9(7)  VALUE ZERO.
       01  WS-OWNER-STATUS         PIC XX    VALUE "00".
       01  WS-CAO-STATUS           PIC XX    VALUE "00".
       01  WS-RATE-STATUS          PIC XX    VALUE "00".
           05  WS-S-EVAL           PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-S-TAX            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-S-LIEN           PIC X(12).
       01  WS-LIEN-TAG.
           05  FILLER              PIC X(5)  VALUE "LIEN ".
           05  WS-LT-CERT          PIC 9(7).
       01  WS-STMT-LIEN-LINE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(34)
               VALUE "TAX LIEN CERTIFICATE OUTSTANDING -".
           05  FILLER              PIC X(26)
               VALUE " CALL TREASURER TO REDEEM".
       01  WS-STMT-TOTAL-LINE.
           05  FILLER              PIC X(17)
               VALUE "TOTAL TAX DUE    ".
            IF WS-STMT-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXSTMT.TXT" TO WS-STMT-PATH
            END-IF.
            ACCEPT WS-LIEN-PATH FROM ENVIRONMENT "TAX_LIEN_PATH".
            IF WS-LIEN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXLIEN.TXT" TO WS-LIEN-PATH
            END-IF.

       A-060-LOAD-TAX-RATE.
            OPEN INPUT TAX-RATE-FILE.
                    CLOSE OWNER-FILE
                ELSE
                    OPEN OUTPUT STMT-FILE
                    MOVE "N" TO WS-LIEN-FILE-OPEN
                    OPEN INPUT LIEN-FILE
                    IF WS-LIEN-STATUS = "00"
                        MOVE "Y" TO WS-LIEN-FILE-OPEN
                    END-IF
                    MOVE ZERO TO OWNER-NUM-OUT
                    START OWNER-FILE KEY NOT LESS THAN OWNER-NUM-OUT
                        INVALID KEY
                                PERFORM B-200-STATEMENT-ONE-OWNER
                        END-READ
                    END-PERFORM
                    IF WS-LIEN-FILE-OPEN = "Y"
                        CLOSE LIEN-FILE
                    END-IF
                    CLOSE STMT-FILE
                    CLOSE OUTPUT-FILE
                    CLOSE OWNER-FILE
            END-IF.
            MOVE ASSESSED-EVALUATION-OUT TO WS-S-EVAL.
            MOVE WS-TAX-AMOUNT TO WS-S-TAX.
            PERFORM C-200-CHECK-LIEN-STATUS.
            MOVE SPACES TO WS-S-LIEN.
            IF WS-OPEN-CERT-NUM NOT = ZERO
                MOVE WS-OPEN-CERT-NUM TO WS-LT-CERT
                MOVE WS-LIEN-TAG TO WS-S-LIEN
                ADD 1 TO WS-CNT-LOTS-UNDER-LIEN
            END-IF.
            MOVE WS-STMT-LOT-LINE TO STMT-REC.
            WRITE STMT-REC.
            IF WS-OPEN-CERT-NUM NOT = ZERO
                MOVE WS-STMT-LIEN-LINE TO STMT-REC
                WRITE STMT-REC
            END-IF.

       B-220-WRITE-ADDRESS-BLOCK.
            ADD 1 TO WS-CNT-STATEMENTS.
                   INTO WS-CITY-STATE-ZIP.
            MOVE WS-CITY-STATE-ZIP TO STMT-REC.
            WRITE STMT-REC.
            MOVE "  LOT        CLS   EVALUATION    TAX DUE    TAX LIEN"
                TO STMT-REC.
            WRITE STMT-REC.

       B-230-WRITE-STATEMENT-TOTAL.
            DISPLAY "STATEMENTS WRITTEN: " WS-CNT-STATEMENTS.
            DISPLAY "LOTS BILLED       : " WS-CNT-LOTS-BILLED.
            DISPLAY "TOTAL TAX DUE     : " WS-TOT-TAX-DUE.
            DISPLAY "LOTS UNDER LIEN   : " WS-CNT-LOTS-UNDER-LIEN.

       C-200-CHECK-LIEN-STATUS.
            MOVE ZERO TO WS-OPEN-CERT-NUM.
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
                                    MOVE LIEN-CERT-NUM
                                        TO WS-OPEN-CERT-NUM
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
       END PROGRAM TAXSTMT.
