           ASSIGN TO WS-LEDGER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       FD  ORDER-SEQ-FILE
           DATA RECORD IS ORDER-SEQ-REC.
       01  ORDER-SEQ-REC.
           05  RATE-PER-CROWN           PIC 9(3)V99.
           05  RATE-CARDBOARD           PIC 9(3)V99.
           05  RATE-GLASS               PIC 9(3)V99.
           05  RATE-SALES-TAX-PCT       PIC 9(2)V999.
       FD  QUOTE-FILE
           DATA RECORD IS QUOTE-REC.
       01  QUOTE-REC.
               10  QUOTE-ITEM-AMOUNT-OUT    PIC 999V99.
           05  QUOTE-ORDER-NUM-OUT      PIC 9(9).
           05  QUOTE-CUST-NUM-OUT       PIC 9(5).
           05  QUOTE-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  QUOTE-SALES-TAX-OUT      PIC 9(5)V99.
       FD  QUOTE-SEQ-FILE
           DATA RECORD IS QUOTE-SEQ-REC.
       01  QUOTE-SEQ-REC.
           05  CUST-CITY-OUT          PIC X(20).
           05  CUST-STATE-OUT         PIC X(2).
           05  CUST-ZIP-OUT           PIC 9(5).
           05  CUST-TAX-STATUS-OUT    PIC X.
           05  CUST-EXEMPT-CERT-OUT   PIC X(15).
       FD  LEDGER-FILE
           DATA RECORD IS LEDGER-REC.
       01  LEDGER-REC.
           05  LED-QTY                PIC S9(7)V99.
           05  LED-ORDER-NUM          PIC 9(9).
           05  LED-DATE               PIC 9(8).
           05  LED-OPERATOR-ID        PIC X(8).
           05  LED-TIME               PIC 9(8).
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
       01  WS-ORDER-FILE-PATH      PIC X(100).
       01  WS-ORDER-SEQ-PATH       PIC X(100).
       01  WS-ITEM-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-ITEM-IDX             PIC 9(3).
       01  WS-GRAND-TOTAL          PIC 9(5)V99 VALUE ZERO.
       01  WS-CUST-TAX-STATUS      PIC X     VALUE "T".
       01  WS-CUST-EXEMPT-CERT     PIC X(15) VALUE SPACES.
       01  WS-TAXABLE-AMOUNT       PIC 9(5)V99 VALUE ZERO.
       01  WS-SALES-TAX            PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-DUE            PIC 9(6)V99 VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 20 TIMES.
               10  WS-ITEM-LENGTH-WIDTH     PIC 9(3).
               10  WS-ITEM-CHOICE-CB        PIC X(1).
               10  WS-ITEM-CHOICE-G         PIC X(1).
               10  WS-ITEM-AMOUNT           PIC 999V99.
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-PROGRAM-ROLE         PIC X(13) VALUE "FRONT-COUNTER".
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-050-GET-PARMS.
            PERFORM A-060-LOAD-RATES.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            END-PERFORM.
            DISPLAY "-----------------------------------------"
            DISPLAY "GRAND TOTAL: " WS-GRAND-TOTAL.
            PERFORM B-200-COMPUTE-SALES-TAX.
            PERFORM B-210-SHOW-SALES-TAX.
            PERFORM Z-100-SAVE-ORDER.

       B-200-COMPUTE-SALES-TAX.
            IF WS-CUST-TAX-STATUS = "E"
                MOVE ZERO TO WS-TAXABLE-AMOUNT
                MOVE ZERO TO WS-SALES-TAX
            ELSE
                MOVE WS-GRAND-TOTAL TO WS-TAXABLE-AMOUNT
                COMPUTE WS-SALES-TAX ROUNDED =
                    WS-TAXABLE-AMOUNT * RATE-SALES-TAX-PCT / 100
            END-IF.
            COMPUTE WS-TOTAL-DUE = WS-GRAND-TOTAL + WS-SALES-TAX.

       B-210-SHOW-SALES-TAX.
            IF WS-CUST-TAX-STATUS = "E"
                DISPLAY "TAX EXEMPT - CERTIFICATE " WS-CUST-EXEMPT-CERT
            ELSE
                DISPLAY "SALES TAX  : " WS-SALES-TAX
            END-IF.
            DISPLAY "TOTAL DUE  : " WS-TOTAL-DUE.

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
            ACCEPT WS-ORDER-FILE-PATH FROM ENVIRONMENT "ORDER_FILE_PATH".
            IF WS-ORDER-FILE-PATH = SPACES
            ELSE
                PERFORM A-065-DEFAULT-RATES
            END-IF.
            IF RATE-SALES-TAX-PCT NOT NUMERIC
                MOVE 6.000 TO RATE-SALES-TAX-PCT
            END-IF.

       A-065-DEFAULT-RATES.
            MOVE 15.00 TO RATE-REGULAR-FRAME.
            MOVE 35.00 TO RATE-PER-CROWN.
            MOVE 2.00 TO RATE-CARDBOARD.
            MOVE 7.00 TO RATE-GLASS.
            MOVE 6.000 TO RATE-SALES-TAX-PCT.

       A-080-GET-CUSTOMER.
            MOVE "N" TO WS-CUST-VALID.
                        NOT INVALID KEY
                            DISPLAY "CUSTOMER: " CUST-NAME-OUT
                            MOVE "Y" TO WS-CUST-VALID
                            PERFORM A-090-SET-CUST-TAX-STATUS
                    END-READ
                END-PERFORM
                CLOSE CUST-FILE
            END-IF.

       A-085-GET-CUST-TAX-STATUS.
            MOVE "T" TO WS-CUST-TAX-STATUS.
            MOVE SPACES TO WS-CUST-EXEMPT-CERT.
            OPEN INPUT CUST-FILE.
            IF WS-CUST-STATUS = "00"
                MOVE WS-CUST-NUM TO CUST-NUM-OUT
                READ CUST-FILE
                    NOT INVALID KEY
                        PERFORM A-090-SET-CUST-TAX-STATUS
                END-READ
                CLOSE CUST-FILE
            END-IF.

       A-090-SET-CUST-TAX-STATUS.
            IF CUST-TAX-STATUS-OUT = "E"
                MOVE "E" TO WS-CUST-TAX-STATUS
                MOVE CUST-EXEMPT-CERT-OUT TO WS-CUST-EXEMPT-CERT
                DISPLAY "TAX EXEMPT - CERTIFICATE " CUST-EXEMPT-CERT-OUT
            ELSE
                MOVE "T" TO WS-CUST-TAX-STATUS
                MOVE SPACES TO WS-CUST-EXEMPT-CERT
            END-IF.

       A-100-GET-NEXT-ORDER-NUM.
            MOVE ZERO TO WS-NEXT-ORDER-NUM.
            OPEN INPUT ORDER-SEQ-FILE.
            MOVE "NEW" TO ORDER-STATUS-OUT.
            MOVE WS-CUST-NUM TO ORDER-CUST-NUM-OUT.
            MOVE ZERO TO ORDER-MATL-COST-OUT.
            MOVE WS-TAXABLE-AMOUNT TO ORDER-TAXABLE-AMT-OUT.
            MOVE WS-SALES-TAX TO ORDER-SALES-TAX-OUT.
            MOVE WS-CUST-EXEMPT-CERT TO ORDER-EXEMPT-CERT-OUT.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                        COMPUTE LED-QTY = ZERO - WS-POST-QTY
                        MOVE ORDER-NUM-OUT TO LED-ORDER-NUM
                        ACCEPT LED-DATE FROM DATE YYYYMMDD
                        MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
                        ACCEPT LED-TIME FROM TIME
                        WRITE LEDGER-REC
                        IF INV-ON-HAND <= INV-REORDER-POINT
                            MOVE INV-ON-HAND TO WS-ON-HAND-EDIT
            END-IF.

       Q-100-SAVE-QUOTE.
            PERFORM B-200-COMPUTE-SALES-TAX.
            PERFORM Q-110-GET-NEXT-QUOTE-NUM.
            PERFORM Q-120-COMPUTE-EXPIRY-DATE.
            OPEN I-O QUOTE-FILE.
            MOVE WS-CUST-NUM TO QUOTE-CUST-NUM-OUT.
            MOVE WS-ITEM-COUNT TO QUOTE-ITEM-COUNT-OUT.
            MOVE WS-GRAND-TOTAL TO QUOTE-TOTAL-AMOUNT-OUT.
            MOVE WS-TAXABLE-AMOUNT TO QUOTE-TAXABLE-AMT-OUT.
            MOVE WS-SALES-TAX TO QUOTE-SALES-TAX-OUT.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
            DISPLAY "============ QUOTE ============".
            DISPLAY "QUOTE NUMBER: " WS-NEXT-QUOTE-NUM.
            DISPLAY "QUOTE TOTAL : " WS-GRAND-TOTAL.
            IF WS-CUST-TAX-STATUS = "E"
                DISPLAY "TAX EXEMPT  : " WS-CUST-EXEMPT-CERT
            ELSE
                DISPLAY "SALES TAX   : " WS-SALES-TAX
            END-IF.
            DISPLAY "TOTAL DUE   : " WS-TOTAL-DUE.
            DISPLAY "VALID UNTIL : " WS-EXPIRY-DATE.
            DISPLAY "===============================".

                        " - RE-QUOTE BEFORE BOOKING"
                WHEN OTHER
                    MOVE QUOTE-CUST-NUM-OUT TO WS-CUST-NUM
                    PERFORM A-085-GET-CUST-TAX-STATUS
                    PERFORM Q-320-REPRICE-QUOTE-ITEMS
                    PERFORM A-100-GET-NEXT-ORDER-NUM
                    PERFORM DONE-PROCEDURE
