      ******************************************************************
      * Author:
      * Date:
      * Purpose: Order maintenance for framing orders already saved by
      *          ENRIQUEZ. Amend adds, changes or removes items on an
      *          order that is not yet READY, re-prices every item
      *          from the rate file, recomputes the sales tax, posts
      *          only the net material difference to the inventory
      *          movement ledger (ISSUE for more material, RETURN for
      *          less) and recomputes ORDER-MATL-COST-OUT at current
      *          unit cost. Cancel sets the order CANCELLED, returns
      *          unused material to stock with RETURN movements and
      *          either refunds the money paid on the order as a
      *          negative ORDPAY receipt (type R) or holds it as
      *          customer credit on the customer credit file (type
      *          C receipt), which ORDPAY can later apply to another
      *          order. Every amendment and cancellation is written
      *          to the order history file with the amounts before
      *          and after, and the history inquiry lists it by
      *          order.
      *          Operators sign on first (FRONT-COUNTER or MANAGER).
      *          Entries it writes carry the operator ID and time of
      *          day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORDER-FILE
           ASSIGN TO WS-ORDER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDER-NUM-OUT
           FILE STATUS IS WS-ORDER-STATUS.
       SELECT RATE-FILE
           ASSIGN TO WS-RATE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
       SELECT INV-FILE
           ASSIGN TO WS-INV-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO WS-LEDGER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT PAYMENT-FILE
           ASSIGN TO WS-PAYMENT-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-RECEIPT-NUM
           ALTERNATE RECORD KEY IS PAY-ORDER-NUM
               WITH DUPLICATES
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT RECEIPT-SEQ-FILE
           ASSIGN TO WS-RCPT-SEQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSEQ-STATUS.
       SELECT CUST-CREDIT-FILE
           ASSIGN TO WS-CUST-CREDIT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCR-CUST-NUM
           FILE STATUS IS WS-CCR-STATUS.
       SELECT ORDER-HIST-FILE
           ASSIGN TO WS-ORDER-HIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01  ORDER-REC.
           05  ORDER-NUM-OUT            PIC 9(9).
           05  ORDER-DATE-OUT           PIC 9(8).
           05  ORDER-ITEM-COUNT-OUT     PIC 9(3).
           05  ORDER-TOTAL-AMOUNT-OUT   PIC 9(5)V99.
           05  ORDER-ITEM-OUT OCCURS 20 TIMES.
               10  ORDER-LENGTH-WIDTH-OUT   PIC 9(3).
               10  ORDER-TYPE-OF-FRAME-OUT  PIC X(10).
               10  ORDER-FRAME-COLOR-OUT    PIC X(10).
               10  ORDER-NUM-CROWNS-OUT     PIC 9(3).
               10  ORDER-CHOICE-CB-OUT      PIC X(1).
               10  ORDER-CHOICE-G-OUT       PIC X(1).
               10  ORDER-ITEM-AMOUNT-OUT    PIC 999V99.
           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       FD  RATE-FILE
           DATA RECORD IS RATE-REC.
       01  RATE-REC.
           05  RATE-REGULAR-FRAME       PIC 9(3)V99.
           05  RATE-FANCY-FRAME         PIC 9(3)V99.
           05  RATE-COLOR-SURCHARGE     PIC 9(3)V99.
           05  RATE-PER-CROWN           PIC 9(3)V99.
           05  RATE-CARDBOARD           PIC 9(3)V99.
           05  RATE-GLASS               PIC 9(3)V99.
           05  RATE-SALES-TAX-PCT       PIC 9(2)V999.
       FD  INV-FILE
           DATA RECORD IS INV-REC.
       01  INV-REC.
           05  INV-ITEM-CODE          PIC X(10).
           05  INV-DESCRIPTION        PIC X(26).
           05  INV-UNIT               PIC X(8).
           05  INV-ON-HAND            PIC S9(7)V99.
           05  INV-REORDER-POINT      PIC 9(7)V99.
           05  INV-UNIT-COST          PIC 9(5)V99.
       FD  LEDGER-FILE
           DATA RECORD IS LEDGER-REC.
       01  LEDGER-REC.
           05  LED-ITEM-CODE          PIC X(10).
           05  LED-MOVE-TYPE          PIC X(10).
           05  LED-QTY                PIC S9(7)V99.
           05  LED-ORDER-NUM          PIC 9(9).
           05  LED-DATE               PIC 9(8).
           05  LED-OPERATOR-ID        PIC X(8).
           05  LED-TIME               PIC 9(8).
       FD  PAYMENT-FILE
           DATA RECORD IS PAYMENT-REC.
       01  PAYMENT-REC.
           05  PAY-RECEIPT-NUM        PIC 9(9).
           05  PAY-ORDER-NUM          PIC 9(9).
           05  PAY-TYPE               PIC X.
           05  PAY-AMOUNT             PIC S9(5)V99.
           05  PAY-DATE               PIC 9(8).
           05  PAY-VOID-FLAG          PIC X.
           05  PAY-VOID-DATE          PIC 9(8).
           05  PAY-OPERATOR-ID        PIC X(8).
           05  PAY-TIME               PIC 9(8).
           05  PAY-VOID-OPERATOR      PIC X(8).
           05  PAY-VOID-TIME          PIC 9(8).
       FD  RECEIPT-SEQ-FILE
           DATA RECORD IS RECEIPT-SEQ-REC.
       01  RECEIPT-SEQ-REC.
           05  RSEQ-LAST-RECEIPT-NUM  PIC 9(9).
       FD  CUST-CREDIT-FILE
           DATA RECORD IS CUST-CREDIT-REC.
       01  CUST-CREDIT-REC.
           05  CCR-CUST-NUM           PIC 9(5).
           05  CCR-BALANCE            PIC 9(7)V99.
           05  CCR-LAST-DATE          PIC 9(8).
       FD  ORDER-HIST-FILE
           DATA RECORD IS ORDER-HIST-REC.
       01  ORDER-HIST-REC.
           05  OH-ORDER-NUM           PIC 9(9).
           05  OH-DATE                PIC 9(8).
           05  OH-ACTION              PIC X(8).
           05  OH-ITEM-NUM            PIC 9(3).
           05  OH-DETAIL              PIC X(40).
           05  OH-OLD-AMOUNT          PIC 9(5)V99.
           05  OH-NEW-AMOUNT          PIC 9(5)V99.
           05  OH-OPERATOR-ID         PIC X(8).
           05  OH-TIME                PIC 9(8).
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
       01  WS-RATE-FILE-PATH       PIC X(100).
       01  WS-INV-FILE-PATH        PIC X(100).
       01  WS-LEDGER-FILE-PATH     PIC X(100).
       01  WS-PAYMENT-FILE-PATH    PIC X(100).
       01  WS-RCPT-SEQ-PATH        PIC X(100).
       01  WS-CUST-CREDIT-PATH     PIC X(100).
       01  WS-ORDER-HIST-PATH      PIC X(100).
       01  WS-ORDER-STATUS         PIC XX    VALUE "00".
       01  WS-RATE-STATUS          PIC XX    VALUE "00".
       01  WS-INV-STATUS           PIC XX    VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX    VALUE "00".
       01  WS-PAYMENT-STATUS       PIC XX    VALUE "00".
       01  WS-RSEQ-STATUS          PIC XX    VALUE "00".
       01  WS-CCR-STATUS           PIC XX    VALUE "00".
       01  WS-HIST-STATUS          PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-AMEND-CHOICE         PIC 9     VALUE ZERO.
       01  WS-AMEND-DONE           PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-ORDER-NUM            PIC 9(9)  VALUE ZERO.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-PAY-EOF-FLAG         PIC X     VALUE "N".
       01  WS-INV-OPEN             PIC X     VALUE "N".
       01  WS-HIST-FOUND           PIC 9(5)  VALUE ZERO.

       01  WS-TYPE-OF-FRAME        PIC X(10).
       01  WS-LENGTH-AND-WIDTH     PIC 9(3).
       01  WS-FRAME-COLOR          PIC X(10).
       01  WS-NUMBER-OF-CROWNS     PIC 9(3).
       01  WS-CHOICE-CB            PIC X(1).
       01  WS-CHOICE-G             PIC X(1).
       01  WS-AMOUNT-OF-FRAMES     PIC 999V99.
       01  WS-AMOUNT-OF-CROWNS     PIC 999V99.
       01  WS-AMOUNT-OF-FRAME-COLOR PIC 999V99.
       01  WS-AMOUNT-OF-CB         PIC 999V99.
       01  WS-AMOUNT-OF-G          PIC 999V99.
       01  WS-TOTAL-PURCHASED-AMOUNT PIC 999V99.

       01  WS-ITEM-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-ITEM-IDX             PIC 9(3).
       01  WS-ITEM-NUM             PIC 9(3)  VALUE ZERO.
       01  WS-SHIFT-IDX            PIC 9(3).
       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 20 TIMES.
               10  WS-ITEM-LENGTH-WIDTH     PIC 9(3).
               10  WS-ITEM-TYPE-OF-FRAME    PIC X(10).
               10  WS-ITEM-FRAME-COLOR      PIC X(10).
               10  WS-ITEM-NUMBER-OF-CROWNS PIC 9(3).
               10  WS-ITEM-CHOICE-CB        PIC X(1).
               10  WS-ITEM-CHOICE-G         PIC X(1).
               10  WS-ITEM-AMOUNT           PIC 999V99.

       01  WS-GRAND-TOTAL          PIC 9(5)V99 VALUE ZERO.
       01  WS-TAXABLE-AMOUNT       PIC 9(5)V99 VALUE ZERO.
       01  WS-SALES-TAX            PIC 9(5)V99 VALUE ZERO.
       01  WS-OLD-TOTAL            PIC 9(5)V99 VALUE ZERO.
       01  WS-OLD-TAX              PIC 9(5)V99 VALUE ZERO.
       01  WS-PAID-TOTAL           PIC S9(7)V99 VALUE ZERO.
       01  WS-SETTLE-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01  WS-SETTLE-CHOICE        PIC X     VALUE SPACE.
       01  WS-SETTLE-ALLOW-LEAVE   PIC X     VALUE "N".
       01  WS-NEXT-RECEIPT-NUM     PIC 9(9)  VALUE ZERO.
       01  WS-RECEIPT-TYPE         PIC X.
       01  WS-AMOUNT-EDIT          PIC -ZZZZZZ9.99.

       01  WS-USE-MOULDING         PIC 9(7)V99 VALUE ZERO.
       01  WS-USE-CROWN            PIC 9(7)V99 VALUE ZERO.
       01  WS-USE-CARDBOARD        PIC 9(7)V99 VALUE ZERO.
       01  WS-USE-GLASS            PIC 9(7)V99 VALUE ZERO.
       01  WS-MATL-IDX             PIC 9     VALUE ZERO.
       01  WS-MATL-TABLE.
           05  WS-MATL OCCURS 4 TIMES.
               10  WS-MATL-CODE       PIC X(10).
               10  WS-MATL-OLD-QTY    PIC 9(7)V99.
               10  WS-MATL-NEW-QTY    PIC 9(7)V99.
               10  WS-MATL-RETURN-QTY PIC 9(7)V99.
       01  WS-RETURN-VALID         PIC X     VALUE "N".
       01  WS-POST-QTY             PIC S9(7)V99 VALUE ZERO.
       01  WS-LINE-COST            PIC 9(7)V99 VALUE ZERO.
       01  WS-ORDER-MATL-COST      PIC 9(7)V99 VALUE ZERO.
       01  WS-RETURNED-COST        PIC 9(7)V99 VALUE ZERO.
       01  WS-ON-HAND-EDIT         PIC -ZZZZZZ9.99.

       01  WS-PEND-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-PEND-IDX             PIC 9(3).
       01  WS-PEND-TABLE.
           05  WS-PEND OCCURS 60 TIMES.
               10  WS-PEND-ACTION     PIC X(8).
               10  WS-PEND-ITEM       PIC 9(3).
               10  WS-PEND-DETAIL     PIC X(40).
               10  WS-PEND-OLD        PIC 9(5)V99.
               10  WS-PEND-NEW        PIC 9(5)V99.
       01  WS-ITEM-DETAIL.
           05  FILLER              PIC X(5)  VALUE "TYPE ".
           05  WS-DET-TYPE         PIC X(10).
           05  FILLER              PIC X(6)  VALUE " SIZE ".
           05  WS-DET-SIZE         PIC ZZ9.
           05  FILLER              PIC X(8)  VALUE " CROWNS ".
           05  WS-DET-CROWNS       PIC ZZ9.
       01  WS-MATL-DETAIL.
           05  WS-MDET-CODE        PIC X(10).
           05  WS-MDET-VERB        PIC X(10).
           05  WS-MDET-QTY         PIC -ZZZZZZ9.99.
       01  WS-HIST-ACTION          PIC X(8).
       01  WS-HIST-ITEM            PIC 9(3)  VALUE ZERO.
       01  WS-HIST-DETAIL          PIC X(40).
       01  WS-HIST-OLD             PIC 9(5)V99 VALUE ZERO.
       01  WS-HIST-NEW             PIC 9(5)V99 VALUE ZERO.
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
            MOVE "MOULDING" TO WS-MATL-CODE(1).
            MOVE "CROWN" TO WS-MATL-CODE(2).
            MOVE "CARDBOARD" TO WS-MATL-CODE(3).
            MOVE "GLASS" TO WS-MATL-CODE(4).
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 4.
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
            ACCEPT WS-ORDER-FILE-PATH
                FROM ENVIRONMENT "ORDER_FILE_PATH".
            IF WS-ORDER-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\ORDERS.TXT" TO WS-ORDER-FILE-PATH
            END-IF.
            ACCEPT WS-INV-FILE-PATH FROM ENVIRONMENT "INV_FILE_PATH".
            IF WS-INV-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\INVENTRY.TXT" TO WS-INV-FILE-PATH
            END-IF.
            ACCEPT WS-LEDGER-FILE-PATH
                FROM ENVIRONMENT "INV_LEDGER_PATH".
            IF WS-LEDGER-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\INVLEDG.TXT"
                    TO WS-LEDGER-FILE-PATH
            END-IF.
            ACCEPT WS-PAYMENT-FILE-PATH
                FROM ENVIRONMENT "PAYMENT_FILE_PATH".
            IF WS-PAYMENT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\PAYMENTS.TXT"
                    TO WS-PAYMENT-FILE-PATH
            END-IF.
            ACCEPT WS-RCPT-SEQ-PATH FROM ENVIRONMENT "RCPT_SEQ_PATH".
            IF WS-RCPT-SEQ-PATH = SPACES
                MOVE "C:\COBOL_Files\RCPTSEQ.TXT" TO WS-RCPT-SEQ-PATH
            END-IF.
            ACCEPT WS-CUST-CREDIT-PATH
                FROM ENVIRONMENT "CUST_CREDIT_PATH".
            IF WS-CUST-CREDIT-PATH = SPACES
                MOVE "C:\COBOL_Files\CUSTCRED.TXT"
                    TO WS-CUST-CREDIT-PATH
            END-IF.
            ACCEPT WS-ORDER-HIST-PATH
                FROM ENVIRONMENT "ORDER_HIST_PATH".
            IF WS-ORDER-HIST-PATH = SPACES
                MOVE "C:\COBOL_Files\ORDHIST.TXT"
                    TO WS-ORDER-HIST-PATH
            END-IF.

       A-060-LOAD-RATES.
            ACCEPT WS-RATE-FILE-PATH FROM ENVIRONMENT "RATE_FILE_PATH".
            IF WS-RATE-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\RATES.TXT" TO WS-RATE-FILE-PATH
            END-IF.
            OPEN INPUT RATE-FILE.
            IF WS-RATE-STATUS = "00"
                READ RATE-FILE
                    AT END
                        PERFORM A-065-DEFAULT-RATES
                END-READ
                CLOSE RATE-FILE
            ELSE
                PERFORM A-065-DEFAULT-RATES
            END-IF.
            IF RATE-SALES-TAX-PCT NOT NUMERIC
                MOVE 6.000 TO RATE-SALES-TAX-PCT
            END-IF.

       A-065-DEFAULT-RATES.
            MOVE 15.00 TO RATE-REGULAR-FRAME.
            MOVE 35.00 TO RATE-FANCY-FRAME.
            MOVE 10.00 TO RATE-COLOR-SURCHARGE.
            MOVE 35.00 TO RATE-PER-CROWN.
            MOVE 2.00 TO RATE-CARDBOARD.
            MOVE 7.00 TO RATE-GLASS.
            MOVE 6.000 TO RATE-SALES-TAX-PCT.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "======= ORDER MAINTENANCE MENU =======".
            DISPLAY "[1] AMEND ORDER ITEMS".
            DISPLAY "[2] CANCEL ORDER".
            DISPLAY "[3] ORDER AMENDMENT HISTORY".
            DISPLAY "[4] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-AMEND-ORDER
                WHEN 2
                    PERFORM B-300-CANCEL-ORDER
                WHEN 3
                    PERFORM B-500-HISTORY-INQUIRY
            END-EVALUATE.

       B-200-AMEND-ORDER.
            OPEN I-O ORDER-FILE.
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "ORDER FILE NOT FOUND"
            ELSE
                DISPLAY "ORDER NUMBER:"
                ACCEPT WS-ORDER-NUM
                MOVE WS-ORDER-NUM TO ORDER-NUM-OUT
                READ ORDER-FILE
                    INVALID KEY
                        DISPLAY "ORDER NOT FOUND"
                    NOT INVALID KEY
                        PERFORM B-210-CHECK-AMENDABLE
                END-READ
                CLOSE ORDER-FILE
            END-IF.

       B-210-CHECK-AMENDABLE.
            EVALUATE ORDER-STATUS-OUT
                WHEN "READY"
                    DISPLAY "ORDER IS READY - ITEMS CANNOT BE AMENDED"
                WHEN "PICKED-UP"
                    DISPLAY "ORDER WAS PICKED UP - ITEMS CANNOT BE "
                        "AMENDED"
                WHEN "CANCELLED"
                    DISPLAY "ORDER WAS CANCELLED - ITEMS CANNOT BE "
                        "AMENDED"
                WHEN OTHER
                    PERFORM B-220-AMEND-ITEMS
            END-EVALUATE.

       B-220-AMEND-ITEMS.
            PERFORM C-100-LOAD-ORDER-ITEMS.
            PERFORM C-110-TALLY-USAGE.
            MOVE WS-USE-MOULDING TO WS-MATL-OLD-QTY(1).
            MOVE WS-USE-CROWN TO WS-MATL-OLD-QTY(2).
            MOVE WS-USE-CARDBOARD TO WS-MATL-OLD-QTY(3).
            MOVE WS-USE-GLASS TO WS-MATL-OLD-QTY(4).
            MOVE ORDER-TOTAL-AMOUNT-OUT TO WS-OLD-TOTAL.
            MOVE ORDER-SALES-TAX-OUT TO WS-OLD-TAX.
            MOVE ZERO TO WS-PEND-COUNT.
            DISPLAY "ORDER DATE  : " ORDER-DATE-OUT.
            DISPLAY "STATUS      : " ORDER-STATUS-OUT.
            DISPLAY "ORDER TOTAL : " ORDER-TOTAL-AMOUNT-OUT.
            DISPLAY "SALES TAX   : " ORDER-SALES-TAX-OUT.
            MOVE "N" TO WS-AMEND-DONE.
            PERFORM B-230-AMEND-MENU UNTIL WS-AMEND-DONE NOT = "N".
            IF WS-AMEND-DONE = "S"
                IF WS-PEND-COUNT = ZERO
                    DISPLAY "NO ITEMS CHANGED - ORDER UNCHANGED"
                ELSE
                    PERFORM B-260-APPLY-AMENDMENT
                END-IF
            ELSE
                DISPLAY "AMENDMENT ABANDONED - ORDER UNCHANGED"
            END-IF.

       B-230-AMEND-MENU.
            DISPLAY " ".
            PERFORM C-120-LIST-ITEMS
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
            DISPLAY "[1] ADD ITEM  [2] CHANGE ITEM  [3] REMOVE ITEM".
            DISPLAY "[4] SAVE CHANGES  [5] ABANDON CHANGES".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-AMEND-CHOICE.
            IF WS-PEND-COUNT NOT < 60
                AND WS-AMEND-CHOICE > 0 AND WS-AMEND-CHOICE < 4
                DISPLAY "TOO MANY CHANGES - SAVE OR ABANDON FIRST"
                MOVE ZERO TO WS-AMEND-CHOICE
            END-IF.
            EVALUATE WS-AMEND-CHOICE
                WHEN 1
                    PERFORM B-240-ADD-ITEM
                WHEN 2
                    PERFORM B-245-CHANGE-ITEM
                WHEN 3
                    PERFORM B-250-REMOVE-ITEM
                WHEN 4
                    MOVE "S" TO WS-AMEND-DONE
                WHEN 5
                    MOVE "A" TO WS-AMEND-DONE
            END-EVALUATE.

       B-240-ADD-ITEM.
            IF WS-ITEM-COUNT = 20
                DISPLAY "MAXIMUM OF 20 ITEMS PER ORDER REACHED"
            ELSE
                PERFORM C-160-TAKE-ITEM-DETAILS
                PERFORM C-150-PRICE-ITEM
                ADD 1 TO WS-ITEM-COUNT
                MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                PERFORM C-170-ITEM-TO-TABLE
                MOVE "ADD" TO WS-HIST-ACTION
                MOVE ZERO TO WS-HIST-OLD
                MOVE WS-TOTAL-PURCHASED-AMOUNT TO WS-HIST-NEW
                PERFORM C-190-ADD-PENDING
                DISPLAY "ITEM " WS-ITEM-IDX " ADDED  AMOUNT: "
                    WS-TOTAL-PURCHASED-AMOUNT
            END-IF.

       B-245-CHANGE-ITEM.
            DISPLAY "ITEM NUMBER TO CHANGE:".
            ACCEPT WS-ITEM-NUM.
            IF WS-ITEM-NUM = ZERO OR WS-ITEM-NUM > WS-ITEM-COUNT
                DISPLAY "NO SUCH ITEM ON THIS ORDER"
            ELSE
                MOVE WS-ITEM-NUM TO WS-ITEM-IDX
                MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-HIST-OLD
                PERFORM C-160-TAKE-ITEM-DETAILS
                PERFORM C-150-PRICE-ITEM
                PERFORM C-170-ITEM-TO-TABLE
                MOVE "CHANGE" TO WS-HIST-ACTION
                MOVE WS-TOTAL-PURCHASED-AMOUNT TO WS-HIST-NEW
                PERFORM C-190-ADD-PENDING
                DISPLAY "ITEM " WS-ITEM-IDX " CHANGED  AMOUNT: "
                    WS-TOTAL-PURCHASED-AMOUNT
            END-IF.

       B-250-REMOVE-ITEM.
            DISPLAY "ITEM NUMBER TO REMOVE:".
            ACCEPT WS-ITEM-NUM.
            EVALUATE TRUE
                WHEN WS-ITEM-NUM = ZERO OR WS-ITEM-NUM > WS-ITEM-COUNT
                    DISPLAY "NO SUCH ITEM ON THIS ORDER"
                WHEN WS-ITEM-COUNT = 1
                    DISPLAY "AN ORDER MUST KEEP AT LEAST ONE ITEM - "
                        "CANCEL THE ORDER INSTEAD"
                WHEN OTHER
                    MOVE WS-ITEM-NUM TO WS-ITEM-IDX
                    MOVE WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                        TO WS-LENGTH-AND-WIDTH
                    MOVE WS-ITEM-TYPE-OF-FRAME(WS-ITEM-IDX)
                        TO WS-TYPE-OF-FRAME
                    MOVE WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX)
                        TO WS-NUMBER-OF-CROWNS
                    MOVE "REMOVE" TO WS-HIST-ACTION
                    MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-HIST-OLD
                    MOVE ZERO TO WS-HIST-NEW
                    PERFORM C-190-ADD-PENDING
                    PERFORM C-175-SHIFT-ONE-ITEM
                        VARYING WS-SHIFT-IDX FROM WS-ITEM-IDX BY 1
                        UNTIL WS-SHIFT-IDX NOT < WS-ITEM-COUNT
                    SUBTRACT 1 FROM WS-ITEM-COUNT
                    DISPLAY "ITEM " WS-ITEM-NUM " REMOVED"
            END-EVALUATE.

       B-260-APPLY-AMENDMENT.
            MOVE ZERO TO WS-GRAND-TOTAL.
            PERFORM C-130-REPRICE-ONE-ITEM
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
            PERFORM C-180-COMPUTE-SALES-TAX.
            PERFORM C-110-TALLY-USAGE.
            MOVE WS-USE-MOULDING TO WS-MATL-NEW-QTY(1).
            MOVE WS-USE-CROWN TO WS-MATL-NEW-QTY(2).
            MOVE WS-USE-CARDBOARD TO WS-MATL-NEW-QTY(3).
            MOVE WS-USE-GLASS TO WS-MATL-NEW-QTY(4).
            PERFORM C-140-STORE-ONE-ITEM
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > 20.
            MOVE WS-ITEM-COUNT TO ORDER-ITEM-COUNT-OUT.
            MOVE WS-GRAND-TOTAL TO ORDER-TOTAL-AMOUNT-OUT.
            MOVE WS-TAXABLE-AMOUNT TO ORDER-TAXABLE-AMT-OUT.
            MOVE WS-SALES-TAX TO ORDER-SALES-TAX-OUT.
            PERFORM C-400-OPEN-HISTORY.
            PERFORM B-270-WRITE-AMEND-HISTORY.
            PERFORM C-300-POST-NET-INVENTORY.
            CLOSE ORDER-HIST-FILE.
            REWRITE ORDER-REC.
            DISPLAY "ORDER AMENDED".
            DISPLAY "NEW ORDER TOTAL : " ORDER-TOTAL-AMOUNT-OUT.
            DISPLAY "NEW SALES TAX   : " ORDER-SALES-TAX-OUT.
            DISPLAY "MATERIAL COST   : " ORDER-MATL-COST-OUT.
            PERFORM C-230-SUM-PAYMENTS.
            COMPUTE WS-SETTLE-AMOUNT = WS-PAID-TOTAL
                - ORDER-TOTAL-AMOUNT-OUT - ORDER-SALES-TAX-OUT.
            IF WS-SETTLE-AMOUNT > ZERO
                DISPLAY "PAID TO DATE EXCEEDS THE AMENDED ORDER"
                MOVE "Y" TO WS-SETTLE-ALLOW-LEAVE
                PERFORM B-400-SETTLE-MONEY
            END-IF.

       B-270-WRITE-AMEND-HISTORY.
            PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                    UNTIL WS-PEND-IDX > WS-PEND-COUNT
                MOVE WS-PEND-ACTION(WS-PEND-IDX) TO WS-HIST-ACTION
                MOVE WS-PEND-ITEM(WS-PEND-IDX) TO WS-HIST-ITEM
                MOVE WS-PEND-DETAIL(WS-PEND-IDX) TO WS-HIST-DETAIL
                MOVE WS-PEND-OLD(WS-PEND-IDX) TO WS-HIST-OLD
                MOVE WS-PEND-NEW(WS-PEND-IDX) TO WS-HIST-NEW
                PERFORM C-410-WRITE-HISTORY
            END-PERFORM.
            MOVE "TOTAL" TO WS-HIST-ACTION.
            MOVE ZERO TO WS-HIST-ITEM.
            MOVE "ORDER TOTAL RE-PRICED FROM RATE FILE"
                TO WS-HIST-DETAIL.
            MOVE WS-OLD-TOTAL TO WS-HIST-OLD.
            MOVE ORDER-TOTAL-AMOUNT-OUT TO WS-HIST-NEW.
            PERFORM C-410-WRITE-HISTORY.
            MOVE "TAX" TO WS-HIST-ACTION.
            MOVE "SALES TAX RECOMPUTED" TO WS-HIST-DETAIL.
            MOVE WS-OLD-TAX TO WS-HIST-OLD.
            MOVE ORDER-SALES-TAX-OUT TO WS-HIST-NEW.
            PERFORM C-410-WRITE-HISTORY.

       B-300-CANCEL-ORDER.
            OPEN I-O ORDER-FILE.
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "ORDER FILE NOT FOUND"
            ELSE
                DISPLAY "ORDER NUMBER:"
                ACCEPT WS-ORDER-NUM
                MOVE WS-ORDER-NUM TO ORDER-NUM-OUT
                READ ORDER-FILE
                    INVALID KEY
                        DISPLAY "ORDER NOT FOUND"
                    NOT INVALID KEY
                        PERFORM B-310-CHECK-CANCELLABLE
                END-READ
                CLOSE ORDER-FILE
            END-IF.

       B-310-CHECK-CANCELLABLE.
            EVALUATE ORDER-STATUS-OUT
                WHEN "PICKED-UP"
                    DISPLAY "ORDER WAS PICKED UP - CANNOT BE CANCELLED"
                WHEN "CANCELLED"
                    DISPLAY "ORDER IS ALREADY CANCELLED"
                WHEN OTHER
                    PERFORM B-320-CANCEL-ONE-ORDER
            END-EVALUATE.

       B-320-CANCEL-ONE-ORDER.
            DISPLAY "ORDER DATE  : " ORDER-DATE-OUT.
            DISPLAY "STATUS      : " ORDER-STATUS-OUT.
            DISPLAY "CUSTOMER    : " ORDER-CUST-NUM-OUT.
            DISPLAY "ORDER TOTAL : " ORDER-TOTAL-AMOUNT-OUT.
            DISPLAY "SALES TAX   : " ORDER-SALES-TAX-OUT.
            DISPLAY "ITEMS       : " ORDER-ITEM-COUNT-OUT.
            DISPLAY "CANCEL THIS ORDER (Y/N):".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "ORDER NOT CANCELLED"
            ELSE
                PERFORM C-100-LOAD-ORDER-ITEMS
                PERFORM C-110-TALLY-USAGE
                MOVE WS-USE-MOULDING TO WS-MATL-OLD-QTY(1)
                MOVE WS-USE-CROWN TO WS-MATL-OLD-QTY(2)
                MOVE WS-USE-CARDBOARD TO WS-MATL-OLD-QTY(3)
                MOVE WS-USE-GLASS TO WS-MATL-OLD-QTY(4)
                PERFORM B-330-ASK-RETURN-QTYS
                MOVE ORDER-TOTAL-AMOUNT-OUT TO WS-OLD-TOTAL
                MOVE ORDER-SALES-TAX-OUT TO WS-OLD-TAX
                PERFORM C-400-OPEN-HISTORY
                MOVE "CANCEL" TO WS-HIST-ACTION
                MOVE ZERO TO WS-HIST-ITEM
                MOVE "ORDER CANCELLED - TOTAL" TO WS-HIST-DETAIL
                MOVE WS-OLD-TOTAL TO WS-HIST-OLD
                MOVE ZERO TO WS-HIST-NEW
                PERFORM C-410-WRITE-HISTORY
                MOVE "TAX" TO WS-HIST-ACTION
                MOVE "ORDER CANCELLED - SALES TAX" TO WS-HIST-DETAIL
                MOVE WS-OLD-TAX TO WS-HIST-OLD
                PERFORM C-410-WRITE-HISTORY
                PERFORM C-320-POST-RETURNS
                CLOSE ORDER-HIST-FILE
                MOVE "CANCELLED" TO ORDER-STATUS-OUT
                MOVE ZERO TO ORDER-TOTAL-AMOUNT-OUT
                MOVE ZERO TO ORDER-TAXABLE-AMT-OUT
                MOVE ZERO TO ORDER-SALES-TAX-OUT
                REWRITE ORDER-REC
                DISPLAY "ORDER CANCELLED"
                PERFORM C-230-SUM-PAYMENTS
                MOVE WS-PAID-TOTAL TO WS-SETTLE-AMOUNT
                IF WS-SETTLE-AMOUNT > ZERO
                    MOVE "N" TO WS-SETTLE-ALLOW-LEAVE
                    PERFORM B-400-SETTLE-MONEY
                END-IF
            END-IF.

       B-330-ASK-RETURN-QTYS.
            IF ORDER-STATUS-OUT = "NEW" OR SPACES
                DISPLAY "NO WORK STARTED - ALL MATERIAL GOES BACK "
                    "TO STOCK"
                PERFORM VARYING WS-MATL-IDX FROM 1 BY 1
                        UNTIL WS-MATL-IDX > 4
                    MOVE WS-MATL-OLD-QTY(WS-MATL-IDX)
                        TO WS-MATL-RETURN-QTY(WS-MATL-IDX)
                END-PERFORM
            ELSE
                DISPLAY "ORDER IS IN PRODUCTION - ENTER THE UNUSED "
                    "MATERIAL GOING BACK TO STOCK"
                PERFORM B-340-ASK-ONE-RETURN-QTY
                    VARYING WS-MATL-IDX FROM 1 BY 1
                    UNTIL WS-MATL-IDX > 4
            END-IF.

       B-340-ASK-ONE-RETURN-QTY.
            MOVE ZERO TO WS-MATL-RETURN-QTY(WS-MATL-IDX).
            IF WS-MATL-OLD-QTY(WS-MATL-IDX) > ZERO
                MOVE "N" TO WS-RETURN-VALID
                PERFORM UNTIL WS-RETURN-VALID = "Y"
                    DISPLAY WS-MATL-CODE(WS-MATL-IDX) " ISSUED "
                        WS-MATL-OLD-QTY(WS-MATL-IDX)
                        " - QUANTITY TO RETURN:"
                    ACCEPT WS-MATL-RETURN-QTY(WS-MATL-IDX)
                    IF WS-MATL-RETURN-QTY(WS-MATL-IDX)
                            > WS-MATL-OLD-QTY(WS-MATL-IDX)
                        DISPLAY "CANNOT RETURN MORE THAN WAS ISSUED"
                    ELSE
                        MOVE "Y" TO WS-RETURN-VALID
                    END-IF
                END-PERFORM
            END-IF.

       B-400-SETTLE-MONEY.
            MOVE WS-SETTLE-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "MONEY TO SETTLE : " WS-AMOUNT-EDIT.
            MOVE SPACE TO WS-SETTLE-CHOICE.
            PERFORM B-410-ASK-SETTLEMENT
                UNTIL WS-SETTLE-CHOICE = "R" OR "C" OR "L".
            PERFORM C-400-OPEN-HISTORY.
            EVALUATE WS-SETTLE-CHOICE
                WHEN "R"
                    PERFORM B-420-REFUND-MONEY
                WHEN "C"
                    PERFORM B-430-CREDIT-MONEY
                WHEN "L"
                    DISPLAY "OVERPAYMENT LEFT ON THE ORDER"
            END-EVALUATE.
            CLOSE ORDER-HIST-FILE.

       B-410-ASK-SETTLEMENT.
            IF ORDER-CUST-NUM-OUT = ZERO
                DISPLAY "WALK-IN ORDER - NO CUSTOMER CREDIT POSSIBLE"
                DISPLAY "R=REFUND"
            ELSE
                DISPLAY "R=REFUND  C=HOLD AS CUSTOMER CREDIT"
            END-IF.
            IF WS-SETTLE-ALLOW-LEAVE = "Y"
                DISPLAY "L=LEAVE OVERPAYMENT ON THE ORDER"
            END-IF.
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-SETTLE-CHOICE.
            IF WS-SETTLE-CHOICE = "r"
                MOVE "R" TO WS-SETTLE-CHOICE
            END-IF.
            IF WS-SETTLE-CHOICE = "c"
                MOVE "C" TO WS-SETTLE-CHOICE
            END-IF.
            IF WS-SETTLE-CHOICE = "l"
                MOVE "L" TO WS-SETTLE-CHOICE
            END-IF.
            IF WS-SETTLE-CHOICE = "C" AND ORDER-CUST-NUM-OUT = ZERO
                MOVE SPACE TO WS-SETTLE-CHOICE
            END-IF.
            IF WS-SETTLE-CHOICE = "L" AND WS-SETTLE-ALLOW-LEAVE = "N"
                MOVE SPACE TO WS-SETTLE-CHOICE
            END-IF.
            IF WS-SETTLE-CHOICE NOT = "R" AND WS-SETTLE-CHOICE NOT = "C"
                AND WS-SETTLE-CHOICE NOT = "L"
                DISPLAY "INVALID CHOICE"
            END-IF.

       B-420-REFUND-MONEY.
            MOVE "R" TO WS-RECEIPT-TYPE.
            PERFORM C-210-WRITE-SETTLE-RECEIPT.
            MOVE "REFUND" TO WS-HIST-ACTION.
            MOVE ZERO TO WS-HIST-ITEM.
            MOVE "REFUNDED TO CUSTOMER" TO WS-HIST-DETAIL.
            MOVE WS-SETTLE-AMOUNT TO WS-HIST-OLD.
            MOVE ZERO TO WS-HIST-NEW.
            PERFORM C-410-WRITE-HISTORY.
            DISPLAY "REFUND RECEIPT " WS-NEXT-RECEIPT-NUM
                " - PAY OUT " WS-AMOUNT-EDIT.

       B-430-CREDIT-MONEY.
            OPEN I-O CUST-CREDIT-FILE.
            IF WS-CCR-STATUS = "35"
                OPEN OUTPUT CUST-CREDIT-FILE
                CLOSE CUST-CREDIT-FILE
                OPEN I-O CUST-CREDIT-FILE
            END-IF.
            MOVE ORDER-CUST-NUM-OUT TO CCR-CUST-NUM.
            READ CUST-CREDIT-FILE
                INVALID KEY
                    MOVE ORDER-CUST-NUM-OUT TO CCR-CUST-NUM
                    MOVE WS-SETTLE-AMOUNT TO CCR-BALANCE
                    MOVE WS-TODAY-DATE TO CCR-LAST-DATE
                    WRITE CUST-CREDIT-REC
                NOT INVALID KEY
                    ADD WS-SETTLE-AMOUNT TO CCR-BALANCE
                    MOVE WS-TODAY-DATE TO CCR-LAST-DATE
                    REWRITE CUST-CREDIT-REC
            END-READ.
            DISPLAY "CUSTOMER CREDIT NOW: " CCR-BALANCE.
            CLOSE CUST-CREDIT-FILE.
            MOVE "C" TO WS-RECEIPT-TYPE.
            PERFORM C-210-WRITE-SETTLE-RECEIPT.
            MOVE "CREDIT" TO WS-HIST-ACTION.
            MOVE ZERO TO WS-HIST-ITEM.
            MOVE "HELD AS CUSTOMER CREDIT" TO WS-HIST-DETAIL.
            MOVE WS-SETTLE-AMOUNT TO WS-HIST-OLD.
            MOVE ZERO TO WS-HIST-NEW.
            PERFORM C-410-WRITE-HISTORY.
            DISPLAY "CREDIT TRANSFER RECEIPT " WS-NEXT-RECEIPT-NUM.

       B-500-HISTORY-INQUIRY.
            DISPLAY "ORDER NUMBER:".
            ACCEPT WS-ORDER-NUM.
            MOVE ZERO TO WS-HIST-FOUND.
            OPEN INPUT ORDER-HIST-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "NO ORDER HISTORY ON FILE"
            ELSE
                DISPLAY " "
                DISPLAY "HISTORY FOR ORDER " WS-ORDER-NUM
                DISPLAY "DATE      ACTION   ITEM DETAIL"
                    "                                   OLD       NEW"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ ORDER-HIST-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            IF OH-ORDER-NUM = WS-ORDER-NUM
                                PERFORM B-510-SHOW-ONE-HIST-ROW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDER-HIST-FILE
                IF WS-HIST-FOUND = ZERO
                    DISPLAY "NO AMENDMENTS OR CANCELLATION ON FILE"
                END-IF
            END-IF.

       B-510-SHOW-ONE-HIST-ROW.
            ADD 1 TO WS-HIST-FOUND.
            DISPLAY OH-DATE "  " OH-ACTION " " OH-ITEM-NUM "  "
                OH-DETAIL " " OH-OLD-AMOUNT " " OH-NEW-AMOUNT.
            DISPLAY "          BY " OH-OPERATOR-ID " AT " OH-TIME.

       C-100-LOAD-ORDER-ITEMS.
            MOVE ORDER-ITEM-COUNT-OUT TO WS-ITEM-COUNT.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE ORDER-LENGTH-WIDTH-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                MOVE ORDER-TYPE-OF-FRAME-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-TYPE-OF-FRAME(WS-ITEM-IDX)
                MOVE ORDER-FRAME-COLOR-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-FRAME-COLOR(WS-ITEM-IDX)
                MOVE ORDER-NUM-CROWNS-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX)
                MOVE ORDER-CHOICE-CB-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-CHOICE-CB(WS-ITEM-IDX)
                MOVE ORDER-CHOICE-G-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-CHOICE-G(WS-ITEM-IDX)
                MOVE ORDER-ITEM-AMOUNT-OUT(WS-ITEM-IDX)
                    TO WS-ITEM-AMOUNT(WS-ITEM-IDX)
            END-PERFORM.

       C-110-TALLY-USAGE.
            MOVE ZERO TO WS-USE-MOULDING.
            MOVE ZERO TO WS-USE-CROWN.
            MOVE ZERO TO WS-USE-CARDBOARD.
            MOVE ZERO TO WS-USE-GLASS.
            PERFORM C-115-TALLY-ONE-ITEM
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.

       C-115-TALLY-ONE-ITEM.
            ADD WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX) TO WS-USE-MOULDING.
            ADD WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX) TO WS-USE-CROWN.
            IF WS-ITEM-CHOICE-CB(WS-ITEM-IDX) = "Y" OR "y"
                ADD WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                    TO WS-USE-CARDBOARD
            END-IF.
            IF WS-ITEM-CHOICE-G(WS-ITEM-IDX) = "Y" OR "y"
                ADD WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX) TO WS-USE-GLASS
            END-IF.

       C-120-LIST-ITEMS.
            DISPLAY "ITEM " WS-ITEM-IDX
                "  " WS-ITEM-TYPE-OF-FRAME(WS-ITEM-IDX)
                " SIZE " WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                " COLOR " WS-ITEM-FRAME-COLOR(WS-ITEM-IDX)
                " CROWNS " WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX)
                " CB " WS-ITEM-CHOICE-CB(WS-ITEM-IDX)
                " G " WS-ITEM-CHOICE-G(WS-ITEM-IDX)
                " " WS-ITEM-AMOUNT(WS-ITEM-IDX).

       C-130-REPRICE-ONE-ITEM.
            MOVE WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                TO WS-LENGTH-AND-WIDTH.
            MOVE WS-ITEM-TYPE-OF-FRAME(WS-ITEM-IDX) TO WS-TYPE-OF-FRAME.
            MOVE WS-ITEM-FRAME-COLOR(WS-ITEM-IDX) TO WS-FRAME-COLOR.
            MOVE WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX)
                TO WS-NUMBER-OF-CROWNS.
            MOVE WS-ITEM-CHOICE-CB(WS-ITEM-IDX) TO WS-CHOICE-CB.
            MOVE WS-ITEM-CHOICE-G(WS-ITEM-IDX) TO WS-CHOICE-G.
            PERFORM C-150-PRICE-ITEM.
            MOVE WS-TOTAL-PURCHASED-AMOUNT
                TO WS-ITEM-AMOUNT(WS-ITEM-IDX).
            ADD WS-TOTAL-PURCHASED-AMOUNT TO WS-GRAND-TOTAL.

       C-140-STORE-ONE-ITEM.
            IF WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE ZERO TO ORDER-LENGTH-WIDTH-OUT(WS-ITEM-IDX)
                MOVE SPACES TO ORDER-TYPE-OF-FRAME-OUT(WS-ITEM-IDX)
                MOVE SPACES TO ORDER-FRAME-COLOR-OUT(WS-ITEM-IDX)
                MOVE ZERO TO ORDER-NUM-CROWNS-OUT(WS-ITEM-IDX)
                MOVE SPACES TO ORDER-CHOICE-CB-OUT(WS-ITEM-IDX)
                MOVE SPACES TO ORDER-CHOICE-G-OUT(WS-ITEM-IDX)
                MOVE ZERO TO ORDER-ITEM-AMOUNT-OUT(WS-ITEM-IDX)
            ELSE
                MOVE WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX)
                    TO ORDER-LENGTH-WIDTH-OUT(WS-ITEM-IDX)
                MOVE WS-ITEM-TYPE-OF-FRAME(WS-ITEM-IDX)
                    TO ORDER-TYPE-OF-FRAME-OUT(WS-ITEM-IDX)
                MOVE WS-ITEM-FRAME-COLOR(WS-ITEM-IDX)
                    TO ORDER-FRAME-COLOR-OUT(WS-ITEM-IDX)
                MOVE WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX)
                    TO ORDER-NUM-CROWNS-OUT(WS-ITEM-IDX)
                MOVE WS-ITEM-CHOICE-CB(WS-ITEM-IDX)
                    TO ORDER-CHOICE-CB-OUT(WS-ITEM-IDX)
                MOVE WS-ITEM-CHOICE-G(WS-ITEM-IDX)
                    TO ORDER-CHOICE-G-OUT(WS-ITEM-IDX)
                MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX)
                    TO ORDER-ITEM-AMOUNT-OUT(WS-ITEM-IDX)
            END-IF.

       C-150-PRICE-ITEM.
            MOVE ZERO TO WS-AMOUNT-OF-FRAMES.
            MOVE ZERO TO WS-AMOUNT-OF-FRAME-COLOR.
            MOVE ZERO TO WS-AMOUNT-OF-CROWNS.
            MOVE ZERO TO WS-AMOUNT-OF-CB.
            MOVE ZERO TO WS-AMOUNT-OF-G.
            MOVE ZERO TO WS-TOTAL-PURCHASED-AMOUNT.

            IF WS-TYPE-OF-FRAME = 'REGULAR' OR 'regular' THEN
                ADD RATE-REGULAR-FRAME TO WS-AMOUNT-OF-FRAMES
            ELSE IF WS-TYPE-OF-FRAME = 'FANCY' OR 'fancy' THEN
                ADD RATE-FANCY-FRAME TO WS-AMOUNT-OF-FRAMES
            END-IF.

            IF WS-FRAME-COLOR NOT = 'WHITE' OR 'white' THEN
                MULTIPLY RATE-COLOR-SURCHARGE BY WS-LENGTH-AND-WIDTH
                GIVING WS-AMOUNT-OF-FRAME-COLOR
            END-IF.

            IF WS-NUMBER-OF-CROWNS NOT = 0 THEN
                MULTIPLY RATE-PER-CROWN BY WS-NUMBER-OF-CROWNS
                GIVING WS-AMOUNT-OF-CROWNS
            END-IF.

            IF WS-CHOICE-CB = 'Y' OR 'y' THEN
                MULTIPLY RATE-CARDBOARD BY WS-LENGTH-AND-WIDTH
                GIVING WS-AMOUNT-OF-CB
            END-IF.

            IF WS-CHOICE-G = 'Y' OR 'y' THEN
                MULTIPLY RATE-GLASS BY WS-LENGTH-AND-WIDTH
                GIVING WS-AMOUNT-OF-G
            END-IF.

            ADD WS-AMOUNT-OF-FRAMES, WS-AMOUNT-OF-FRAME-COLOR,
             WS-AMOUNT-OF-CROWNS, WS-AMOUNT-OF-CB, WS-AMOUNT-OF-G
             TO WS-TOTAL-PURCHASED-AMOUNT.

       C-160-TAKE-ITEM-DETAILS.
            DISPLAY "The length and width, in inches, of the picture:"
            ACCEPT WS-LENGTH-AND-WIDTH
            DISPLAY "The type of the frame:"
            ACCEPT WS-TYPE-OF-FRAME
            DISPLAY "Choice of color to color the frame:"
            ACCEPT WS-FRAME-COLOR
            DISPLAY "Enter the number of crowns:"
            ACCEPT WS-NUMBER-OF-CROWNS
            DISPLAY "Want to put a carboard behind?"
            ACCEPT WS-CHOICE-CB
            DISPLAY "Want to put a glass on top?"
            ACCEPT WS-CHOICE-G.

       C-170-ITEM-TO-TABLE.
            MOVE WS-LENGTH-AND-WIDTH
                TO WS-ITEM-LENGTH-WIDTH(WS-ITEM-IDX).
            MOVE WS-TYPE-OF-FRAME
                TO WS-ITEM-TYPE-OF-FRAME(WS-ITEM-IDX).
            MOVE WS-FRAME-COLOR
                TO WS-ITEM-FRAME-COLOR(WS-ITEM-IDX).
            MOVE WS-NUMBER-OF-CROWNS
                TO WS-ITEM-NUMBER-OF-CROWNS(WS-ITEM-IDX).
            MOVE WS-CHOICE-CB TO WS-ITEM-CHOICE-CB(WS-ITEM-IDX).
            MOVE WS-CHOICE-G TO WS-ITEM-CHOICE-G(WS-ITEM-IDX).
            MOVE WS-TOTAL-PURCHASED-AMOUNT
                TO WS-ITEM-AMOUNT(WS-ITEM-IDX).

       C-175-SHIFT-ONE-ITEM.
            MOVE WS-ITEM(WS-SHIFT-IDX + 1) TO WS-ITEM(WS-SHIFT-IDX).

       C-180-COMPUTE-SALES-TAX.
            IF ORDER-EXEMPT-CERT-OUT NOT = SPACES
                MOVE ZERO TO WS-TAXABLE-AMOUNT
                MOVE ZERO TO WS-SALES-TAX
            ELSE
                MOVE WS-GRAND-TOTAL TO WS-TAXABLE-AMOUNT
                COMPUTE WS-SALES-TAX ROUNDED =
                    WS-TAXABLE-AMOUNT * RATE-SALES-TAX-PCT / 100
            END-IF.

       C-190-ADD-PENDING.
            ADD 1 TO WS-PEND-COUNT.
            MOVE WS-TYPE-OF-FRAME TO WS-DET-TYPE.
            MOVE WS-LENGTH-AND-WIDTH TO WS-DET-SIZE.
            MOVE WS-NUMBER-OF-CROWNS TO WS-DET-CROWNS.
            MOVE WS-HIST-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT).
            MOVE WS-ITEM-IDX TO WS-PEND-ITEM(WS-PEND-COUNT).
            MOVE WS-ITEM-DETAIL TO WS-PEND-DETAIL(WS-PEND-COUNT).
            MOVE WS-HIST-OLD TO WS-PEND-OLD(WS-PEND-COUNT).
            MOVE WS-HIST-NEW TO WS-PEND-NEW(WS-PEND-COUNT).

       C-200-GET-NEXT-RECEIPT-NUM.
            MOVE ZERO TO WS-NEXT-RECEIPT-NUM.
            OPEN INPUT RECEIPT-SEQ-FILE.
            IF WS-RSEQ-STATUS = "00"
                READ RECEIPT-SEQ-FILE
                    NOT AT END
                        MOVE RSEQ-LAST-RECEIPT-NUM
                            TO WS-NEXT-RECEIPT-NUM
                END-READ
                CLOSE RECEIPT-SEQ-FILE
            END-IF.
            ADD 1 TO WS-NEXT-RECEIPT-NUM.
            OPEN OUTPUT RECEIPT-SEQ-FILE.
            MOVE WS-NEXT-RECEIPT-NUM TO RSEQ-LAST-RECEIPT-NUM.
            WRITE RECEIPT-SEQ-REC.
            CLOSE RECEIPT-SEQ-FILE.

       C-210-WRITE-SETTLE-RECEIPT.
            PERFORM C-200-GET-NEXT-RECEIPT-NUM.
            PERFORM C-220-OPEN-PAYMENT-IO.
            MOVE WS-NEXT-RECEIPT-NUM TO PAY-RECEIPT-NUM.
            MOVE ORDER-NUM-OUT TO PAY-ORDER-NUM.
            MOVE WS-RECEIPT-TYPE TO PAY-TYPE.
            COMPUTE PAY-AMOUNT = ZERO - WS-SETTLE-AMOUNT.
            MOVE WS-TODAY-DATE TO PAY-DATE.
            MOVE "N" TO PAY-VOID-FLAG.
            MOVE ZERO TO PAY-VOID-DATE.
            MOVE SPACES TO PAY-VOID-OPERATOR.
            MOVE ZERO TO PAY-VOID-TIME.
            MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
            ACCEPT PAY-TIME FROM TIME.
            WRITE PAYMENT-REC
                INVALID KEY
                    DISPLAY "RECEIPT NUMBER ALREADY ON FILE"
            END-WRITE.
            CLOSE PAYMENT-FILE.

       C-220-OPEN-PAYMENT-IO.
            OPEN I-O PAYMENT-FILE.
            IF WS-PAYMENT-STATUS = "35"
                OPEN OUTPUT PAYMENT-FILE
                CLOSE PAYMENT-FILE
                OPEN I-O PAYMENT-FILE
            END-IF.

       C-230-SUM-PAYMENTS.
            MOVE ZERO TO WS-PAID-TOTAL.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAYMENT-STATUS = "00"
                MOVE "N" TO WS-PAY-EOF-FLAG
                MOVE ORDER-NUM-OUT TO PAY-ORDER-NUM
                START PAYMENT-FILE KEY = PAY-ORDER-NUM
                    INVALID KEY
                        MOVE "Y" TO WS-PAY-EOF-FLAG
                END-START
                PERFORM UNTIL WS-PAY-EOF-FLAG = "Y"
                    READ PAYMENT-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-PAY-EOF-FLAG
                        NOT AT END
                            IF PAY-ORDER-NUM NOT = ORDER-NUM-OUT
                                MOVE "Y" TO WS-PAY-EOF-FLAG
                            ELSE
                                IF PAY-VOID-FLAG NOT = "V"
                                    ADD PAY-AMOUNT TO WS-PAID-TOTAL
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYMENT-FILE
            END-IF.
            MOVE WS-PAID-TOTAL TO WS-AMOUNT-EDIT.
            DISPLAY "PAID TO DATE    : " WS-AMOUNT-EDIT.

       C-300-POST-NET-INVENTORY.
            PERFORM C-340-OPEN-INV-AND-LEDGER.
            IF WS-INV-OPEN = "Y"
                MOVE ZERO TO WS-ORDER-MATL-COST
                PERFORM C-310-POST-ONE-DIFFERENCE
                    VARYING WS-MATL-IDX FROM 1 BY 1
                    UNTIL WS-MATL-IDX > 4
                MOVE WS-ORDER-MATL-COST TO ORDER-MATL-COST-OUT
                CLOSE LEDGER-FILE
                CLOSE INV-FILE
            END-IF.

       C-310-POST-ONE-DIFFERENCE.
            COMPUTE WS-POST-QTY = WS-MATL-NEW-QTY(WS-MATL-IDX)
                - WS-MATL-OLD-QTY(WS-MATL-IDX).
            IF WS-MATL-NEW-QTY(WS-MATL-IDX) NOT = ZERO
                OR WS-POST-QTY NOT = ZERO
                MOVE WS-MATL-CODE(WS-MATL-IDX) TO INV-ITEM-CODE
                READ INV-FILE
                    INVALID KEY
                        DISPLAY "MATERIAL NOT ON INVENTORY FILE: "
                            WS-MATL-CODE(WS-MATL-IDX)
                    NOT INVALID KEY
                        PERFORM C-315-BOOK-ONE-DIFFERENCE
                END-READ
            END-IF.

       C-315-BOOK-ONE-DIFFERENCE.
            COMPUTE WS-LINE-COST ROUNDED =
                WS-MATL-NEW-QTY(WS-MATL-IDX) * INV-UNIT-COST.
            ADD WS-LINE-COST TO WS-ORDER-MATL-COST.
            IF WS-POST-QTY NOT = ZERO
                SUBTRACT WS-POST-QTY FROM INV-ON-HAND
                REWRITE INV-REC
                MOVE WS-MATL-CODE(WS-MATL-IDX) TO LED-ITEM-CODE
                MOVE WS-MATL-CODE(WS-MATL-IDX) TO WS-MDET-CODE
                IF WS-POST-QTY > ZERO
                    MOVE "ISSUE" TO LED-MOVE-TYPE
                    MOVE " ISSUED" TO WS-MDET-VERB
                ELSE
                    MOVE "RETURN" TO LED-MOVE-TYPE
                    MOVE " RETURNED" TO WS-MDET-VERB
                END-IF
                COMPUTE LED-QTY = ZERO - WS-POST-QTY
                MOVE ORDER-NUM-OUT TO LED-ORDER-NUM
                MOVE WS-TODAY-DATE TO LED-DATE
                MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
                ACCEPT LED-TIME FROM TIME
                WRITE LEDGER-REC
                MOVE LED-QTY TO WS-MDET-QTY
                MOVE "MATERIAL" TO WS-HIST-ACTION
                MOVE ZERO TO WS-HIST-ITEM
                MOVE WS-MATL-DETAIL TO WS-HIST-DETAIL
                MOVE ZERO TO WS-HIST-OLD
                MOVE ZERO TO WS-HIST-NEW
                PERFORM C-410-WRITE-HISTORY
                IF INV-ON-HAND <= INV-REORDER-POINT
                    MOVE INV-ON-HAND TO WS-ON-HAND-EDIT
                    DISPLAY "*** REORDER " WS-MATL-CODE(WS-MATL-IDX)
                        " - ON HAND " WS-ON-HAND-EDIT " ***"
                END-IF
            END-IF.

       C-320-POST-RETURNS.
            PERFORM C-340-OPEN-INV-AND-LEDGER.
            IF WS-INV-OPEN = "Y"
                MOVE ZERO TO WS-RETURNED-COST
                PERFORM C-330-POST-ONE-RETURN
                    VARYING WS-MATL-IDX FROM 1 BY 1
                    UNTIL WS-MATL-IDX > 4
                IF WS-RETURNED-COST > ORDER-MATL-COST-OUT
                    MOVE ZERO TO ORDER-MATL-COST-OUT
                ELSE
                    SUBTRACT WS-RETURNED-COST FROM ORDER-MATL-COST-OUT
                END-IF
                CLOSE LEDGER-FILE
                CLOSE INV-FILE
            END-IF.

       C-330-POST-ONE-RETURN.
            IF WS-MATL-RETURN-QTY(WS-MATL-IDX) > ZERO
                MOVE WS-MATL-CODE(WS-MATL-IDX) TO INV-ITEM-CODE
                READ INV-FILE
                    INVALID KEY
                        DISPLAY "MATERIAL NOT ON INVENTORY FILE: "
                            WS-MATL-CODE(WS-MATL-IDX)
                    NOT INVALID KEY
                        COMPUTE WS-LINE-COST ROUNDED =
                            WS-MATL-RETURN-QTY(WS-MATL-IDX)
                            * INV-UNIT-COST
                        ADD WS-LINE-COST TO WS-RETURNED-COST
                        ADD WS-MATL-RETURN-QTY(WS-MATL-IDX)
                            TO INV-ON-HAND
                        REWRITE INV-REC
                        MOVE WS-MATL-CODE(WS-MATL-IDX)
                            TO LED-ITEM-CODE
                        MOVE "RETURN" TO LED-MOVE-TYPE
                        MOVE WS-MATL-RETURN-QTY(WS-MATL-IDX)
                            TO LED-QTY
                        MOVE ORDER-NUM-OUT TO LED-ORDER-NUM
                        MOVE WS-TODAY-DATE TO LED-DATE
                        MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
                        ACCEPT LED-TIME FROM TIME
                        WRITE LEDGER-REC
                        MOVE WS-MATL-CODE(WS-MATL-IDX) TO WS-MDET-CODE
                        MOVE " RETURNED" TO WS-MDET-VERB
                        MOVE LED-QTY TO WS-MDET-QTY
                        MOVE "MATERIAL" TO WS-HIST-ACTION
                        MOVE ZERO TO WS-HIST-ITEM
                        MOVE WS-MATL-DETAIL TO WS-HIST-DETAIL
                        MOVE ZERO TO WS-HIST-OLD
                        MOVE ZERO TO WS-HIST-NEW
                        PERFORM C-410-WRITE-HISTORY
                END-READ
            END-IF.

       C-340-OPEN-INV-AND-LEDGER.
            MOVE "N" TO WS-INV-OPEN.
            OPEN I-O INV-FILE.
            IF WS-INV-STATUS NOT = "00"
                DISPLAY "INVENTORY FILE NOT FOUND - MATERIAL NOT "
                    "POSTED"
            ELSE
                MOVE "Y" TO WS-INV-OPEN
                OPEN EXTEND LEDGER-FILE
                IF WS-LEDGER-STATUS = "35"
                    OPEN OUTPUT LEDGER-FILE
                END-IF
            END-IF.

       C-400-OPEN-HISTORY.
            OPEN EXTEND ORDER-HIST-FILE.
            IF WS-HIST-STATUS = "35"
                OPEN OUTPUT ORDER-HIST-FILE
            END-IF.

       C-410-WRITE-HISTORY.
            MOVE ORDER-NUM-OUT TO OH-ORDER-NUM.
            MOVE WS-TODAY-DATE TO OH-DATE.
            MOVE WS-HIST-ACTION TO OH-ACTION.
            MOVE WS-HIST-ITEM TO OH-ITEM-NUM.
            MOVE WS-HIST-DETAIL TO OH-DETAIL.
            MOVE WS-HIST-OLD TO OH-OLD-AMOUNT.
            MOVE WS-HIST-NEW TO OH-NEW-AMOUNT.
            MOVE WS-OPERATOR-ID TO OH-OPERATOR-ID.
            ACCEPT OH-TIME FROM TIME.
            WRITE ORDER-HIST-REC.
       END PROGRAM ORDMAINT.
