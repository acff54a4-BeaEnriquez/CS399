      *          sales by frame type and by option (crowns, cardboard,
      *          glass) summed over the ORDER-ITEM-OUT occurrences,
      *          order count, dollar total and average order value,
      *          and orders by status, with the sales tax charged on
      *          top of the sales (SALESTAX files the return from the
      *          same orders). Orders CANCELLED through ORDMAINT are
      *          counted under their status only and left out of the
      *          sales figures. From the payment file: cash received
      *          in the month net of refunds; customer credit moved
      *          between orders is not cash. From the quote file: quotes
      *          cut in the month split OPEN / CONVERTED / EXPIRED by
      *          QUOTE-EXPIRY-OUT with the conversion rate. One run,
      *          one printed summary for the accountant.
           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       FD  QUOTE-FILE
           DATA RECORD IS QUOTE-REC.
       01  QUOTE-REC.
               10  QUOTE-ITEM-AMOUNT-OUT    PIC 999V99.
           05  QUOTE-ORDER-NUM-OUT      PIC 9(9).
           05  QUOTE-CUST-NUM-OUT       PIC 9(5).
           05  QUOTE-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  QUOTE-SALES-TAX-OUT      PIC 9(5)V99.
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
       WORKING-STORAGE SECTION.
       01  WS-ORDER-FILE-PATH      PIC X(100).
       01  WS-QUOTE-FILE-PATH      PIC X(100).
       01  WS-ITEM-IDX             PIC 9(3).
       01  WS-CNT-ORDERS           PIC 9(5)     VALUE ZERO.
       01  WS-TOT-SALES            PIC 9(9)V99  VALUE ZERO.
       01  WS-TOT-SALES-TAX        PIC 9(9)V99  VALUE ZERO.
       01  WS-AVG-ORDER            PIC 9(7)V99  VALUE ZERO.
       01  FRAME-TYPE-TOTALS.
           05  WS-CNT-REGULAR      PIC 9(7)     VALUE ZERO.
           05  WS-CNT-STAT-INPROD  PIC 9(5)     VALUE ZERO.
           05  WS-CNT-STAT-READY   PIC 9(5)     VALUE ZERO.
           05  WS-CNT-STAT-PICKED  PIC 9(5)     VALUE ZERO.
           05  WS-CNT-STAT-CANCEL  PIC 9(5)     VALUE ZERO.
           05  WS-CNT-STAT-OTHER   PIC 9(5)     VALUE ZERO.
       01  WS-CASH-RECEIVED        PIC S9(9)V99 VALUE ZERO.
       01  WS-CASH-EDIT            PIC -ZZZZZZZZ9.99.
       01  QUOTE-TOTALS.
           05  WS-CNT-QUOTES       PIC 9(5)     VALUE ZERO.
           05  WS-CNT-Q-OPEN       PIC 9(5)     VALUE ZERO.
                            MOVE ORDER-DATE-OUT TO WS-DATE-SPLIT
                            MOVE WS-SPLIT-YYMM TO WS-WORK-MONTH
                            IF WS-WORK-MONTH = WS-REPORT-MONTH
                                IF ORDER-STATUS-OUT = "CANCELLED"
                                    ADD 1 TO WS-CNT-STAT-CANCEL
                                ELSE
                                    PERFORM B-110-TALLY-ONE-ORDER
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
       B-110-TALLY-ONE-ORDER.
            ADD 1 TO WS-CNT-ORDERS.
            ADD ORDER-TOTAL-AMOUNT-OUT TO WS-TOT-SALES.
            ADD ORDER-SALES-TAX-OUT TO WS-TOT-SALES-TAX.
            EVALUATE ORDER-STATUS-OUT
                WHEN "NEW"
                    ADD 1 TO WS-CNT-STAT-NEW
                            MOVE WS-SPLIT-YYMM TO WS-WORK-MONTH
                            IF WS-WORK-MONTH = WS-REPORT-MONTH
                                AND PAY-VOID-FLAG NOT = "V"
                                AND PAY-TYPE NOT = "C"
                                ADD PAY-AMOUNT TO WS-CASH-RECEIVED
                            END-IF
                    END-READ
            DISPLAY "----------------------------------------".
            DISPLAY "ORDERS TAKEN        : " WS-CNT-ORDERS.
            DISPLAY "TOTAL SALES         : " WS-TOT-SALES.
            DISPLAY "SALES TAX CHARGED   : " WS-TOT-SALES-TAX.
            DISPLAY "AVERAGE ORDER VALUE : " WS-AVG-ORDER.
            DISPLAY "--- SALES BY FRAME TYPE ---".
            DISPLAY "REGULAR  ITEMS " WS-CNT-REGULAR
            DISPLAY "READY               : " WS-CNT-STAT-READY.
            DISPLAY "PICKED-UP           : " WS-CNT-STAT-PICKED.
            DISPLAY "OTHER               : " WS-CNT-STAT-OTHER.
            DISPLAY "CANCELLED (NOT SOLD): " WS-CNT-STAT-CANCEL.
            DISPLAY "--- CASH ---".
            MOVE WS-CASH-RECEIVED TO WS-CASH-EDIT.
            DISPLAY "CASH RECEIVED       : " WS-CASH-EDIT.
            DISPLAY "--- QUOTES CUT IN MONTH ---".
            DISPLAY "QUOTES              : " WS-CNT-QUOTES.
            DISPLAY "OPEN                : " WS-CNT-Q-OPEN.
