      *          end-of-day cash-up totals a day's receipts by
      *          PAY-TYPE for the bank deposit slip, and the monthly
      *          aging report lists orders with open balances
      *          bucketed 30/60/90 days past ORDER-DATE-OUT. Balance
      *          due is the order total plus its sales tax.
      *          Payment type C applies customer credit held on the
      *          customer credit file (left there by ORDMAINT when a
      *          cancelled order's deposit was kept rather than
      *          refunded). Refunds (R) and credit transfers (C) are
      *          written by ORDMAINT as negative receipts; the
      *          cash-up nets refunds out of the deposit slip and
      *          leaves credit transfers off it, since no money
      *          changes hands.
      *          Operators sign on first (FRONT-COUNTER or MANAGER).
      *          Voiding a receipt is restricted to MANAGER, and every
      *          receipt and void carries the operator ID and time of
      *          day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-RCPT-SEQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSEQ-STATUS.
       SELECT CUST-CREDIT-FILE
           ASSIGN TO WS-CUST-CREDIT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCR-CUST-NUM
           FILE STATUS IS WS-CCR-STATUS.
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
       01  WS-PAYMENT-FILE-PATH    PIC X(100).
       01  WS-ORDER-STATUS         PIC XX    VALUE "00".
       01  WS-PAYMENT-STATUS       PIC XX    VALUE "00".
       01  WS-RSEQ-STATUS          PIC XX    VALUE "00".
       01  WS-CUST-CREDIT-PATH     PIC X(100).
       01  WS-CCR-STATUS           PIC XX    VALUE "00".
       01  WS-CREDIT-OK            PIC X     VALUE "N".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-ORDER-NUM            PIC 9(9).
       01  WS-PAY-TYPE             PIC X.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-PAY-EOF-FLAG         PIC X     VALUE "N".
       01  WS-PAYMENT-AVAIL        PIC X     VALUE "N".
       01  WS-PAID-TOTAL           PIC S9(7)V99 VALUE ZERO.
       01  WS-BALANCE-DUE          PIC S9(7)V99 VALUE ZERO.
       01  WS-BALANCE-EDIT         PIC -ZZZZZZ9.99.
       01  WS-TODAY-DATE           PIC 9(8).
           05  WS-AMT-PAYMENTS     PIC 9(8)V99 VALUE ZERO.
           05  WS-CNT-OTHER-PAY    PIC 9(5)    VALUE ZERO.
           05  WS-AMT-OTHER-PAY    PIC 9(8)V99 VALUE ZERO.
           05  WS-CNT-REFUNDS      PIC 9(5)    VALUE ZERO.
           05  WS-AMT-REFUNDS      PIC S9(8)V99 VALUE ZERO.
           05  WS-CNT-CREDITS      PIC 9(5)    VALUE ZERO.
           05  WS-AMT-CREDITS      PIC S9(8)V99 VALUE ZERO.
           05  WS-CNT-VOIDED       PIC 9(5)    VALUE ZERO.
           05  WS-AMT-DEPOSIT-SLIP PIC S9(8)V99 VALUE ZERO.
       01  WS-CASHUP-EDIT          PIC -ZZZZZZZ9.99.
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
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 6.
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
            ACCEPT WS-ORDER-FILE-PATH FROM ENVIRONMENT "ORDER_FILE_PATH".
            IF WS-ORDER-FILE-PATH = SPACES
            IF WS-RCPT-SEQ-PATH = SPACES
                MOVE "C:\COBOL_Files\RCPTSEQ.TXT" TO WS-RCPT-SEQ-PATH
            END-IF.
            ACCEPT WS-CUST-CREDIT-PATH
                FROM ENVIRONMENT "CUST_CREDIT_PATH".
            IF WS-CUST-CREDIT-PATH = SPACES
                MOVE "C:\COBOL_Files\CUSTCRED.TXT"
                    TO WS-CUST-CREDIT-PATH
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
                WHEN 3
                    PERFORM B-400-AGING-REPORT
                WHEN 4
                    IF WS-OPERATOR-ROLE = "MANAGER"
                        PERFORM B-500-VOID-RECEIPT
                    ELSE
                        DISPLAY "VOID RECEIPT IS RESTRICTED TO MANAGER"
                    END-IF
                WHEN 5
                    PERFORM B-600-DAILY-CASHUP
            END-EVALUATE.
            END-IF.

       B-210-TAKE-PAYMENT.
            IF ORDER-STATUS-OUT = "CANCELLED"
                DISPLAY "ORDER WAS CANCELLED - NO PAYMENT TAKEN"
            ELSE
                DISPLAY "PAYMENT TYPE (D=DEPOSIT P=PAYMENT "
                    "C=CUSTOMER CREDIT):"
                ACCEPT WS-PAY-TYPE
                DISPLAY "AMOUNT:"
                ACCEPT WS-PAY-AMOUNT
                IF WS-PAY-TYPE = "C" OR "c"
                    MOVE "C" TO WS-PAY-TYPE
                    PERFORM B-230-APPLY-CUST-CREDIT
                    IF WS-CREDIT-OK = "Y"
                        PERFORM B-220-WRITE-PAYMENT
                    END-IF
                ELSE
                    IF WS-PAY-TYPE = "R" OR "r"
                        DISPLAY "REFUNDS ARE ISSUED THROUGH ORDMAINT"
                    ELSE
                        PERFORM B-220-WRITE-PAYMENT
                    END-IF
                END-IF
            END-IF.

       B-220-WRITE-PAYMENT.
            PERFORM C-200-GET-NEXT-RECEIPT-NUM.
            PERFORM C-300-OPEN-PAYMENT-IO.
            MOVE WS-NEXT-RECEIPT-NUM TO PAY-RECEIPT-NUM.
            ACCEPT PAY-DATE FROM DATE YYYYMMDD.
            MOVE "N" TO PAY-VOID-FLAG.
            MOVE ZERO TO PAY-VOID-DATE.
            MOVE SPACES TO PAY-VOID-OPERATOR.
            MOVE ZERO TO PAY-VOID-TIME.
            MOVE WS-OPERATOR-ID TO PAY-OPERATOR-ID.
            ACCEPT PAY-TIME FROM TIME.
            WRITE PAYMENT-REC
                INVALID KEY
                    DISPLAY "RECEIPT NUMBER ALREADY ON FILE"
            CLOSE PAYMENT-FILE.
            PERFORM C-110-SHOW-BALANCE.

       B-230-APPLY-CUST-CREDIT.
            MOVE "N" TO WS-CREDIT-OK.
            IF ORDER-CUST-NUM-OUT = ZERO
                DISPLAY "WALK-IN ORDER - NO CUSTOMER CREDIT TO APPLY"
            ELSE
                OPEN I-O CUST-CREDIT-FILE
                IF WS-CCR-STATUS NOT = "00"
                    DISPLAY "CUSTOMER CREDIT FILE NOT FOUND"
                ELSE
                    MOVE ORDER-CUST-NUM-OUT TO CCR-CUST-NUM
                    READ CUST-CREDIT-FILE
                        INVALID KEY
                            DISPLAY "NO CREDIT ON FILE FOR CUSTOMER "
                                ORDER-CUST-NUM-OUT
                        NOT INVALID KEY
                            PERFORM B-240-TAKE-FROM-CREDIT
                    END-READ
                    CLOSE CUST-CREDIT-FILE
                END-IF
            END-IF.

       B-240-TAKE-FROM-CREDIT.
            DISPLAY "CREDIT AVAILABLE: " CCR-BALANCE.
            IF WS-PAY-AMOUNT > CCR-BALANCE
                DISPLAY "AMOUNT EXCEEDS CUSTOMER CREDIT - NOT APPLIED"
            ELSE
                SUBTRACT WS-PAY-AMOUNT FROM CCR-BALANCE
                MOVE WS-TODAY-DATE TO CCR-LAST-DATE
                REWRITE CUST-CREDIT-REC
                MOVE "Y" TO WS-CREDIT-OK
                DISPLAY "CREDIT REMAINING: " CCR-BALANCE
            END-IF.

       B-300-BALANCE-INQUIRY.
            OPEN INPUT ORDER-FILE.
            IF WS-ORDER-STATUS NOT = "00"
            CLOSE PAYMENT-FILE.

       B-510-CONFIRM-AND-VOID.
            EVALUATE TRUE
                WHEN PAY-VOID-FLAG = "V"
                    DISPLAY "RECEIPT ALREADY VOIDED ON " PAY-VOID-DATE
                WHEN PAY-TYPE = "R" OR PAY-AMOUNT < ZERO
                    DISPLAY "REFUND/CREDIT RECEIPT FROM ORDMAINT - "
                        "CANNOT BE VOIDED"
                WHEN PAY-TYPE = "C"
                    DISPLAY "CUSTOMER CREDIT RECEIPT - CANNOT BE "
                        "VOIDED"
                WHEN OTHER
                    PERFORM B-520-VOID-ONE-RECEIPT
            END-EVALUATE.

       B-520-VOID-ONE-RECEIPT.
            DISPLAY "ORDER  : " PAY-ORDER-NUM.
            DISPLAY "TYPE   : " PAY-TYPE.
            DISPLAY "AMOUNT : " PAY-AMOUNT.
            DISPLAY "DATED  : " PAY-DATE.
            DISPLAY "VOID THIS RECEIPT (Y/N):".
            ACCEPT WS-VOID-CONFIRM.
            IF WS-VOID-CONFIRM = "Y" OR "y"
                MOVE "V" TO PAY-VOID-FLAG
                MOVE WS-TODAY-DATE TO PAY-VOID-DATE
                MOVE WS-OPERATOR-ID TO PAY-VOID-OPERATOR
                ACCEPT PAY-VOID-TIME FROM TIME
                REWRITE PAYMENT-REC
                DISPLAY "RECEIPT VOIDED - ORIGINAL KEPT ON FILE"
            ELSE
                DISPLAY "RECEIPT NOT VOIDED"
            END-IF.

       B-600-DAILY-CASHUP.
            MOVE ZERO TO WS-AMT-PAYMENTS.
            MOVE ZERO TO WS-CNT-OTHER-PAY.
            MOVE ZERO TO WS-AMT-OTHER-PAY.
            MOVE ZERO TO WS-CNT-REFUNDS.
            MOVE ZERO TO WS-AMT-REFUNDS.
            MOVE ZERO TO WS-CNT-CREDITS.
            MOVE ZERO TO WS-AMT-CREDITS.
            MOVE ZERO TO WS-CNT-VOIDED.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAYMENT-STATUS NOT = "00"
                    WHEN "p"
                        ADD 1 TO WS-CNT-PAYMENTS
                        ADD PAY-AMOUNT TO WS-AMT-PAYMENTS
                    WHEN "R"
                        ADD 1 TO WS-CNT-REFUNDS
                        ADD PAY-AMOUNT TO WS-AMT-REFUNDS
                    WHEN "C"
                        ADD 1 TO WS-CNT-CREDITS
                        ADD PAY-AMOUNT TO WS-AMT-CREDITS
                    WHEN OTHER
                        ADD 1 TO WS-CNT-OTHER-PAY
                        ADD PAY-AMOUNT TO WS-AMT-OTHER-PAY

       B-620-PRINT-CASHUP.
            COMPUTE WS-AMT-DEPOSIT-SLIP =
                WS-AMT-DEPOSITS + WS-AMT-PAYMENTS + WS-AMT-OTHER-PAY
                + WS-AMT-REFUNDS.
            DISPLAY " ".
            DISPLAY "======== DAILY CASH-UP ========".
            DISPLAY "DATE " WS-CASHUP-DATE.
                "  " WS-AMT-PAYMENTS.
            DISPLAY "OTHER     : " WS-CNT-OTHER-PAY
                "  " WS-AMT-OTHER-PAY.
            MOVE WS-AMT-REFUNDS TO WS-CASHUP-EDIT.
            DISPLAY "REFUNDS   : " WS-CNT-REFUNDS
                "  " WS-CASHUP-EDIT.
            MOVE WS-AMT-CREDITS TO WS-CASHUP-EDIT.
            DISPLAY "CREDIT    : " WS-CNT-CREDITS
                "  " WS-CASHUP-EDIT " (NOT IN TOTAL)".
            DISPLAY "VOIDED    : " WS-CNT-VOIDED " (NOT IN TOTAL)".
            MOVE WS-AMT-DEPOSIT-SLIP TO WS-CASHUP-EDIT.
            DISPLAY "DEPOSIT SLIP TOTAL: " WS-CASHUP-EDIT.
            DISPLAY "===============================".

       C-100-SUM-PAYMENTS-FOR-ORDER.

       C-110-SHOW-BALANCE.
            COMPUTE WS-BALANCE-DUE =
                ORDER-TOTAL-AMOUNT-OUT + ORDER-SALES-TAX-OUT
                - WS-PAID-TOTAL.
            MOVE WS-BALANCE-DUE TO WS-BALANCE-EDIT.
            DISPLAY "ORDER TOTAL : " ORDER-TOTAL-AMOUNT-OUT.
            DISPLAY "SALES TAX   : " ORDER-SALES-TAX-OUT.
            DISPLAY "PAID TO DATE: " WS-PAID-TOTAL.
            DISPLAY "BALANCE DUE : " WS-BALANCE-EDIT.

                + WS-TODAY-DD.

       C-500-AGE-ONE-ORDER.
            IF ORDER-STATUS-OUT = "CANCELLED"
                MOVE ZERO TO WS-PAID-TOTAL
                MOVE ZERO TO WS-BALANCE-DUE
            ELSE
                PERFORM C-510-COMPUTE-ORDER-BALANCE
            END-IF.
            PERFORM C-520-BUCKET-ONE-ORDER.

       C-510-COMPUTE-ORDER-BALANCE.
            IF WS-PAYMENT-AVAIL = "Y"
                MOVE ORDER-NUM-OUT TO WS-ORDER-NUM
                PERFORM C-100-SUM-PAYMENTS-FOR-ORDER
                MOVE ZERO TO WS-PAID-TOTAL
            END-IF.
            COMPUTE WS-BALANCE-DUE =
                ORDER-TOTAL-AMOUNT-OUT + ORDER-SALES-TAX-OUT
                - WS-PAID-TOTAL.

       C-520-BUCKET-ONE-ORDER.
            IF WS-BALANCE-DUE > ZERO
                ADD 1 TO WS-OPEN-COUNT
                MOVE ORDER-DATE-OUT TO WS-ORDER-DATE-PARTS
