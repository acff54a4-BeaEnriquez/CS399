      *          paid after its due date with penalty and interest
      *          accrued on the unpaid balance, plus billed/paid/
      *          outstanding control totals.
      *          Where TAXBILL split the year into installments, a
      *          payment is applied to the oldest open installment
      *          first (an overpayment stays on the last one), and
      *          the delinquency report ages and penalizes each
      *          installment from its own due date.
      *          Operators sign on first (TREASURY or MANAGER); every
      *          payment logged carries the operator ID and time of
      *          day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-TAXPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXPAY-STATUS.
       SELECT TAXINST-FILE
           ASSIGN TO WS-TAXINST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INST-KEY
           FILE STATUS IS WS-TAXINST-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXAR-FILE
           05  TP-LOT-NUM             PIC 9(9).
           05  TP-AMOUNT              PIC 9(8)V99.
           05  TP-DATE                PIC 9(8).
           05  TP-OPERATOR-ID         PIC X(8).
           05  TP-TIME                PIC 9(8).
       FD  TAXINST-FILE
           DATA RECORD IS TAXINST-REC.
       01  TAXINST-REC.
           05  INST-KEY.
               10  INST-YEAR          PIC 9(4).
               10  INST-LOT-NUM       PIC 9(9).
               10  INST-NUM           PIC 9.
           05  INST-AMOUNT-DUE        PIC 9(8)V99.
           05  INST-PAID-AMOUNT       PIC 9(8)V99.
           05  INST-DUE-DATE          PIC 9(8).
           05  INST-LAST-PAY-DATE     PIC 9(8).
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
       01  WS-TAXAR-PATH           PIC X(100).
       01  WS-TAXPAY-PATH          PIC X(100).
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-TAXPAY-STATUS        PIC XX    VALUE "00".
       01  WS-TAXINST-PATH         PIC X(100).
       01  WS-TAXINST-STATUS       PIC XX    VALUE "00".
       01  WS-INST-FILE-OPEN       PIC X     VALUE "N".
       01  WS-INST-IDX             PIC 9.
       01  WS-INST-FOUND           PIC 9     VALUE ZERO.
       01  WS-INST-LAST            PIC 9     VALUE ZERO.
       01  WS-INST-OPEN            PIC 9(8)V99 VALUE ZERO.
       01  WS-APPLY-LEFT           PIC 9(8)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT         PIC 9(8)V99 VALUE ZERO.
       01  WS-CHECK-DUE-DATE       PIC 9(8).
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-POST-YEAR            PIC 9(4).
       01  WS-TOT-PENALTY          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-INTEREST         PIC 9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZ9.99.
       01  WS-PAID-EDIT            PIC ZZZZZZZ9.99.
       01  WS-DELINQ-LINE.
           05  WS-D-YEAR           PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-INST           PIC X.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-D-LOT            PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-OWNER          PIC A(26).
           05  WS-D-INTEREST       PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-OWED           PIC ZZZZZZZZ9.99.
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-PROGRAM-ROLE         PIC X(13) VALUE "TREASURY".
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-050-GET-PARMS.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 3.
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
            ACCEPT WS-TAXAR-PATH FROM ENVIRONMENT "TAX_AR_PATH".
            IF WS-TAXAR-PATH = SPACES
            IF WS-TAXPAY-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXPAY.TXT" TO WS-TAXPAY-PATH
            END-IF.
            ACCEPT WS-TAXINST-PATH FROM ENVIRONMENT "TAX_INST_PATH".
            IF WS-TAXINST-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXINST.TXT" TO WS-TAXINST-PATH
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "RECEIVABLE FILE NOT FOUND - RUN TAXBILL FIRST"
            ELSE
                MOVE "N" TO WS-INST-FILE-OPEN
                OPEN I-O TAXINST-FILE
                IF WS-TAXINST-STATUS = "00"
                    MOVE "Y" TO WS-INST-FILE-OPEN
                END-IF
                DISPLAY "BILLING YEAR:"
                ACCEPT WS-POST-YEAR
                DISPLAY "LOT NUMBER:"
                    NOT INVALID KEY
                        PERFORM B-210-TAKE-TAX-PAYMENT
                END-READ
                IF WS-INST-FILE-OPEN = "Y"
                    CLOSE TAXINST-FILE
                END-IF
                CLOSE TAXAR-FILE
            END-IF.

            MOVE AR-PAID-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "PAID TO DATE: " WS-AMOUNT-EDIT.
            DISPLAY "DUE DATE    : " AR-DUE-DATE.
            IF WS-INST-FILE-OPEN = "Y"
                PERFORM C-100-SHOW-INSTALLMENTS
            END-IF.
            DISPLAY "PAYMENT AMOUNT:".
            ACCEPT WS-POST-AMOUNT.
            ADD WS-POST-AMOUNT TO AR-PAID-AMOUNT.
            MOVE WS-TODAY-DATE TO AR-LAST-PAY-DATE.
            REWRITE TAXAR-REC.
            IF WS-INST-FILE-OPEN = "Y"
                PERFORM B-215-APPLY-TO-INSTALLMENTS
            END-IF.
            PERFORM B-220-LOG-TAX-PAYMENT.
            COMPUTE WS-UNPAID-AMOUNT =
                AR-TAX-DUE - AR-PAID-AMOUNT.
            MOVE WS-UNPAID-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "PAYMENT POSTED - REMAINING DUE: " WS-AMOUNT-EDIT.

      *    OLDEST OPEN INSTALLMENT FIRST; WHATEVER IS LEFT AFTER THE
      *    LAST INSTALLMENT IS PAID OFF STAYS ON IT AS AN OVERPAYMENT.
       B-215-APPLY-TO-INSTALLMENTS.
            MOVE WS-POST-AMOUNT TO WS-APPLY-LEFT.
            MOVE ZERO TO WS-INST-LAST.
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > 4
                MOVE AR-YEAR TO INST-YEAR
                MOVE AR-LOT-NUM TO INST-LOT-NUM
                MOVE WS-INST-IDX TO INST-NUM
                READ TAXINST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-INST-IDX TO WS-INST-LAST
                        PERFORM B-217-APPLY-ONE-INSTALLMENT
                END-READ
            END-PERFORM.
            IF WS-APPLY-LEFT > ZERO AND WS-INST-LAST > ZERO
                MOVE AR-YEAR TO INST-YEAR
                MOVE AR-LOT-NUM TO INST-LOT-NUM
                MOVE WS-INST-LAST TO INST-NUM
                READ TAXINST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD WS-APPLY-LEFT TO INST-PAID-AMOUNT
                        MOVE WS-TODAY-DATE TO INST-LAST-PAY-DATE
                        REWRITE TAXINST-REC
                END-READ
            END-IF.

       B-217-APPLY-ONE-INSTALLMENT.
            MOVE ZERO TO WS-INST-OPEN.
            IF INST-PAID-AMOUNT < INST-AMOUNT-DUE
                COMPUTE WS-INST-OPEN =
                    INST-AMOUNT-DUE - INST-PAID-AMOUNT
            END-IF.
            IF WS-APPLY-LEFT > ZERO AND WS-INST-OPEN > ZERO
                IF WS-APPLY-LEFT > WS-INST-OPEN
                    MOVE WS-INST-OPEN TO WS-APPLY-AMOUNT
                ELSE
                    MOVE WS-APPLY-LEFT TO WS-APPLY-AMOUNT
                END-IF
                ADD WS-APPLY-AMOUNT TO INST-PAID-AMOUNT
                SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLY-LEFT
                MOVE WS-TODAY-DATE TO INST-LAST-PAY-DATE
                REWRITE TAXINST-REC
                MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-EDIT
                DISPLAY "APPLIED TO INSTALLMENT " WS-INST-IDX ": "
                    WS-AMOUNT-EDIT
            END-IF.

       B-220-LOG-TAX-PAYMENT.
            OPEN EXTEND TAXPAY-FILE.
            IF WS-TAXPAY-STATUS = "35"
            MOVE AR-LOT-NUM TO TP-LOT-NUM.
            MOVE WS-POST-AMOUNT TO TP-AMOUNT.
            MOVE WS-TODAY-DATE TO TP-DATE.
            MOVE WS-OPERATOR-ID TO TP-OPERATOR-ID.
            ACCEPT TP-TIME FROM TIME.
            WRITE TAXPAY-REC.
            CLOSE TAXPAY-FILE.

                MOVE ZERO TO WS-TOT-UNPAID
                MOVE ZERO TO WS-TOT-PENALTY
                MOVE ZERO TO WS-TOT-INTEREST
                MOVE "N" TO WS-INST-FILE-OPEN
                OPEN INPUT TAXINST-FILE
                IF WS-TAXINST-STATUS = "00"
                    MOVE "Y" TO WS-INST-FILE-OPEN
                END-IF
                COMPUTE WS-TODAY-SERIAL =
                    (WS-TODAY-YY * 360) + (WS-TODAY-MM * 30)
                    + WS-TODAY-DD
                DISPLAY "AS OF " WS-TODAY-DATE
                    "  PENALTY " WS-PENALTY-PCT
                    " PCT  INTEREST " WS-INTEREST-PCT " PCT/MONTH"
                DISPLAY "YEAR I LOT        OWNER                     "
                    "  UNPAID       PENALTY      INTEREST   "
                    "  TOTAL OWED"
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                DISPLAY "TOTAL UNPAID          : " WS-TOT-UNPAID
                DISPLAY "TOTAL PENALTY ACCRUED : " WS-TOT-PENALTY
                DISPLAY "TOTAL INTEREST ACCRUED: " WS-TOT-INTEREST
                DISPLAY "I = INSTALLMENT NUMBER, AGED FROM ITS OWN "
                    "DUE DATE"
                IF WS-INST-FILE-OPEN = "Y"
                    CLOSE TAXINST-FILE
                END-IF
                CLOSE TAXAR-FILE
            END-IF.

       B-310-CHECK-ONE-RECEIVABLE.
            ADD AR-TAX-DUE TO WS-TOT-BILLED.
            ADD AR-PAID-AMOUNT TO WS-TOT-PAID.
            MOVE ZERO TO WS-INST-FOUND.
            IF WS-INST-FILE-OPEN = "Y"
                PERFORM B-315-CHECK-ONE-INSTALLMENT
                    VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > 4
            END-IF.
            IF WS-INST-FOUND = ZERO
                AND AR-PAID-AMOUNT < AR-TAX-DUE
                AND WS-TODAY-DATE > AR-DUE-DATE
                COMPUTE WS-UNPAID-AMOUNT = AR-TAX-DUE - AR-PAID-AMOUNT
                MOVE AR-DUE-DATE TO WS-CHECK-DUE-DATE
                MOVE SPACE TO WS-D-INST
                PERFORM B-320-PRINT-DELINQUENT-LOT
            END-IF.

       B-315-CHECK-ONE-INSTALLMENT.
            MOVE AR-YEAR TO INST-YEAR.
            MOVE AR-LOT-NUM TO INST-LOT-NUM.
            MOVE WS-INST-IDX TO INST-NUM.
            READ TAXINST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-INST-FOUND
                    IF INST-PAID-AMOUNT < INST-AMOUNT-DUE
                        AND WS-TODAY-DATE > INST-DUE-DATE
                        COMPUTE WS-UNPAID-AMOUNT =
                            INST-AMOUNT-DUE - INST-PAID-AMOUNT
                        MOVE INST-DUE-DATE TO WS-CHECK-DUE-DATE
                        MOVE INST-NUM TO WS-D-INST
                        PERFORM B-320-PRINT-DELINQUENT-LOT
                    END-IF
            END-READ.

       B-320-PRINT-DELINQUENT-LOT.
            ADD 1 TO WS-CNT-DELINQUENT.
            MOVE WS-CHECK-DUE-DATE TO WS-DUE-DATE-PARTS.
            COMPUTE WS-DUE-SERIAL =
                (WS-DUE-YY * 360) + (WS-DUE-MM * 30) + WS-DUE-DD.
            COMPUTE WS-DAYS-PAST = WS-TODAY-SERIAL - WS-DUE-SERIAL.
            MOVE WS-INTEREST-AMOUNT TO WS-D-INTEREST.
            MOVE WS-TOTAL-OWED TO WS-D-OWED.
            DISPLAY WS-DELINQ-LINE.

       C-100-SHOW-INSTALLMENTS.
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > 4
                MOVE AR-YEAR TO INST-YEAR
                MOVE AR-LOT-NUM TO INST-LOT-NUM
                MOVE WS-INST-IDX TO INST-NUM
                READ TAXINST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE INST-AMOUNT-DUE TO WS-AMOUNT-EDIT
                        MOVE INST-PAID-AMOUNT TO WS-PAID-EDIT
                        DISPLAY "INSTALLMENT " INST-NUM " DUE "
                            INST-DUE-DATE "  BILLED " WS-AMOUNT-EDIT
                            "  PAID " WS-PAID-EDIT
                END-READ
            END-PERFORM.
       END PROGRAM TAXRECV.
