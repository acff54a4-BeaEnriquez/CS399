      *          billing year on the receivable file that TAXRECV
      *          posts payments against; a rerun for the same year
      *          refreshes the tax due but keeps what has been paid.
      *          The installment plan file sets whether the year is
      *          billed in 1, 2 or 4 installments and the due date of
      *          each; the tax is split into one installment record
      *          per lot per installment on the installment file
      *          (remainder cents on the last installment), and each
      *          bill is followed by a tear-off payment coupon per
      *          installment. The receivable's due date is the final
      *          installment's due date. Every change a run makes to a
      *          receivable's tax due (the full tax on a first billing,
      *          the difference on a rerun) is appended as a signed
      *          entry to the levy change file that GLJRNL journals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-TAXAR-STATUS.
       SELECT PLAN-FILE
           ASSIGN TO WS-PLAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
       SELECT TAXINST-FILE
           ASSIGN TO WS-TAXINST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INST-KEY
           FILE STATUS IS WS-TAXINST-STATUS.
       SELECT LEVY-TRAN-FILE
           ASSIGN TO WS-LEVY-TRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEVY-TRAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE
           05  AR-BILL-DATE           PIC 9(8).
           05  AR-DUE-DATE            PIC 9(8).
           05  AR-LAST-PAY-DATE       PIC 9(8).
       FD  PLAN-FILE
           DATA RECORD IS PLAN-REC.
       01  PLAN-REC.
           05  PLAN-INST-COUNT        PIC 9.
           05  PLAN-DUE-MMDD OCCURS 4 TIMES PIC 9(4).
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
       FD  LEVY-TRAN-FILE
           DATA RECORD IS LEVY-TRAN-REC.
       01  LEVY-TRAN-REC.
           05  LVT-YEAR               PIC 9(4).
           05  LVT-LOT-NUM            PIC 9(9).
           05  LVT-CLASS              PIC X.
           05  LVT-AMOUNT             PIC S9(8)V99.
           05  LVT-DATE               PIC 9(8).
           05  LVT-OPERATOR-ID        PIC X(8).
           05  LVT-TIME               PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-CAO-FILE-PATH        PIC X(100).
       01  WS-TAX-RATE-PATH        PIC X(100).
       01  WS-REGISTER-STATUS      PIC XX    VALUE "00".
       01  WS-TAXAR-PATH           PIC X(100).
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-PLAN-PATH            PIC X(100).
       01  WS-PLAN-STATUS          PIC XX    VALUE "00".
       01  WS-TAXINST-PATH         PIC X(100).
       01  WS-TAXINST-STATUS       PIC XX    VALUE "00".
       01  WS-LEVY-TRAN-PATH       PIC X(100).
       01  WS-LEVY-TRAN-STATUS     PIC XX    VALUE "00".
       01  WS-LEVY-CHANGE          PIC S9(8)V99 VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-BILL-DATE            PIC 9(8).
       01  WS-BILL-DATE-PARTS REDEFINES WS-BILL-DATE.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YY           PIC 9(4).
           05  WS-DUE-MMDD         PIC 9(4).
       01  WS-PLAN-TABLE.
           05  WS-INST-COUNT       PIC 9     VALUE 1.
           05  WS-INST-DUE-MMDD OCCURS 4 TIMES PIC 9(4).
       01  WS-INST-IDX             PIC 9.
       01  WS-CHECK-MMDD           PIC 9(4).
       01  WS-CHECK-MMDD-PARTS REDEFINES WS-CHECK-MMDD.
           05  WS-CHECK-MM         PIC 9(2).
           05  WS-CHECK-DD         PIC 9(2).
       01  WS-MONTH-LEN            PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM             PIC 9(4).
       01  WS-MONTH-LEN-TABLE.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LEN-TAB REDEFINES WS-MONTH-LEN-TABLE.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-INST-TABLE.
           05  WS-INST-AMOUNT OCCURS 4 TIMES PIC 9(8)V99.
           05  WS-INST-DATE   OCCURS 4 TIMES PIC 9(8).
       01  WS-INST-SHARE           PIC 9(8)V99 VALUE ZERO.
       01  WS-INST-ALLOCATED       PIC 9(8)V99 VALUE ZERO.
       01  WS-PAID-TO-SPREAD       PIC 9(8)V99 VALUE ZERO.
       01  WS-TAX-AMOUNT           PIC 9(8)V99 VALUE ZERO.
       01  WS-CLASS-RATE           PIC 9(3)V99 VALUE ZERO.
       01  WS-NET-EVAL             PIC S9(8)V99 VALUE ZERO.
           05  WS-T-EVAL           PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  WS-T-TAX            PIC ZZZZZZZZ9.99.
       01  WS-COUPON-FIELDS.
           05  WS-C-INST           PIC 9.
           05  WS-C-COUNT          PIC 9.
           05  WS-C-AMOUNT         PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-050-GET-PARMS.
            PERFORM A-060-LOAD-TAX-RATE.
            ACCEPT WS-BILL-DATE FROM DATE YYYYMMDD.
            PERFORM A-070-LOAD-INSTALLMENT-PLAN.
            MOVE WS-BILL-YY TO WS-DUE-YY.
            MOVE WS-INST-DUE-MMDD(WS-INST-COUNT) TO WS-DUE-MMDD.
            PERFORM B-100-BILL-ALL-LOTS.
            STOP RUN.

            IF WS-TAXAR-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXAR.TXT" TO WS-TAXAR-PATH
            END-IF.
            ACCEPT WS-PLAN-PATH FROM ENVIRONMENT "TAX_PLAN_PATH".
            IF WS-PLAN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXPLAN.TXT" TO WS-PLAN-PATH
            END-IF.
            ACCEPT WS-TAXINST-PATH FROM ENVIRONMENT "TAX_INST_PATH".
            IF WS-TAXINST-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXINST.TXT" TO WS-TAXINST-PATH
            END-IF.
            ACCEPT WS-LEVY-TRAN-PATH FROM ENVIRONMENT "TAX_LEVY_PATH".
            IF WS-LEVY-TRAN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXLEVY.TXT" TO WS-LEVY-TRAN-PATH
            END-IF.

       A-060-LOAD-TAX-RATE.
            OPEN INPUT TAX-RATE-FILE.
            MOVE 25.00 TO TAX-MILLAGE-COM.
            MOVE 25.00 TO TAX-MILLAGE-AGR.

      *    PLAN RECORD: INSTALLMENT COUNT (1, 2 OR 4) FOLLOWED BY FOUR
      *    MMDD DUE DATES, ONLY THE FIRST COUNT OF WHICH ARE USED. NO
      *    FILE, OR A BAD COUNT OR DATE, BILLS ONE INSTALLMENT AT 12/31.
      *    A DUE DATE MUST BE A REAL DAY OF THE BILLING YEAR.
       A-070-LOAD-INSTALLMENT-PLAN.
            OPEN INPUT PLAN-FILE.
            IF WS-PLAN-STATUS = "00"
                READ PLAN-FILE
                    AT END
                        PERFORM A-075-DEFAULT-INSTALLMENT-PLAN
                    NOT AT END
                        MOVE PLAN-INST-COUNT TO WS-INST-COUNT
                        PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                                UNTIL WS-INST-IDX > 4
                            MOVE PLAN-DUE-MMDD(WS-INST-IDX)
                                TO WS-INST-DUE-MMDD(WS-INST-IDX)
                        END-PERFORM
                        PERFORM A-080-CHECK-INSTALLMENT-PLAN
                END-READ
                CLOSE PLAN-FILE
            ELSE
                PERFORM A-075-DEFAULT-INSTALLMENT-PLAN
            END-IF.
            DISPLAY "INSTALLMENT PLAN: " WS-INST-COUNT
                " INSTALLMENT(S)".

       A-075-DEFAULT-INSTALLMENT-PLAN.
            MOVE 1 TO WS-INST-COUNT.
            MOVE 1231 TO WS-INST-DUE-MMDD(1).

       A-080-CHECK-INSTALLMENT-PLAN.
            IF WS-INST-COUNT NOT = 1 AND WS-INST-COUNT NOT = 2
                AND WS-INST-COUNT NOT = 4
                DISPLAY "INSTALLMENT COUNT MUST BE 1, 2 OR 4 - "
                    "BILLING ONE INSTALLMENT"
                PERFORM A-075-DEFAULT-INSTALLMENT-PLAN
            END-IF.
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > WS-INST-COUNT
                MOVE WS-INST-DUE-MMDD(WS-INST-IDX) TO WS-CHECK-MMDD
                PERFORM A-085-GET-MONTH-LENGTH
                IF WS-MONTH-LEN = ZERO
                    OR WS-CHECK-DD < 1
                    OR WS-CHECK-DD > WS-MONTH-LEN
                    OR (WS-INST-IDX > 1
                    AND WS-INST-DUE-MMDD(WS-INST-IDX)
                        NOT > WS-INST-DUE-MMDD(WS-INST-IDX - 1))
                    DISPLAY "INSTALLMENT " WS-INST-IDX
                        " DUE DATE INVALID OR OUT OF ORDER - "
                        "BILLING ONE INSTALLMENT"
                    PERFORM A-075-DEFAULT-INSTALLMENT-PLAN
                END-IF
            END-PERFORM.

      *    DAYS IN WS-CHECK-MM OF THE BILLING YEAR, ZERO FOR A MONTH
      *    OUTSIDE 01-12.
       A-085-GET-MONTH-LENGTH.
            MOVE ZERO TO WS-MONTH-LEN.
            IF WS-CHECK-MM NOT < 1 AND WS-CHECK-MM NOT > 12
                MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-MONTH-LEN
            END-IF.
            IF WS-CHECK-MM = 2
                DIVIDE WS-BILL-YY BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = ZERO
                    DIVIDE WS-BILL-YY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = ZERO
                        MOVE 29 TO WS-MONTH-LEN
                    ELSE
                        DIVIDE WS-BILL-YY BY 400 GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM = ZERO
                            MOVE 29 TO WS-MONTH-LEN
                        END-IF
                    END-IF
                END-IF
            END-IF.

       B-100-BILL-ALL-LOTS.
            OPEN INPUT OUTPUT-FILE.
            IF WS-CAO-STATUS = "35"
                    CLOSE TAXAR-FILE
                    OPEN I-O TAXAR-FILE
                END-IF
                OPEN I-O TAXINST-FILE
                IF WS-TAXINST-STATUS = "35"
                    OPEN OUTPUT TAXINST-FILE
                    CLOSE TAXINST-FILE
                    OPEN I-O TAXINST-FILE
                END-IF
                OPEN EXTEND LEVY-TRAN-FILE
                IF WS-LEVY-TRAN-STATUS = "35"
                    OPEN OUTPUT LEVY-TRAN-FILE
                END-IF
                MOVE "N" TO WS-EOF-FLAG
                MOVE ZERO TO WS-LOT-COUNT
                MOVE ZERO TO WS-TOTAL-EVALUATION
                    END-READ
                END-PERFORM
                PERFORM B-120-WRITE-REGISTER-TOTAL
                CLOSE LEVY-TRAN-FILE
                CLOSE TAXINST-FILE
                CLOSE TAXAR-FILE
                CLOSE REGISTER-FILE
                CLOSE OUTPUT-FILE
            ADD 1 TO WS-LOT-COUNT.
            ADD ASSESSED-EVALUATION-OUT TO WS-TOTAL-EVALUATION.
            ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.
            PERFORM B-112-SPLIT-INSTALLMENTS.
            PERFORM B-115-PRINT-TAX-BILL.
            PERFORM B-118-WRITE-RECEIVABLE.
            PERFORM B-119-WRITE-INSTALLMENTS.
            MOVE LOT-NUM-OUT TO WS-R-LOT.
            MOVE OWNER-NAME-OUT TO WS-R-OWNER.
            MOVE ASSESSED-EVALUATION-OUT TO WS-R-EVAL.
            MOVE WS-REGISTER-LINE TO REGISTER-REC.
            WRITE REGISTER-REC.

       B-112-SPLIT-INSTALLMENTS.
            DIVIDE WS-TAX-AMOUNT BY WS-INST-COUNT
                GIVING WS-INST-SHARE.
            MOVE ZERO TO WS-INST-ALLOCATED.
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > WS-INST-COUNT
                IF WS-INST-IDX = WS-INST-COUNT
                    COMPUTE WS-INST-AMOUNT(WS-INST-IDX) =
                        WS-TAX-AMOUNT - WS-INST-ALLOCATED
                ELSE
                    MOVE WS-INST-SHARE TO WS-INST-AMOUNT(WS-INST-IDX)
                    ADD WS-INST-SHARE TO WS-INST-ALLOCATED
                END-IF
                MOVE WS-BILL-YY TO WS-DUE-YY
                MOVE WS-INST-DUE-MMDD(WS-INST-IDX) TO WS-DUE-MMDD
                MOVE WS-DUE-DATE TO WS-INST-DATE(WS-INST-IDX)
            END-PERFORM.

       B-115-PRINT-TAX-BILL.
            MOVE LOT-NUM-OUT TO WS-B-LOT.
            MOVE OWNER-NAME-OUT TO WS-B-OWNER.
            DISPLAY "TAXABLE EVALUATION : " WS-B-NET.
            DISPLAY "MILLAGE RATE       : " WS-B-RATE.
            DISPLAY "TAX DUE            : " WS-B-TAX.
            DISPLAY "PAYABLE IN         : " WS-INST-COUNT
                " INSTALLMENT(S)".
            DISPLAY "===========================================".
            PERFORM B-116-PRINT-COUPON
                VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-COUNT.

       B-116-PRINT-COUPON.
            MOVE WS-INST-IDX TO WS-C-INST.
            MOVE WS-INST-COUNT TO WS-C-COUNT.
            MOVE WS-INST-AMOUNT(WS-INST-IDX) TO WS-C-AMOUNT.
            DISPLAY "- - - - - - - - DETACH AND RETURN - - - - - - - -".
            DISPLAY "PAYMENT COUPON  INSTALLMENT " WS-C-INST
                " OF " WS-C-COUNT "  TAX YEAR " WS-BILL-YY.
            DISPLAY "LOT NUMBER         : " WS-B-LOT.
            DISPLAY "OWNER              : " WS-B-OWNER.
            DISPLAY "DUE DATE           : " WS-INST-DATE(WS-INST-IDX).
            DISPLAY "AMOUNT DUE         : " WS-C-AMOUNT.
            DISPLAY "AMOUNT ENCLOSED    : ____________".

      *    EVERY CHANGE TO A RECEIVABLE'S TAX DUE IS LOGGED AS A SIGNED
      *    LEVY CHANGE FOR THE GL INTERFACE: THE FULL TAX ON A FIRST
      *    BILLING, ONLY THE DIFFERENCE ON A RERUN FOR THE SAME YEAR.
       B-117-WRITE-LEVY-CHANGE.
            MOVE AR-YEAR TO LVT-YEAR.
            MOVE AR-LOT-NUM TO LVT-LOT-NUM.
            MOVE LOT-CLASS-OUT TO LVT-CLASS.
            MOVE WS-LEVY-CHANGE TO LVT-AMOUNT.
            MOVE WS-BILL-DATE TO LVT-DATE.
            MOVE SPACES TO LVT-OPERATOR-ID.
            ACCEPT LVT-TIME FROM TIME.
            WRITE LEVY-TRAN-REC.

       B-118-WRITE-RECEIVABLE.
            MOVE WS-BILL-YY TO AR-YEAR.
            MOVE LOT-NUM-OUT TO AR-LOT-NUM.
            READ TAXAR-FILE
                INVALID KEY
                    MOVE WS-TAX-AMOUNT TO WS-LEVY-CHANGE
                    MOVE OWNER-NAME-OUT TO AR-OWNER-NAME
                    MOVE WS-TAX-AMOUNT TO AR-TAX-DUE
                    MOVE ZERO TO AR-PAID-AMOUNT
                    MOVE ZERO TO AR-LAST-PAY-DATE
                    WRITE TAXAR-REC
                NOT INVALID KEY
                    COMPUTE WS-LEVY-CHANGE = WS-TAX-AMOUNT - AR-TAX-DUE
                    MOVE OWNER-NAME-OUT TO AR-OWNER-NAME
                    MOVE WS-TAX-AMOUNT TO AR-TAX-DUE
                    MOVE WS-BILL-DATE TO AR-BILL-DATE
                    MOVE WS-DUE-DATE TO AR-DUE-DATE
                    REWRITE TAXAR-REC
            END-READ.
            IF WS-LEVY-CHANGE NOT = ZERO
                PERFORM B-117-WRITE-LEVY-CHANGE
            END-IF.

      *    ONE RECORD PER INSTALLMENT. ON A RERUN WHAT HAS ALREADY BEEN
      *    PAID ON THE RECEIVABLE IS SPREAD BACK OVER THE INSTALLMENTS
      *    OLDEST FIRST, ANY OVERPAYMENT STAYING ON THE LAST ONE, AND
      *    INSTALLMENTS LEFT OVER FROM A LONGER PLAN ARE DELETED.
       B-119-WRITE-INSTALLMENTS.
            MOVE AR-PAID-AMOUNT TO WS-PAID-TO-SPREAD.
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > 4
                MOVE WS-BILL-YY TO INST-YEAR
                MOVE LOT-NUM-OUT TO INST-LOT-NUM
                MOVE WS-INST-IDX TO INST-NUM
                IF WS-INST-IDX > WS-INST-COUNT
                    DELETE TAXINST-FILE RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                ELSE
                    READ TAXINST-FILE
                        INVALID KEY
                            MOVE ZERO TO INST-LAST-PAY-DATE
                            PERFORM C-100-FILL-INSTALLMENT
                            WRITE TAXINST-REC
                        NOT INVALID KEY
                            PERFORM C-100-FILL-INSTALLMENT
                            REWRITE TAXINST-REC
                    END-READ
                END-IF
            END-PERFORM.

       B-120-WRITE-REGISTER-TOTAL.
            MOVE WS-LOT-COUNT TO WS-T-COUNT.
            DISPLAY "LOTS BILLED               : " WS-T-COUNT.
            DISPLAY "TOTAL ASSESSED EVALUATION : " WS-TOTAL-EVALUATION.
            DISPLAY "TOTAL TAX BILLED          : " WS-TOTAL-TAX.

       C-100-FILL-INSTALLMENT.
            MOVE WS-INST-AMOUNT(WS-INST-IDX) TO INST-AMOUNT-DUE.
            MOVE WS-INST-DATE(WS-INST-IDX) TO INST-DUE-DATE.
            IF WS-INST-IDX = WS-INST-COUNT
                MOVE WS-PAID-TO-SPREAD TO INST-PAID-AMOUNT
            ELSE
                IF WS-PAID-TO-SPREAD > INST-AMOUNT-DUE
                    MOVE INST-AMOUNT-DUE TO INST-PAID-AMOUNT
                ELSE
                    MOVE WS-PAID-TO-SPREAD TO INST-PAID-AMOUNT
                END-IF
            END-IF.
            SUBTRACT INST-PAID-AMOUNT FROM WS-PAID-TO-SPREAD.
            IF INST-PAID-AMOUNT > ZERO
                MOVE AR-LAST-PAY-DATE TO INST-LAST-PAY-DATE
            END-IF.
       END PROGRAM TAXBILL.
