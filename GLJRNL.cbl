      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily general ledger interface. Journals every day
      *          after the posted-through date on the GL control file
      *          up to a requested through date, which must be before
      *          today so that nothing keyed later in the day can fall
      *          behind the posted-through date; no day is ever
      *          journaled twice and none is skipped:
      *            - the tax levy as TAXBILL and APPEALS log it to the
      *              levy change file - first billings, the difference
      *              on a rebill, abatements and supplemental charges -
      *              by the lot class logged with each change,
      *            - tax cash logged to the tax payment file (TAXRECV,
      *              TAXLBX, TAXSUSP, TAXLIEN), by lot class,
      *            - framing order receipts by PAY-TYPE (deposits,
      *              payments, refunds, customer credit) and receipts
      *              voided in the period, from ORDPAY's payment file,
      *            - inventory movements on the movement ledger
      *              (issues, returns, receipts, count adjustments)
      *              valued at INV-UNIT-COST.
      *          Each event is summed and given its debit and credit
      *          accounts from the account map. Defaults are built in
      *          and any line on the account map file replaces or adds
      *          to them. A positive amount debits the map's debit
      *          account; a negative amount (refunds, issues, count
      *          losses) swaps the two. The journal proof report
      *          lists every event, the totals by account and the
      *          debit and credit totals for the bookkeeper to sign
      *          off. A batch with an unmapped event or unequal
      *          debits and credits is refused. A balanced batch is
      *          released on request: one debit and one credit line
      *          per event are appended to the journal file in the
      *          fixed import layout under the next batch number and
      *          the posted-through date moves to the through date,
      *          but only once every journal line has been written.
      *          Operators sign on first; restricted to MANAGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUTPUT-FILE
           ASSIGN TO WS-CAO-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-NUM-OUT
           FILE STATUS IS WS-CAO-STATUS.
       SELECT LEVY-TRAN-FILE
           ASSIGN TO WS-LEVY-TRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEVY-TRAN-STATUS.
       SELECT TAXPAY-FILE
           ASSIGN TO WS-TAXPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXPAY-STATUS.
       SELECT PAYMENT-FILE
           ASSIGN TO WS-PAYMENT-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-RECEIPT-NUM
           ALTERNATE RECORD KEY IS PAY-ORDER-NUM
               WITH DUPLICATES
           FILE STATUS IS WS-PAYMENT-STATUS.
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
       SELECT GL-MAP-FILE
           ASSIGN TO WS-GL-MAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.
       SELECT GL-CONTROL-FILE
           ASSIGN TO WS-GL-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
       SELECT GL-JOURNAL-FILE
           ASSIGN TO WS-GL-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT GL-PROOF-FILE
           ASSIGN TO WS-GL-PROOF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROOF-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE
           DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC.
           05 LOT-NUM-OUT              PIC 9(9).
           05 OWNER-NAME-OUT           PIC A(26).
           05 ASSESSED-EVALUATION-OUT  PIC 99999999V99.
           05 LOT-OWNER-NUM-OUT        PIC 9(5).
           05 LOT-CLASS-OUT            PIC X.
           05 LOT-EXEMPTION-OUT        PIC 9(8)V99.
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
       FD  TAXPAY-FILE
           DATA RECORD IS TAXPAY-REC.
       01  TAXPAY-REC.
           05  TP-YEAR                PIC 9(4).
           05  TP-LOT-NUM             PIC 9(9).
           05  TP-AMOUNT              PIC 9(8)V99.
           05  TP-DATE                PIC 9(8).
           05  TP-OPERATOR-ID         PIC X(8).
           05  TP-TIME                PIC 9(8).
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
       FD  GL-MAP-FILE
           DATA RECORD IS GL-MAP-REC.
       01  GL-MAP-REC.
           05  GLM-EVENT              PIC X(8).
           05  GLM-QUAL               PIC X.
           05  GLM-DEBIT-ACCT         PIC X(10).
           05  GLM-CREDIT-ACCT        PIC X(10).
           05  GLM-DESC               PIC X(24).
       FD  GL-CONTROL-FILE
           DATA RECORD IS GL-CONTROL-REC.
       01  GL-CONTROL-REC.
           05  GLC-POSTED-THRU        PIC 9(8).
           05  GLC-LAST-BATCH         PIC 9(7).
           05  GLC-LAST-RUN-DATE      PIC 9(8).
       FD  GL-JOURNAL-FILE
           DATA RECORD IS GL-JOURNAL-REC.
       01  GL-JOURNAL-REC.
           05  GLJ-BATCH-NUM          PIC 9(7).
           05  GLJ-LINE-NUM           PIC 9(5).
           05  GLJ-JOURNAL-DATE       PIC 9(8).
           05  GLJ-ACCOUNT            PIC X(10).
           05  GLJ-DR-CR              PIC X.
           05  GLJ-AMOUNT             PIC 9(11)V99.
           05  GLJ-EVENT              PIC X(8).
           05  GLJ-QUAL               PIC X.
           05  GLJ-DESC               PIC X(24).
           05  GLJ-PERIOD-AFTER       PIC 9(8).
       FD  GL-PROOF-FILE
           DATA RECORD IS GL-PROOF-REC.
       01  GL-PROOF-REC               PIC X(80).
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
       01  WS-LEVY-TRAN-PATH       PIC X(100).
       01  WS-TAXPAY-PATH          PIC X(100).
       01  WS-PAYMENT-FILE-PATH    PIC X(100).
       01  WS-INV-FILE-PATH        PIC X(100).
       01  WS-LEDGER-FILE-PATH     PIC X(100).
       01  WS-GL-MAP-PATH          PIC X(100).
       01  WS-GL-CONTROL-PATH      PIC X(100).
       01  WS-GL-JOURNAL-PATH      PIC X(100).
       01  WS-GL-PROOF-PATH        PIC X(100).
       01  WS-CAO-STATUS           PIC XX    VALUE "00".
       01  WS-LEVY-TRAN-STATUS     PIC XX    VALUE "00".
       01  WS-TAXPAY-STATUS        PIC XX    VALUE "00".
       01  WS-PAYMENT-STATUS       PIC XX    VALUE "00".
       01  WS-INV-STATUS           PIC XX    VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX    VALUE "00".
       01  WS-MAP-STATUS           PIC XX    VALUE "00".
       01  WS-CTL-STATUS           PIC XX    VALUE "00".
       01  WS-JRNL-STATUS          PIC XX    VALUE "00".
       01  WS-PROOF-STATUS         PIC XX    VALUE "00".
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-CAO-OPEN             PIC X     VALUE "N".
       01  WS-INV-OPEN             PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-POSTED-THRU          PIC 9(8)  VALUE ZERO.
       01  WS-LAST-BATCH           PIC 9(7)  VALUE ZERO.
       01  WS-FIRST-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-AFTER-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-THRU-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-PERIOD-OK            PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-WORK-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-YESTERDAY            PIC 9(8).
       01  WS-YESTERDAY-PARTS REDEFINES WS-YESTERDAY.
           05  WS-YST-YY           PIC 9(4).
           05  WS-YST-MM           PIC 9(2).
           05  WS-YST-DD           PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM             PIC 9(4).
       01  WS-MONTH-LEN-TABLE.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LEN-TAB REDEFINES WS-MONTH-LEN-TABLE.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-EVENT                PIC X(8).
       01  WS-QUAL                 PIC X.
       01  WS-EVENT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  WS-LOT-CLASS            PIC X.
       01  WS-ITEM-VALUE           PIC S9(11)V99 VALUE ZERO.
       01  WS-CNT-NO-COST          PIC 9(5)  VALUE ZERO.

      *    ACCOUNT MAP AND EVENT TOTALS. A POSITIVE EVENT AMOUNT
      *    DEBITS GLT-DEBIT-ACCT AND CREDITS GLT-CREDIT-ACCT.
       01  WS-GLT-COUNT            PIC 9(3)  VALUE ZERO.
       01  WS-GLT-IDX              PIC 9(3).
       01  WS-GLT-FOUND            PIC 9(3)  VALUE ZERO.
       01  WS-GL-TABLE.
           05  WS-GLT OCCURS 40 TIMES.
               10  GLT-EVENT          PIC X(8).
               10  GLT-QUAL           PIC X.
               10  GLT-DEBIT-ACCT     PIC X(10).
               10  GLT-CREDIT-ACCT    PIC X(10).
               10  GLT-DESC           PIC X(24).
               10  GLT-COUNT          PIC 9(7).
               10  GLT-AMOUNT         PIC S9(11)V99.
               10  GLT-JRNL-DR        PIC X(10).
               10  GLT-JRNL-CR        PIC X(10).
               10  GLT-JRNL-AMOUNT    PIC 9(11)V99.

       01  WS-ACCT-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-ACCT-IDX             PIC 9(3).
       01  WS-ACCT-FOUND           PIC 9(3)  VALUE ZERO.
       01  WS-POST-ACCT            PIC X(10).
       01  WS-POST-DR-CR           PIC X.
       01  WS-ACCT-TABLE.
           05  WS-ACCT OCCURS 80 TIMES.
               10  ACT-ACCOUNT        PIC X(10).
               10  ACT-DEBITS         PIC 9(11)V99.
               10  ACT-CREDITS        PIC 9(11)V99.
       01  WS-SORT-I               PIC 9(3).
       01  WS-SORT-J               PIC 9(3).
       01  WS-SORT-SWAP.
           05  SWP-ACCOUNT         PIC X(10).
           05  SWP-DEBITS          PIC 9(11)V99.
           05  SWP-CREDITS         PIC 9(11)V99.

       01  WS-TOTAL-DEBITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS        PIC 9(11)V99 VALUE ZERO.
       01  WS-CNT-UNMAPPED         PIC 9(3)  VALUE ZERO.
       01  WS-CNT-JRNL-LINES       PIC 9(5)  VALUE ZERO.
       01  WS-BATCH-OK             PIC X     VALUE "N".
       01  WS-JRNL-OK              PIC X     VALUE "N".
       01  WS-BATCH-NUM            PIC 9(7)  VALUE ZERO.

       01  WS-PROOF-HEAD-1.
           05  FILLER              PIC X(22)
               VALUE "GL JOURNAL PROOF  RUN ".
           05  WS-H-RUN-DATE       PIC 9(8).
           05  FILLER              PIC X(16)
               VALUE "  ACTIVITY AFTER".
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-H-AFTER          PIC 9(8).
           05  FILLER              PIC X(9)  VALUE " THROUGH ".
           05  WS-H-THRU           PIC 9(8).
       01  WS-PROOF-HEAD-2.
           05  FILLER              PIC X(36)
               VALUE "EVENT    Q DESCRIPTION".
           05  FILLER              PIC X(44)
               VALUE "  CNT DEBIT      CREDIT             AMOUNT".
       01  WS-PROOF-EVENT-LINE.
           05  WS-E-EVENT          PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-E-QUAL           PIC X.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-E-DESC           PIC X(24).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-E-COUNT          PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-E-DEBIT          PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-E-CREDIT         PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-E-AMOUNT         PIC ZZZZZZZZZZ9.99.
       01  WS-PROOF-ACCT-HEAD.
           05  FILLER              PIC X(40)
               VALUE "ACCOUNT                 DEBITS         ".
           05  FILLER              PIC X(40)
               VALUE " CREDITS                                ".
       01  WS-PROOF-ACCT-LINE.
           05  WS-A-ACCOUNT        PIC X(10).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-A-DEBITS         PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-CREDITS        PIC ZZZZZZZZZZ9.99.
       01  WS-PROOF-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE "TOTALS".
           05  WS-T-DEBITS         PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-T-CREDITS        PIC ZZZZZZZZZZ9.99.
       01  WS-PROOF-MSG-LINE       PIC X(80).
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-PROGRAM-ROLE         PIC X(13) VALUE "MANAGER".
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-050-GET-PARMS.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM A-060-LOAD-CONTROL.
            PERFORM A-070-LOAD-ACCOUNT-MAP.
            PERFORM B-100-GET-JOURNAL-PERIOD.
            IF WS-PERIOD-OK = "Y"
                PERFORM B-200-JOURNAL-TAX-LEVY
                PERFORM B-300-JOURNAL-TAX-CASH
                PERFORM B-400-JOURNAL-ORDER-RECEIPTS
                PERFORM B-500-JOURNAL-INVENTORY
                PERFORM B-600-PROOF-REPORT
                IF WS-BATCH-OK = "Y"
                    PERFORM B-700-RELEASE-BATCH
                ELSE
                    DISPLAY "*** BATCH OUT OF BALANCE OR UNMAPPED - "
                        "NOT RELEASED ***"
                    DISPLAY "POSTED-THROUGH DATE LEFT AT "
                        WS-POSTED-THRU
                END-IF
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
                MOVE "C:\COBOL_Files\CAO.TXT" TO WS-CAO-FILE-PATH
            END-IF.
            ACCEPT WS-LEVY-TRAN-PATH FROM ENVIRONMENT "TAX_LEVY_PATH".
            IF WS-LEVY-TRAN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXLEVY.TXT" TO WS-LEVY-TRAN-PATH
            END-IF.
            ACCEPT WS-TAXPAY-PATH FROM ENVIRONMENT "TAX_PAY_PATH".
            IF WS-TAXPAY-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXPAY.TXT" TO WS-TAXPAY-PATH
            END-IF.
            ACCEPT WS-PAYMENT-FILE-PATH
                FROM ENVIRONMENT "PAYMENT_FILE_PATH".
            IF WS-PAYMENT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\PAYMENTS.TXT"
                    TO WS-PAYMENT-FILE-PATH
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
            ACCEPT WS-GL-MAP-PATH FROM ENVIRONMENT "GL_MAP_PATH".
            IF WS-GL-MAP-PATH = SPACES
                MOVE "C:\COBOL_Files\GLMAP.TXT" TO WS-GL-MAP-PATH
            END-IF.
            ACCEPT WS-GL-CONTROL-PATH
                FROM ENVIRONMENT "GL_CONTROL_PATH".
            IF WS-GL-CONTROL-PATH = SPACES
                MOVE "C:\COBOL_Files\GLCTRL.TXT" TO WS-GL-CONTROL-PATH
            END-IF.
            ACCEPT WS-GL-JOURNAL-PATH
                FROM ENVIRONMENT "GL_JOURNAL_PATH".
            IF WS-GL-JOURNAL-PATH = SPACES
                MOVE "C:\COBOL_Files\GLJRNL.TXT" TO WS-GL-JOURNAL-PATH
            END-IF.
            ACCEPT WS-GL-PROOF-PATH FROM ENVIRONMENT "GL_PROOF_PATH".
            IF WS-GL-PROOF-PATH = SPACES
                MOVE "C:\COBOL_Files\GLPROOF.TXT" TO WS-GL-PROOF-PATH
            END-IF.

       A-060-LOAD-CONTROL.
            MOVE ZERO TO WS-POSTED-THRU.
            MOVE ZERO TO WS-LAST-BATCH.
            OPEN INPUT GL-CONTROL-FILE.
            IF WS-CTL-STATUS = "00"
                READ GL-CONTROL-FILE
                    NOT AT END
                        MOVE GLC-POSTED-THRU TO WS-POSTED-THRU
                        MOVE GLC-LAST-BATCH TO WS-LAST-BATCH
                END-READ
                CLOSE GL-CONTROL-FILE
            END-IF.

      *    BUILT-IN ACCOUNT MAP. A LINE ON THE ACCOUNT MAP FILE FOR THE
      *    SAME EVENT AND QUALIFIER REPLACES THE DEFAULT ACCOUNTS.
       A-070-LOAD-ACCOUNT-MAP.
            MOVE ZERO TO WS-GLT-COUNT.
            MOVE "TAX-LEVY" TO GLM-EVENT.
            MOVE "R" TO GLM-QUAL.
            MOVE "1210" TO GLM-DEBIT-ACCT.
            MOVE "4010" TO GLM-CREDIT-ACCT.
            MOVE "TAX LEVY - RESIDENTIAL" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "C" TO GLM-QUAL.
            MOVE "1220" TO GLM-DEBIT-ACCT.
            MOVE "4020" TO GLM-CREDIT-ACCT.
            MOVE "TAX LEVY - COMMERCIAL" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "A" TO GLM-QUAL.
            MOVE "1230" TO GLM-DEBIT-ACCT.
            MOVE "4030" TO GLM-CREDIT-ACCT.
            MOVE "TAX LEVY - AGRICULTURAL" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "TAX-CASH" TO GLM-EVENT.
            MOVE "R" TO GLM-QUAL.
            MOVE "1010" TO GLM-DEBIT-ACCT.
            MOVE "1210" TO GLM-CREDIT-ACCT.
            MOVE "TAX CASH - RESIDENTIAL" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "C" TO GLM-QUAL.
            MOVE "1220" TO GLM-CREDIT-ACCT.
            MOVE "TAX CASH - COMMERCIAL" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "A" TO GLM-QUAL.
            MOVE "1230" TO GLM-CREDIT-ACCT.
            MOVE "TAX CASH - AGRICULTURAL" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "ORD-RCPT" TO GLM-EVENT.
            MOVE "D" TO GLM-QUAL.
            MOVE "1020" TO GLM-DEBIT-ACCT.
            MOVE "2100" TO GLM-CREDIT-ACCT.
            MOVE "ORDER DEPOSITS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "P" TO GLM-QUAL.
            MOVE "1250" TO GLM-CREDIT-ACCT.
            MOVE "ORDER PAYMENTS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "O" TO GLM-QUAL.
            MOVE "OTHER ORDER RECEIPTS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "R" TO GLM-QUAL.
            MOVE "2100" TO GLM-CREDIT-ACCT.
            MOVE "ORDER REFUNDS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "C" TO GLM-QUAL.
            MOVE "2110" TO GLM-DEBIT-ACCT.
            MOVE "2100" TO GLM-CREDIT-ACCT.
            MOVE "CUSTOMER CREDIT" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "ORD-VOID" TO GLM-EVENT.
            MOVE "D" TO GLM-QUAL.
            MOVE "2100" TO GLM-DEBIT-ACCT.
            MOVE "1020" TO GLM-CREDIT-ACCT.
            MOVE "VOIDED ORDER DEPOSITS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "P" TO GLM-QUAL.
            MOVE "1250" TO GLM-DEBIT-ACCT.
            MOVE "VOIDED ORDER PAYMENTS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "O" TO GLM-QUAL.
            MOVE "VOIDED OTHER RECEIPTS" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "INV-ISS" TO GLM-EVENT.
            MOVE SPACE TO GLM-QUAL.
            MOVE "1400" TO GLM-DEBIT-ACCT.
            MOVE "5100" TO GLM-CREDIT-ACCT.
            MOVE "MATERIAL ISSUED" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "INV-RET" TO GLM-EVENT.
            MOVE "MATERIAL RETURNED" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "INV-RCV" TO GLM-EVENT.
            MOVE "2200" TO GLM-CREDIT-ACCT.
            MOVE "MATERIAL RECEIVED" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            MOVE "INV-ADJ" TO GLM-EVENT.
            MOVE "5150" TO GLM-CREDIT-ACCT.
            MOVE "INVENTORY COUNT ADJUST" TO GLM-DESC.
            PERFORM A-080-STORE-MAP-ENTRY.
            OPEN INPUT GL-MAP-FILE.
            IF WS-MAP-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ GL-MAP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            IF GLM-EVENT NOT = SPACES
                                PERFORM A-080-STORE-MAP-ENTRY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-MAP-FILE
            END-IF.

       A-080-STORE-MAP-ENTRY.
            MOVE GLM-EVENT TO WS-EVENT.
            MOVE GLM-QUAL TO WS-QUAL.
            PERFORM C-100-FIND-EVENT.
            IF WS-GLT-FOUND NOT = ZERO
                MOVE GLM-DEBIT-ACCT TO GLT-DEBIT-ACCT(WS-GLT-FOUND)
                MOVE GLM-CREDIT-ACCT TO GLT-CREDIT-ACCT(WS-GLT-FOUND)
                MOVE GLM-DESC TO GLT-DESC(WS-GLT-FOUND)
            END-IF.

       B-100-GET-JOURNAL-PERIOD.
            MOVE "N" TO WS-PERIOD-OK.
            IF WS-POSTED-THRU = ZERO
                DISPLAY "NO JOURNAL RELEASED YET"
                DISPLAY "FIRST DATE TO JOURNAL (YYYYMMDD):"
                ACCEPT WS-FIRST-DATE
                COMPUTE WS-AFTER-DATE = WS-FIRST-DATE - 1
            ELSE
                DISPLAY "POSTED THROUGH : " WS-POSTED-THRU
                DISPLAY "LAST BATCH     : " WS-LAST-BATCH
                MOVE WS-POSTED-THRU TO WS-AFTER-DATE
            END-IF.
            DISPLAY "JOURNAL THROUGH DATE (YYYYMMDD, 0 FOR YESTERDAY):".
            ACCEPT WS-THRU-DATE.
            IF WS-THRU-DATE = ZERO
                PERFORM C-600-GET-YESTERDAY
            END-IF.
            EVALUATE TRUE
                WHEN WS-THRU-DATE NOT > WS-AFTER-DATE
                    DISPLAY "THROUGH DATE ALREADY JOURNALED - "
                        "NOTHING TO DO"
                WHEN WS-THRU-DATE NOT < WS-TODAY-DATE
                    DISPLAY "THROUGH DATE MUST BE BEFORE TODAY - "
                        "TODAY IS STILL OPEN"
                WHEN OTHER
                    MOVE "Y" TO WS-PERIOD-OK
            END-EVALUATE.

       B-200-JOURNAL-TAX-LEVY.
            OPEN INPUT LEVY-TRAN-FILE.
            IF WS-LEVY-TRAN-STATUS NOT = "00"
                DISPLAY "LEVY CHANGE FILE NOT FOUND - LEVY SKIPPED"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ LEVY-TRAN-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE LVT-DATE TO WS-WORK-DATE
                            IF WS-WORK-DATE > WS-AFTER-DATE
                                AND WS-WORK-DATE NOT > WS-THRU-DATE
                                PERFORM B-210-LEVY-ONE-CHANGE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEVY-TRAN-FILE
            END-IF.

      *    A BILLING OR SUPPLEMENTAL CHARGE IS POSITIVE, AN ABATEMENT
      *    OR A LOWER REBILL NEGATIVE. CLASS AS TAXBILL RATES IT.
       B-210-LEVY-ONE-CHANGE.
            MOVE "R" TO WS-LOT-CLASS.
            IF LVT-CLASS = "C" OR LVT-CLASS = "A"
                MOVE LVT-CLASS TO WS-LOT-CLASS
            END-IF.
            MOVE "TAX-LEVY" TO WS-EVENT.
            MOVE WS-LOT-CLASS TO WS-QUAL.
            MOVE LVT-AMOUNT TO WS-EVENT-AMOUNT.
            PERFORM C-110-ADD-TO-EVENT.

       B-300-JOURNAL-TAX-CASH.
            PERFORM C-200-OPEN-LOT-MASTER.
            OPEN INPUT TAXPAY-FILE.
            IF WS-TAXPAY-STATUS NOT = "00"
                DISPLAY "TAX PAYMENT FILE NOT FOUND - TAX CASH SKIPPED"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ TAXPAY-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE TP-DATE TO WS-WORK-DATE
                            IF WS-WORK-DATE > WS-AFTER-DATE
                                AND WS-WORK-DATE NOT > WS-THRU-DATE
                                PERFORM B-310-CASH-ONE-PAYMENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAXPAY-FILE
            END-IF.
            IF WS-CAO-OPEN = "Y"
                CLOSE OUTPUT-FILE
            END-IF.

       B-310-CASH-ONE-PAYMENT.
            MOVE TP-LOT-NUM TO LOT-NUM-OUT.
            PERFORM C-210-GET-LOT-CLASS.
            MOVE "TAX-CASH" TO WS-EVENT.
            MOVE WS-LOT-CLASS TO WS-QUAL.
            MOVE TP-AMOUNT TO WS-EVENT-AMOUNT.
            PERFORM C-110-ADD-TO-EVENT.

       B-400-JOURNAL-ORDER-RECEIPTS.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAYMENT-STATUS NOT = "00"
                DISPLAY "PAYMENT FILE NOT FOUND - ORDER RECEIPTS "
                    "SKIPPED"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ PAYMENT-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            PERFORM B-410-JOURNAL-ONE-RECEIPT
                    END-READ
                END-PERFORM
                CLOSE PAYMENT-FILE
            END-IF.

      *    A RECEIPT IS JOURNALED ON THE DAY IT WAS TAKEN AND, IF IT
      *    WAS LATER VOIDED, REVERSED ON THE DAY OF THE VOID.
       B-410-JOURNAL-ONE-RECEIPT.
            EVALUATE PAY-TYPE
                WHEN "D"
                    MOVE "D" TO WS-QUAL
                WHEN "d"
                    MOVE "D" TO WS-QUAL
                WHEN "P"
                    MOVE "P" TO WS-QUAL
                WHEN "p"
                    MOVE "P" TO WS-QUAL
                WHEN "R"
                    MOVE "R" TO WS-QUAL
                WHEN "C"
                    MOVE "C" TO WS-QUAL
                WHEN OTHER
                    MOVE "O" TO WS-QUAL
            END-EVALUATE.
            MOVE PAY-DATE TO WS-WORK-DATE.
            IF WS-WORK-DATE > WS-AFTER-DATE
                AND WS-WORK-DATE NOT > WS-THRU-DATE
                MOVE "ORD-RCPT" TO WS-EVENT
                MOVE PAY-AMOUNT TO WS-EVENT-AMOUNT
                PERFORM C-110-ADD-TO-EVENT
            END-IF.
            IF PAY-VOID-FLAG = "V"
                MOVE PAY-VOID-DATE TO WS-WORK-DATE
                IF WS-WORK-DATE > WS-AFTER-DATE
                    AND WS-WORK-DATE NOT > WS-THRU-DATE
                    MOVE "ORD-VOID" TO WS-EVENT
                    MOVE PAY-AMOUNT TO WS-EVENT-AMOUNT
                    PERFORM C-110-ADD-TO-EVENT
                END-IF
            END-IF.

       B-500-JOURNAL-INVENTORY.
            MOVE ZERO TO WS-CNT-NO-COST.
            MOVE "N" TO WS-INV-OPEN.
            OPEN INPUT INV-FILE.
            IF WS-INV-STATUS = "00"
                MOVE "Y" TO WS-INV-OPEN
            ELSE
                DISPLAY "INVENTORY FILE NOT FOUND - MOVEMENTS "
                    "CANNOT BE VALUED"
            END-IF.
            OPEN INPUT LEDGER-FILE.
            IF WS-LEDGER-STATUS NOT = "00"
                DISPLAY "MOVEMENT LEDGER NOT FOUND - INVENTORY SKIPPED"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ LEDGER-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE LED-DATE TO WS-WORK-DATE
                            IF WS-WORK-DATE > WS-AFTER-DATE
                                AND WS-WORK-DATE NOT > WS-THRU-DATE
                                PERFORM B-510-VALUE-ONE-MOVEMENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
            END-IF.
            IF WS-INV-OPEN = "Y"
                CLOSE INV-FILE
            END-IF.
            IF WS-CNT-NO-COST > ZERO
                DISPLAY "MOVEMENTS WITH NO UNIT COST (VALUED AT 0): "
                    WS-CNT-NO-COST
            END-IF.

      *    LEDGER QUANTITIES ARE SIGNED AS THEY MOVE STOCK: ISSUES AND
      *    COUNT LOSSES ARE NEGATIVE, SO THEIR VALUE CREDITS INVENTORY.
       B-510-VALUE-ONE-MOVEMENT.
            MOVE ZERO TO WS-ITEM-VALUE.
            IF WS-INV-OPEN = "Y"
                MOVE LED-ITEM-CODE TO INV-ITEM-CODE
                READ INV-FILE
                    INVALID KEY
                        ADD 1 TO WS-CNT-NO-COST
                    NOT INVALID KEY
                        COMPUTE WS-ITEM-VALUE ROUNDED =
                            LED-QTY * INV-UNIT-COST
                END-READ
            ELSE
                ADD 1 TO WS-CNT-NO-COST
            END-IF.
            MOVE SPACE TO WS-QUAL.
            EVALUATE LED-MOVE-TYPE
                WHEN "ISSUE"
                    MOVE "INV-ISS" TO WS-EVENT
                WHEN "RETURN"
                    MOVE "INV-RET" TO WS-EVENT
                WHEN "RECEIPT"
                    MOVE "INV-RCV" TO WS-EVENT
                WHEN "ADJUSTMENT"
                    MOVE "INV-ADJ" TO WS-EVENT
                WHEN OTHER
                    MOVE "INV-OTH" TO WS-EVENT
            END-EVALUATE.
            MOVE WS-ITEM-VALUE TO WS-EVENT-AMOUNT.
            PERFORM C-110-ADD-TO-EVENT.

       B-600-PROOF-REPORT.
            MOVE ZERO TO WS-TOTAL-DEBITS.
            MOVE ZERO TO WS-TOTAL-CREDITS.
            MOVE ZERO TO WS-CNT-UNMAPPED.
            MOVE ZERO TO WS-CNT-JRNL-LINES.
            MOVE ZERO TO WS-ACCT-COUNT.
            OPEN OUTPUT GL-PROOF-FILE.
            MOVE WS-TODAY-DATE TO WS-H-RUN-DATE.
            MOVE WS-AFTER-DATE TO WS-H-AFTER.
            MOVE WS-THRU-DATE TO WS-H-THRU.
            MOVE WS-PROOF-HEAD-1 TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE SPACES TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE WS-PROOF-HEAD-2 TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            PERFORM B-610-PROOF-ONE-EVENT
                VARYING WS-GLT-IDX FROM 1 BY 1
                UNTIL WS-GLT-IDX > WS-GLT-COUNT.
            PERFORM C-300-SORT-ACCOUNTS.
            MOVE SPACES TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE WS-PROOF-ACCT-HEAD TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            PERFORM B-620-PROOF-ONE-ACCOUNT
                VARYING WS-ACCT-IDX FROM 1 BY 1
                UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
            MOVE WS-TOTAL-DEBITS TO WS-T-DEBITS.
            MOVE WS-TOTAL-CREDITS TO WS-T-CREDITS.
            MOVE WS-PROOF-TOTAL-LINE TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE SPACES TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE "N" TO WS-BATCH-OK.
            EVALUATE TRUE
                WHEN WS-CNT-UNMAPPED > ZERO
                    MOVE "*** EVENTS WITH NO GL ACCOUNT - REFUSED ***"
                        TO WS-PROOF-MSG-LINE
                WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                    MOVE "*** DEBITS NOT EQUAL CREDITS - REFUSED ***"
                        TO WS-PROOF-MSG-LINE
                WHEN OTHER
                    MOVE "Y" TO WS-BATCH-OK
                    MOVE "IN BALANCE" TO WS-PROOF-MSG-LINE
            END-EVALUATE.
            MOVE WS-PROOF-MSG-LINE TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE SPACES TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            MOVE "PREPARED BY ______________  APPROVED BY _____________"
                TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.
            CLOSE GL-PROOF-FILE.
            DISPLAY "PROOF REPORT WRITTEN TO: " WS-GL-PROOF-PATH.

      *    TURNS THE EVENT'S SIGNED TOTAL INTO ONE DEBIT AND ONE CREDIT
      *    OF A POSITIVE AMOUNT AND POSTS THEM TO THE ACCOUNT TOTALS.
       B-610-PROOF-ONE-EVENT.
            IF GLT-COUNT(WS-GLT-IDX) > ZERO
                IF GLT-AMOUNT(WS-GLT-IDX) < ZERO
                    MOVE GLT-CREDIT-ACCT(WS-GLT-IDX)
                        TO GLT-JRNL-DR(WS-GLT-IDX)
                    MOVE GLT-DEBIT-ACCT(WS-GLT-IDX)
                        TO GLT-JRNL-CR(WS-GLT-IDX)
                    COMPUTE GLT-JRNL-AMOUNT(WS-GLT-IDX) =
                        ZERO - GLT-AMOUNT(WS-GLT-IDX)
                ELSE
                    MOVE GLT-DEBIT-ACCT(WS-GLT-IDX)
                        TO GLT-JRNL-DR(WS-GLT-IDX)
                    MOVE GLT-CREDIT-ACCT(WS-GLT-IDX)
                        TO GLT-JRNL-CR(WS-GLT-IDX)
                    MOVE GLT-AMOUNT(WS-GLT-IDX)
                        TO GLT-JRNL-AMOUNT(WS-GLT-IDX)
                END-IF
                MOVE GLT-EVENT(WS-GLT-IDX) TO WS-E-EVENT
                MOVE GLT-QUAL(WS-GLT-IDX) TO WS-E-QUAL
                MOVE GLT-DESC(WS-GLT-IDX) TO WS-E-DESC
                MOVE GLT-COUNT(WS-GLT-IDX) TO WS-E-COUNT
                MOVE GLT-JRNL-DR(WS-GLT-IDX) TO WS-E-DEBIT
                MOVE GLT-JRNL-CR(WS-GLT-IDX) TO WS-E-CREDIT
                MOVE GLT-JRNL-AMOUNT(WS-GLT-IDX) TO WS-E-AMOUNT
                IF GLT-JRNL-DR(WS-GLT-IDX) = SPACES
                    OR GLT-JRNL-CR(WS-GLT-IDX) = SPACES
                    ADD 1 TO WS-CNT-UNMAPPED
                    MOVE "NO ACCOUNT" TO WS-E-DESC
                END-IF
                MOVE WS-PROOF-EVENT-LINE TO GL-PROOF-REC
                PERFORM C-400-PRINT-PROOF-LINE
                IF GLT-JRNL-AMOUNT(WS-GLT-IDX) > ZERO
                    IF GLT-JRNL-DR(WS-GLT-IDX) NOT = SPACES
                        MOVE GLT-JRNL-DR(WS-GLT-IDX) TO WS-POST-ACCT
                        MOVE "D" TO WS-POST-DR-CR
                        PERFORM C-120-POST-TO-ACCOUNT
                    END-IF
                    IF GLT-JRNL-CR(WS-GLT-IDX) NOT = SPACES
                        MOVE GLT-JRNL-CR(WS-GLT-IDX) TO WS-POST-ACCT
                        MOVE "C" TO WS-POST-DR-CR
                        PERFORM C-120-POST-TO-ACCOUNT
                    END-IF
                END-IF
            END-IF.

       B-620-PROOF-ONE-ACCOUNT.
            MOVE ACT-ACCOUNT(WS-ACCT-IDX) TO WS-A-ACCOUNT.
            MOVE ACT-DEBITS(WS-ACCT-IDX) TO WS-A-DEBITS.
            MOVE ACT-CREDITS(WS-ACCT-IDX) TO WS-A-CREDITS.
            MOVE WS-PROOF-ACCT-LINE TO GL-PROOF-REC.
            PERFORM C-400-PRINT-PROOF-LINE.

      *    THE POSTED-THROUGH DATE ONLY MOVES ONCE EVERY JOURNAL LINE
      *    OF THE BATCH IS ON FILE, SO A FAILED RELEASE CAN BE RERUN.
       B-700-RELEASE-BATCH.
            DISPLAY "RELEASE THIS BATCH TO THE JOURNAL FILE (Y/N):".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "BATCH NOT RELEASED - POSTED-THROUGH DATE "
                    "LEFT AT " WS-POSTED-THRU
            ELSE
                COMPUTE WS-BATCH-NUM = WS-LAST-BATCH + 1
                MOVE ZERO TO WS-CNT-JRNL-LINES
                MOVE "N" TO WS-JRNL-OK
                OPEN EXTEND GL-JOURNAL-FILE
                IF WS-JRNL-STATUS = "35"
                    OPEN OUTPUT GL-JOURNAL-FILE
                END-IF
                IF WS-JRNL-STATUS NOT = "00"
                    DISPLAY "JOURNAL FILE WILL NOT OPEN - STATUS "
                        WS-JRNL-STATUS
                ELSE
                    MOVE "Y" TO WS-JRNL-OK
                    PERFORM B-710-WRITE-EVENT-LINES
                        VARYING WS-GLT-IDX FROM 1 BY 1
                        UNTIL WS-GLT-IDX > WS-GLT-COUNT
                           OR WS-JRNL-OK = "N"
                    CLOSE GL-JOURNAL-FILE
                    IF WS-JRNL-STATUS NOT = "00"
                        DISPLAY "JOURNAL FILE CLOSE FAILED - STATUS "
                            WS-JRNL-STATUS
                        MOVE "N" TO WS-JRNL-OK
                    END-IF
                END-IF
                IF WS-JRNL-OK = "Y"
                    PERFORM B-720-ADVANCE-CONTROL
                ELSE
                    DISPLAY "*** BATCH " WS-BATCH-NUM " NOT RELEASED - "
                        WS-CNT-JRNL-LINES " LINE(S) REACHED THE "
                        "JOURNAL FILE ***"
                    IF WS-CNT-JRNL-LINES > ZERO
                        DISPLAY "REMOVE BATCH " WS-BATCH-NUM
                            " FROM THE JOURNAL FILE BEFORE IMPORT"
                    END-IF
                    DISPLAY "POSTED-THROUGH DATE LEFT AT "
                        WS-POSTED-THRU
                END-IF
            END-IF.

       B-710-WRITE-EVENT-LINES.
            IF GLT-COUNT(WS-GLT-IDX) > ZERO
                AND GLT-JRNL-AMOUNT(WS-GLT-IDX) > ZERO
                MOVE GLT-JRNL-DR(WS-GLT-IDX) TO GLJ-ACCOUNT
                MOVE "D" TO GLJ-DR-CR
                PERFORM C-500-WRITE-JOURNAL-LINE
                IF WS-JRNL-OK = "Y"
                    MOVE GLT-JRNL-CR(WS-GLT-IDX) TO GLJ-ACCOUNT
                    MOVE "C" TO GLJ-DR-CR
                    PERFORM C-500-WRITE-JOURNAL-LINE
                END-IF
            END-IF.

       B-720-ADVANCE-CONTROL.
            MOVE WS-THRU-DATE TO GLC-POSTED-THRU.
            MOVE WS-BATCH-NUM TO GLC-LAST-BATCH.
            MOVE WS-TODAY-DATE TO GLC-LAST-RUN-DATE.
            OPEN OUTPUT GL-CONTROL-FILE.
            IF WS-CTL-STATUS = "00"
                WRITE GL-CONTROL-REC
                IF WS-CTL-STATUS = "00"
                    CLOSE GL-CONTROL-FILE
                ELSE
                    DISPLAY "GL CONTROL WRITE FAILED - STATUS "
                        WS-CTL-STATUS
                    CLOSE GL-CONTROL-FILE
                    MOVE "99" TO WS-CTL-STATUS
                END-IF
            ELSE
                DISPLAY "GL CONTROL FILE WILL NOT OPEN - STATUS "
                    WS-CTL-STATUS
            END-IF.
            IF WS-CTL-STATUS = "00"
                DISPLAY "BATCH " WS-BATCH-NUM " RELEASED - "
                    WS-CNT-JRNL-LINES " JOURNAL LINES"
                DISPLAY "POSTED THROUGH " WS-THRU-DATE
            ELSE
                DISPLAY "*** BATCH " WS-BATCH-NUM " IS ON THE JOURNAL "
                    "FILE BUT THE CONTROL FILE WAS NOT UPDATED ***"
                DISPLAY "SET POSTED-THROUGH TO " WS-THRU-DATE
                    " AND LAST BATCH TO " WS-BATCH-NUM
                    " BEFORE THE NEXT RUN"
            END-IF.

      *    FINDS WS-EVENT/WS-QUAL IN THE ACCOUNT MAP, ADDING AN ENTRY
      *    WITH NO ACCOUNTS WHEN THE EVENT HAS NEVER BEEN MAPPED.
       C-100-FIND-EVENT.
            MOVE ZERO TO WS-GLT-FOUND.
            PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                    UNTIL WS-GLT-IDX > WS-GLT-COUNT
                       OR WS-GLT-FOUND NOT = ZERO
                IF GLT-EVENT(WS-GLT-IDX) = WS-EVENT
                    AND GLT-QUAL(WS-GLT-IDX) = WS-QUAL
                    MOVE WS-GLT-IDX TO WS-GLT-FOUND
                END-IF
            END-PERFORM.
            IF WS-GLT-FOUND = ZERO
                IF WS-GLT-COUNT < 40
                    ADD 1 TO WS-GLT-COUNT
                    MOVE WS-GLT-COUNT TO WS-GLT-FOUND
                    MOVE WS-EVENT TO GLT-EVENT(WS-GLT-FOUND)
                    MOVE WS-QUAL TO GLT-QUAL(WS-GLT-FOUND)
                    MOVE SPACES TO GLT-DEBIT-ACCT(WS-GLT-FOUND)
                    MOVE SPACES TO GLT-CREDIT-ACCT(WS-GLT-FOUND)
                    MOVE SPACES TO GLT-DESC(WS-GLT-FOUND)
                    MOVE ZERO TO GLT-COUNT(WS-GLT-FOUND)
                    MOVE ZERO TO GLT-AMOUNT(WS-GLT-FOUND)
                ELSE
                    DISPLAY "ACCOUNT MAP FULL - EVENT " WS-EVENT
                        " " WS-QUAL " NOT JOURNALED"
                    ADD 1 TO WS-CNT-UNMAPPED
                END-IF
            END-IF.

       C-110-ADD-TO-EVENT.
            PERFORM C-100-FIND-EVENT.
            IF WS-GLT-FOUND NOT = ZERO
                ADD 1 TO GLT-COUNT(WS-GLT-FOUND)
                ADD WS-EVENT-AMOUNT TO GLT-AMOUNT(WS-GLT-FOUND)
            END-IF.

       C-120-POST-TO-ACCOUNT.
            MOVE ZERO TO WS-ACCT-FOUND.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       OR WS-ACCT-FOUND NOT = ZERO
                IF ACT-ACCOUNT(WS-ACCT-IDX) = WS-POST-ACCT
                    MOVE WS-ACCT-IDX TO WS-ACCT-FOUND
                END-IF
            END-PERFORM.
            IF WS-ACCT-FOUND = ZERO
                ADD 1 TO WS-ACCT-COUNT
                MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND
                MOVE WS-POST-ACCT TO ACT-ACCOUNT(WS-ACCT-FOUND)
                MOVE ZERO TO ACT-DEBITS(WS-ACCT-FOUND)
                MOVE ZERO TO ACT-CREDITS(WS-ACCT-FOUND)
            END-IF.
            IF WS-POST-DR-CR = "D"
                ADD GLT-JRNL-AMOUNT(WS-GLT-IDX)
                    TO ACT-DEBITS(WS-ACCT-FOUND)
                ADD GLT-JRNL-AMOUNT(WS-GLT-IDX) TO WS-TOTAL-DEBITS
            ELSE
                ADD GLT-JRNL-AMOUNT(WS-GLT-IDX)
                    TO ACT-CREDITS(WS-ACCT-FOUND)
                ADD GLT-JRNL-AMOUNT(WS-GLT-IDX) TO WS-TOTAL-CREDITS
            END-IF.

       C-200-OPEN-LOT-MASTER.
            MOVE "N" TO WS-CAO-OPEN.
            OPEN INPUT OUTPUT-FILE.
            IF WS-CAO-STATUS = "00"
                MOVE "Y" TO WS-CAO-OPEN
            END-IF.

      *    CLASS AS TAXBILL RATES IT: C AND A AS GIVEN, ANYTHING ELSE
      *    (INCLUDING A LOT NO LONGER ON THE ROLLS) RESIDENTIAL.
       C-210-GET-LOT-CLASS.
            MOVE "R" TO WS-LOT-CLASS.
            IF WS-CAO-OPEN = "Y"
                READ OUTPUT-FILE
                    NOT INVALID KEY
                        IF LOT-CLASS-OUT = "C" OR LOT-CLASS-OUT = "A"
                            MOVE LOT-CLASS-OUT TO WS-LOT-CLASS
                        END-IF
                END-READ
            END-IF.

       C-300-SORT-ACCOUNTS.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-ACCT-COUNT
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-ACCT-COUNT - WS-SORT-I
                    IF ACT-ACCOUNT(WS-SORT-J)
                            > ACT-ACCOUNT(WS-SORT-J + 1)
                        MOVE WS-ACCT(WS-SORT-J) TO WS-SORT-SWAP
                        MOVE WS-ACCT(WS-SORT-J + 1)
                            TO WS-ACCT(WS-SORT-J)
                        MOVE WS-SORT-SWAP TO WS-ACCT(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       C-400-PRINT-PROOF-LINE.
            WRITE GL-PROOF-REC.
            DISPLAY GL-PROOF-REC.

       C-500-WRITE-JOURNAL-LINE.
            ADD 1 TO WS-CNT-JRNL-LINES.
            MOVE WS-BATCH-NUM TO GLJ-BATCH-NUM.
            MOVE WS-CNT-JRNL-LINES TO GLJ-LINE-NUM.
            MOVE WS-THRU-DATE TO GLJ-JOURNAL-DATE.
            MOVE GLT-JRNL-AMOUNT(WS-GLT-IDX) TO GLJ-AMOUNT.
            MOVE GLT-EVENT(WS-GLT-IDX) TO GLJ-EVENT.
            MOVE GLT-QUAL(WS-GLT-IDX) TO GLJ-QUAL.
            MOVE GLT-DESC(WS-GLT-IDX) TO GLJ-DESC.
            MOVE WS-AFTER-DATE TO GLJ-PERIOD-AFTER.
            WRITE GL-JOURNAL-REC.
            IF WS-JRNL-STATUS NOT = "00"
                DISPLAY "JOURNAL WRITE FAILED AT LINE "
                    WS-CNT-JRNL-LINES " - STATUS " WS-JRNL-STATUS
                SUBTRACT 1 FROM WS-CNT-JRNL-LINES
                MOVE "N" TO WS-JRNL-OK
            END-IF.

      *    THE DAY BEFORE WS-TODAY-DATE, FOR A THROUGH DATE OF ZERO.
       C-600-GET-YESTERDAY.
            MOVE WS-TODAY-DATE TO WS-YESTERDAY.
            IF WS-YST-DD > 1
                SUBTRACT 1 FROM WS-YST-DD
            ELSE
                IF WS-YST-MM = 1
                    MOVE 12 TO WS-YST-MM
                    SUBTRACT 1 FROM WS-YST-YY
                ELSE
                    SUBTRACT 1 FROM WS-YST-MM
                END-IF
                MOVE WS-MONTH-DAYS(WS-YST-MM) TO WS-YST-DD
                IF WS-YST-MM = 2
                    DIVIDE WS-YST-YY BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = ZERO
                        DIVIDE WS-YST-YY BY 100 GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM NOT = ZERO
                            MOVE 29 TO WS-YST-DD
                        ELSE
                            DIVIDE WS-YST-YY BY 400 GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = ZERO
                                MOVE 29 TO WS-YST-DD
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
            MOVE WS-YESTERDAY TO WS-THRU-DATE.
       END PROGRAM GLJRNL.
