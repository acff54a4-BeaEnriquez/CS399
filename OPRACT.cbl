      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator activity report by operator and date for
      *          the auditors. Over a date range (and optionally one
      *          operator) counts, for each operator and day, the lot
      *          master changes on the CAO audit log (live file and
      *          the AUDARCH monthly archives), the inventory
      *          movements on the movement ledger, the tax payments
      *          logged with their total, and the framing order
      *          receipts taken and voided with their totals, and
      *          the framing order amendments and cancellations made
      *          in ORDMAINT (from the order history file). Every
      *          entry is credited to the operator stamped on it;
      *          entries written before operator sign-on carry no
      *          operator and are listed under *NONE*. Printed to the
      *          activity report file with a subtotal per operator.
      *          Restricted to MANAGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-FILE
           ASSIGN TO WS-AUDIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT ARCHIVE-FILE
           ASSIGN TO WS-ARCHIVE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
       SELECT LEDGER-FILE
           ASSIGN TO WS-LEDGER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
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
       SELECT ORDER-HIST-FILE
           ASSIGN TO WS-ORDER-HIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT ACTIVITY-REPORT-FILE
           ASSIGN TO WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC.
           05  AUDIT-LOT-NUM          PIC 9(9).
           05  AUDIT-OP-TYPE          PIC X(10).
           05  AUDIT-OLD-VALUE        PIC X(26).
           05  AUDIT-NEW-VALUE        PIC X(26).
           05  AUDIT-EVAL-AMOUNT      PIC X(11).
           05  AUDIT-DATE             PIC 9(8).
           05  AUDIT-OPERATOR-ID      PIC X(8).
           05  AUDIT-TIME             PIC 9(8).
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC.
           05  ARCH-LOT-NUM           PIC 9(9).
           05  ARCH-OP-TYPE           PIC X(10).
           05  ARCH-OLD-VALUE         PIC X(26).
           05  ARCH-NEW-VALUE         PIC X(26).
           05  ARCH-EVAL-AMOUNT       PIC X(11).
           05  ARCH-DATE              PIC 9(8).
           05  ARCH-OPERATOR-ID       PIC X(8).
           05  ARCH-TIME              PIC 9(8).
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
       FD  ACTIVITY-REPORT-FILE
           DATA RECORD IS ACTIVITY-REPORT-REC.
       01  ACTIVITY-REPORT-REC        PIC X(80).
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
       01  WS-AUDIT-FILE-PATH      PIC X(100).
       01  WS-ARCHIVE-FILE-PATH    PIC X(100).
       01  WS-ARCHIVE-DIR          PIC X(80).
       01  WS-LEDGER-FILE-PATH     PIC X(100).
       01  WS-TAXPAY-PATH          PIC X(100).
       01  WS-PAYMENT-FILE-PATH    PIC X(100).
       01  WS-ORDER-HIST-PATH      PIC X(100).
       01  WS-REPORT-FILE-PATH     PIC X(100).
       01  WS-AUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC XX    VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX    VALUE "00".
       01  WS-TAXPAY-STATUS        PIC XX    VALUE "00".
       01  WS-PAYMENT-STATUS       PIC XX    VALUE "00".
       01  WS-HIST-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS        PIC XX    VALUE "00".
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-FROM-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8)  VALUE ZERO.
       01  WS-SEL-OPERATOR         PIC X(8)  VALUE SPACES.
       01  WS-SCAN-PERIOD          PIC 9(6)  VALUE ZERO.
       01  WS-SCAN-PERIOD-PARTS REDEFINES WS-SCAN-PERIOD.
           05  WS-SCAN-YY          PIC 9(4).
           05  WS-SCAN-MM          PIC 9(2).
       01  WS-END-PERIOD           PIC 9(6)  VALUE ZERO.
       01  WS-FROM-DATE-PARTS.
           05  WS-FROM-YYYYMM      PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-TO-DATE-PARTS.
           05  WS-TO-YYYYMM        PIC 9(6).
           05  FILLER              PIC 9(2).

      *    ONE ENTRY PER OPERATOR AND DAY WITH ACTIVITY IN THE RANGE.
       01  WS-ACT-KEY-OPERATOR     PIC X(8).
       01  WS-ACT-KEY-DATE         PIC 9(8).
       01  WS-ACT-COUNT            PIC 9(4)  VALUE ZERO.
       01  WS-ACT-IDX              PIC 9(4).
       01  WS-ACT-FOUND            PIC 9(4)  VALUE ZERO.
       01  WS-ACT-FULL-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT OCCURS 1000 TIMES.
               10  ACT-OPERATOR       PIC X(8).
               10  ACT-DATE           PIC 9(8).
               10  ACT-LOT-CHANGES    PIC 9(5).
               10  ACT-INV-MOVES      PIC 9(5).
               10  ACT-TAX-PAYMENTS   PIC 9(5).
               10  ACT-TAX-AMOUNT     PIC 9(9)V99.
               10  ACT-RECEIPTS       PIC 9(5).
               10  ACT-RECEIPT-AMOUNT PIC S9(9)V99.
               10  ACT-VOIDS          PIC 9(5).
               10  ACT-AMENDMENTS     PIC 9(5).
               10  ACT-CANCELS        PIC 9(5).
       01  WS-SORT-I               PIC 9(4).
       01  WS-SORT-J               PIC 9(4).
       01  WS-SORT-SWAP            PIC X(73).

       01  WS-TOTALS.
           05  WS-TOT-LOT-CHANGES  PIC 9(7)  VALUE ZERO.
           05  WS-TOT-INV-MOVES    PIC 9(7)  VALUE ZERO.
           05  WS-TOT-TAX-PAYMENTS PIC 9(7)  VALUE ZERO.
           05  WS-TOT-TAX-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-RECEIPTS     PIC 9(7)  VALUE ZERO.
           05  WS-TOT-RECEIPT-AMT  PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-VOIDS        PIC 9(7)  VALUE ZERO.
           05  WS-TOT-AMENDMENTS   PIC 9(7)  VALUE ZERO.
           05  WS-TOT-CANCELS      PIC 9(7)  VALUE ZERO.
       01  WS-OPR-TOTALS.
           05  WS-OT-LOT-CHANGES   PIC 9(7)  VALUE ZERO.
           05  WS-OT-INV-MOVES     PIC 9(7)  VALUE ZERO.
           05  WS-OT-TAX-PAYMENTS  PIC 9(7)  VALUE ZERO.
           05  WS-OT-TAX-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  WS-OT-RECEIPTS      PIC 9(7)  VALUE ZERO.
           05  WS-OT-RECEIPT-AMT   PIC S9(9)V99 VALUE ZERO.
           05  WS-OT-VOIDS         PIC 9(7)  VALUE ZERO.
           05  WS-OT-AMENDMENTS    PIC 9(7)  VALUE ZERO.
           05  WS-OT-CANCELS       PIC 9(7)  VALUE ZERO.
       01  WS-PREV-OPERATOR        PIC X(8)  VALUE SPACES.
       01  WS-OPR-FILE-OPEN        PIC X     VALUE "N".

       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(32)
               VALUE "OPERATOR ACTIVITY REPORT  FROM ".
           05  WS-H-FROM           PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-H-TO             PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  RUN ".
           05  WS-H-RUN            PIC 9(8).
       01  WS-RPT-HEAD-2.
           05  FILLER              PIC X(40)
               VALUE "            LOT   INV   TAX          TAX".
           05  FILLER              PIC X(40)
               VALUE " ORDER      RECEIPT  RCPT ORDER ORDER   ".
       01  WS-RPT-HEAD-3.
           05  FILLER              PIC X(40)
               VALUE "DATE      CHNGS MOVES  PAYS       AMOUNT".
           05  FILLER              PIC X(40)
               VALUE " RCPTS       AMOUNT VOIDS AMNDS CANCL   ".
       01  WS-RPT-OPR-LINE.
           05  FILLER              PIC X(10) VALUE "OPERATOR: ".
           05  WS-O-ID             PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-O-NAME           PIC X(26).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-O-ROLE           PIC X(13).
       01  WS-RPT-DETAIL-LINE.
           05  WS-D-LABEL          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-D-LOT-CHANGES    PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-INV-MOVES      PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-TAX-PAYMENTS   PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-TAX-AMOUNT     PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-RECEIPTS       PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-RECEIPT-AMT    PIC -ZZZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-VOIDS          PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-AMENDMENTS     PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-D-CANCELS        PIC ZZZZ9.

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
            PERFORM A-100-ACCEPT-CRITERIA.
            PERFORM B-100-SCAN-AUDIT-ARCHIVES.
            PERFORM B-200-SCAN-LIVE-AUDIT.
            PERFORM B-300-SCAN-LEDGER.
            PERFORM B-400-SCAN-TAX-PAYMENTS.
            PERFORM B-500-SCAN-ORDER-RECEIPTS.
            PERFORM B-550-SCAN-ORDER-HISTORY.
            IF WS-ACT-FULL-COUNT > ZERO
                DISPLAY "*** ACTIVITY TABLE FULL - " WS-ACT-FULL-COUNT
                    " ENTRIES NOT REPORTED - NARROW THE DATE RANGE"
            END-IF.
            PERFORM C-300-SORT-ACTIVITY.
            PERFORM B-600-PRINT-REPORT.
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
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT "CAO_AUDIT_PATH".
            IF WS-AUDIT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\AUDIT.TXT" TO WS-AUDIT-FILE-PATH
            END-IF.
            ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT "AUDIT_ARCH_DIR".
            IF WS-ARCHIVE-DIR = SPACES
                MOVE "C:\COBOL_Files\AUDARCH-" TO WS-ARCHIVE-DIR
            END-IF.
            ACCEPT WS-LEDGER-FILE-PATH
                FROM ENVIRONMENT "INV_LEDGER_PATH".
            IF WS-LEDGER-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\INVLEDG.TXT"
                    TO WS-LEDGER-FILE-PATH
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
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT "OPR_ACTIVITY_PATH".
            IF WS-REPORT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\OPRACT.TXT" TO WS-REPORT-FILE-PATH
            END-IF.
            ACCEPT WS-ORDER-HIST-PATH
                FROM ENVIRONMENT "ORDER_HIST_PATH".
            IF WS-ORDER-HIST-PATH = SPACES
                MOVE "C:\COBOL_Files\ORDHIST.TXT" TO WS-ORDER-HIST-PATH
            END-IF.

       A-100-ACCEPT-CRITERIA.
            DISPLAY "FROM DATE YYYYMMDD:".
            ACCEPT WS-FROM-DATE.
            DISPLAY "TO DATE YYYYMMDD (0 FOR TODAY):".
            ACCEPT WS-TO-DATE.
            IF WS-TO-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-TO-DATE
            END-IF.
            IF WS-FROM-DATE = ZERO
                MOVE 19000101 TO WS-FROM-DATE
            END-IF.
            DISPLAY "OPERATOR ID (BLANK FOR ALL OPERATORS):".
            ACCEPT WS-SEL-OPERATOR.

       B-100-SCAN-AUDIT-ARCHIVES.
            MOVE WS-FROM-DATE TO WS-FROM-DATE-PARTS.
            MOVE WS-TO-DATE TO WS-TO-DATE-PARTS.
            MOVE WS-FROM-YYYYMM TO WS-SCAN-PERIOD.
            MOVE WS-TO-YYYYMM TO WS-END-PERIOD.
            PERFORM B-110-SCAN-ONE-ARCHIVE
                UNTIL WS-SCAN-PERIOD > WS-END-PERIOD.

       B-110-SCAN-ONE-ARCHIVE.
            MOVE SPACES TO WS-ARCHIVE-FILE-PATH.
            STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                   WS-SCAN-PERIOD DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILE-PATH.
            OPEN INPUT ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ ARCHIVE-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE ARCH-OPERATOR-ID TO WS-ACT-KEY-OPERATOR
                            MOVE ARCH-DATE TO WS-ACT-KEY-DATE
                            PERFORM C-100-FIND-ACTIVITY
                            IF WS-ACT-FOUND NOT = ZERO
                                ADD 1 TO ACT-LOT-CHANGES(WS-ACT-FOUND)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHIVE-FILE
            END-IF.
            IF WS-SCAN-MM = 12
                ADD 1 TO WS-SCAN-YY
                MOVE 01 TO WS-SCAN-MM
            ELSE
                ADD 1 TO WS-SCAN-MM
            END-IF.

       B-200-SCAN-LIVE-AUDIT.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "AUDIT FILE NOT FOUND - LOT CHANGES FROM "
                    "ARCHIVES ONLY"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ AUDIT-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE AUDIT-OPERATOR-ID
                                TO WS-ACT-KEY-OPERATOR
                            MOVE AUDIT-DATE TO WS-ACT-KEY-DATE
                            PERFORM C-100-FIND-ACTIVITY
                            IF WS-ACT-FOUND NOT = ZERO
                                ADD 1 TO ACT-LOT-CHANGES(WS-ACT-FOUND)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.

       B-300-SCAN-LEDGER.
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
                            MOVE LED-OPERATOR-ID TO WS-ACT-KEY-OPERATOR
                            MOVE LED-DATE TO WS-ACT-KEY-DATE
                            PERFORM C-100-FIND-ACTIVITY
                            IF WS-ACT-FOUND NOT = ZERO
                                ADD 1 TO ACT-INV-MOVES(WS-ACT-FOUND)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
            END-IF.

       B-400-SCAN-TAX-PAYMENTS.
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
                            MOVE TP-OPERATOR-ID TO WS-ACT-KEY-OPERATOR
                            MOVE TP-DATE TO WS-ACT-KEY-DATE
                            PERFORM C-100-FIND-ACTIVITY
                            IF WS-ACT-FOUND NOT = ZERO
                                ADD 1 TO ACT-TAX-PAYMENTS(WS-ACT-FOUND)
                                ADD TP-AMOUNT
                                    TO ACT-TAX-AMOUNT(WS-ACT-FOUND)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAXPAY-FILE
            END-IF.

       B-500-SCAN-ORDER-RECEIPTS.
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
                            PERFORM B-510-TALLY-ONE-RECEIPT
                    END-READ
                END-PERFORM
                CLOSE PAYMENT-FILE
            END-IF.

      *    THE RECEIPT COUNTS TO WHOEVER TOOK IT ON THE DAY IT WAS
      *    TAKEN; A VOID COUNTS TO WHOEVER VOIDED IT ON THE VOID DAY.
       B-510-TALLY-ONE-RECEIPT.
            MOVE PAY-OPERATOR-ID TO WS-ACT-KEY-OPERATOR.
            MOVE PAY-DATE TO WS-ACT-KEY-DATE.
            PERFORM C-100-FIND-ACTIVITY.
            IF WS-ACT-FOUND NOT = ZERO
                ADD 1 TO ACT-RECEIPTS(WS-ACT-FOUND)
                ADD PAY-AMOUNT TO ACT-RECEIPT-AMOUNT(WS-ACT-FOUND)
            END-IF.
            IF PAY-VOID-FLAG = "V"
                MOVE PAY-VOID-OPERATOR TO WS-ACT-KEY-OPERATOR
                MOVE PAY-VOID-DATE TO WS-ACT-KEY-DATE
                PERFORM C-100-FIND-ACTIVITY
                IF WS-ACT-FOUND NOT = ZERO
                    ADD 1 TO ACT-VOIDS(WS-ACT-FOUND)
                END-IF
            END-IF.

      *    AN AMENDMENT WRITES ONE TOTAL ROW WHEN IT IS SAVED AND A
      *    CANCELLATION ONE CANCEL ROW; THE ITEM, TAX, MATERIAL AND
      *    MONEY ROWS THAT GO WITH THEM ARE NOT COUNTED AGAIN.
       B-550-SCAN-ORDER-HISTORY.
            OPEN INPUT ORDER-HIST-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "ORDER HISTORY FILE NOT FOUND - AMENDMENTS "
                    "SKIPPED"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ ORDER-HIST-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            PERFORM B-560-TALLY-ONE-HIST-ROW
                    END-READ
                END-PERFORM
                CLOSE ORDER-HIST-FILE
            END-IF.

       B-560-TALLY-ONE-HIST-ROW.
            IF OH-ACTION = "TOTAL" OR OH-ACTION = "CANCEL"
                MOVE OH-OPERATOR-ID TO WS-ACT-KEY-OPERATOR
                MOVE OH-DATE TO WS-ACT-KEY-DATE
                PERFORM C-100-FIND-ACTIVITY
                IF WS-ACT-FOUND NOT = ZERO
                    IF OH-ACTION = "TOTAL"
                        ADD 1 TO ACT-AMENDMENTS(WS-ACT-FOUND)
                    ELSE
                        ADD 1 TO ACT-CANCELS(WS-ACT-FOUND)
                    END-IF
                END-IF
            END-IF.

       B-600-PRINT-REPORT.
            OPEN OUTPUT ACTIVITY-REPORT-FILE.
            MOVE WS-FROM-DATE TO WS-H-FROM.
            MOVE WS-TO-DATE TO WS-H-TO.
            MOVE WS-TODAY-DATE TO WS-H-RUN.
            MOVE WS-RPT-HEAD-1 TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            MOVE WS-RPT-HEAD-2 TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            MOVE WS-RPT-HEAD-3 TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            INITIALIZE WS-TOTALS.
            MOVE SPACES TO WS-PREV-OPERATOR.
            MOVE "N" TO WS-OPR-FILE-OPEN.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "00"
                MOVE "Y" TO WS-OPR-FILE-OPEN
            END-IF.
            PERFORM B-610-PRINT-ONE-DAY
                VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-ACT-COUNT.
            IF WS-ACT-COUNT > ZERO
                PERFORM B-620-PRINT-OPERATOR-TOTAL
            END-IF.
            IF WS-OPR-FILE-OPEN = "Y"
                CLOSE OPERATOR-FILE
            END-IF.
            MOVE SPACES TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            MOVE "ALL OPS" TO WS-D-LABEL.
            MOVE WS-TOT-LOT-CHANGES TO WS-D-LOT-CHANGES.
            MOVE WS-TOT-INV-MOVES TO WS-D-INV-MOVES.
            MOVE WS-TOT-TAX-PAYMENTS TO WS-D-TAX-PAYMENTS.
            MOVE WS-TOT-TAX-AMOUNT TO WS-D-TAX-AMOUNT.
            MOVE WS-TOT-RECEIPTS TO WS-D-RECEIPTS.
            MOVE WS-TOT-RECEIPT-AMT TO WS-D-RECEIPT-AMT.
            MOVE WS-TOT-VOIDS TO WS-D-VOIDS.
            MOVE WS-TOT-AMENDMENTS TO WS-D-AMENDMENTS.
            MOVE WS-TOT-CANCELS TO WS-D-CANCELS.
            MOVE WS-RPT-DETAIL-LINE TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            CLOSE ACTIVITY-REPORT-FILE.
            DISPLAY "ACTIVITY REPORT WRITTEN TO: " WS-REPORT-FILE-PATH.

       B-610-PRINT-ONE-DAY.
            IF ACT-OPERATOR(WS-ACT-IDX) NOT = WS-PREV-OPERATOR
                IF WS-ACT-IDX > 1
                    PERFORM B-620-PRINT-OPERATOR-TOTAL
                END-IF
                PERFORM B-630-PRINT-OPERATOR-HEADING
            END-IF.
            MOVE ACT-DATE(WS-ACT-IDX) TO WS-D-LABEL.
            MOVE ACT-LOT-CHANGES(WS-ACT-IDX) TO WS-D-LOT-CHANGES.
            MOVE ACT-INV-MOVES(WS-ACT-IDX) TO WS-D-INV-MOVES.
            MOVE ACT-TAX-PAYMENTS(WS-ACT-IDX) TO WS-D-TAX-PAYMENTS.
            MOVE ACT-TAX-AMOUNT(WS-ACT-IDX) TO WS-D-TAX-AMOUNT.
            MOVE ACT-RECEIPTS(WS-ACT-IDX) TO WS-D-RECEIPTS.
            MOVE ACT-RECEIPT-AMOUNT(WS-ACT-IDX) TO WS-D-RECEIPT-AMT.
            MOVE ACT-VOIDS(WS-ACT-IDX) TO WS-D-VOIDS.
            MOVE ACT-AMENDMENTS(WS-ACT-IDX) TO WS-D-AMENDMENTS.
            MOVE ACT-CANCELS(WS-ACT-IDX) TO WS-D-CANCELS.
            MOVE WS-RPT-DETAIL-LINE TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            ADD ACT-LOT-CHANGES(WS-ACT-IDX) TO WS-OT-LOT-CHANGES.
            ADD ACT-INV-MOVES(WS-ACT-IDX) TO WS-OT-INV-MOVES.
            ADD ACT-TAX-PAYMENTS(WS-ACT-IDX) TO WS-OT-TAX-PAYMENTS.
            ADD ACT-TAX-AMOUNT(WS-ACT-IDX) TO WS-OT-TAX-AMOUNT.
            ADD ACT-RECEIPTS(WS-ACT-IDX) TO WS-OT-RECEIPTS.
            ADD ACT-RECEIPT-AMOUNT(WS-ACT-IDX) TO WS-OT-RECEIPT-AMT.
            ADD ACT-VOIDS(WS-ACT-IDX) TO WS-OT-VOIDS.
            ADD ACT-AMENDMENTS(WS-ACT-IDX) TO WS-OT-AMENDMENTS.
            ADD ACT-CANCELS(WS-ACT-IDX) TO WS-OT-CANCELS.

       B-620-PRINT-OPERATOR-TOTAL.
            MOVE "TOTAL" TO WS-D-LABEL.
            MOVE WS-OT-LOT-CHANGES TO WS-D-LOT-CHANGES.
            MOVE WS-OT-INV-MOVES TO WS-D-INV-MOVES.
            MOVE WS-OT-TAX-PAYMENTS TO WS-D-TAX-PAYMENTS.
            MOVE WS-OT-TAX-AMOUNT TO WS-D-TAX-AMOUNT.
            MOVE WS-OT-RECEIPTS TO WS-D-RECEIPTS.
            MOVE WS-OT-RECEIPT-AMT TO WS-D-RECEIPT-AMT.
            MOVE WS-OT-VOIDS TO WS-D-VOIDS.
            MOVE WS-OT-AMENDMENTS TO WS-D-AMENDMENTS.
            MOVE WS-OT-CANCELS TO WS-D-CANCELS.
            MOVE WS-RPT-DETAIL-LINE TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            ADD WS-OT-LOT-CHANGES TO WS-TOT-LOT-CHANGES.
            ADD WS-OT-INV-MOVES TO WS-TOT-INV-MOVES.
            ADD WS-OT-TAX-PAYMENTS TO WS-TOT-TAX-PAYMENTS.
            ADD WS-OT-TAX-AMOUNT TO WS-TOT-TAX-AMOUNT.
            ADD WS-OT-RECEIPTS TO WS-TOT-RECEIPTS.
            ADD WS-OT-RECEIPT-AMT TO WS-TOT-RECEIPT-AMT.
            ADD WS-OT-VOIDS TO WS-TOT-VOIDS.
            ADD WS-OT-AMENDMENTS TO WS-TOT-AMENDMENTS.
            ADD WS-OT-CANCELS TO WS-TOT-CANCELS.

       B-630-PRINT-OPERATOR-HEADING.
            MOVE ACT-OPERATOR(WS-ACT-IDX) TO WS-PREV-OPERATOR.
            INITIALIZE WS-OPR-TOTALS.
            MOVE ACT-OPERATOR(WS-ACT-IDX) TO WS-O-ID.
            MOVE SPACES TO WS-O-NAME.
            MOVE SPACES TO WS-O-ROLE.
            IF WS-OPR-FILE-OPEN = "Y"
                MOVE ACT-OPERATOR(WS-ACT-IDX) TO OPR-ID
                READ OPERATOR-FILE
                    INVALID KEY
                        MOVE "NOT ON OPERATOR MASTER" TO WS-O-NAME
                    NOT INVALID KEY
                        MOVE OPR-NAME TO WS-O-NAME
                        MOVE OPR-ROLE TO WS-O-ROLE
                END-READ
            END-IF.
            IF ACT-OPERATOR(WS-ACT-IDX) = "*NONE*"
                MOVE "BEFORE OPERATOR SIGN-ON" TO WS-O-NAME
            END-IF.
            MOVE SPACES TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.
            MOVE WS-RPT-OPR-LINE TO ACTIVITY-REPORT-REC.
            PERFORM C-400-PRINT-LINE.

      *    FINDS OR ADDS THE OPERATOR/DAY ENTRY. WS-ACT-FOUND COMES
      *    BACK ZERO WHEN THE ENTRY IS OUTSIDE THE RANGE OR SELECTION.
       C-100-FIND-ACTIVITY.
            MOVE ZERO TO WS-ACT-FOUND.
            IF WS-ACT-KEY-OPERATOR = SPACES
                MOVE "*NONE*" TO WS-ACT-KEY-OPERATOR
            END-IF.
            IF WS-ACT-KEY-DATE NOT < WS-FROM-DATE
                AND WS-ACT-KEY-DATE NOT > WS-TO-DATE
                AND (WS-SEL-OPERATOR = SPACES
                     OR WS-SEL-OPERATOR = WS-ACT-KEY-OPERATOR)
                PERFORM C-110-LOCATE-ENTRY
            END-IF.

       C-110-LOCATE-ENTRY.
            PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                    UNTIL WS-ACT-IDX > WS-ACT-COUNT
                       OR WS-ACT-FOUND NOT = ZERO
                IF ACT-OPERATOR(WS-ACT-IDX) = WS-ACT-KEY-OPERATOR
                    AND ACT-DATE(WS-ACT-IDX) = WS-ACT-KEY-DATE
                    MOVE WS-ACT-IDX TO WS-ACT-FOUND
                END-IF
            END-PERFORM.
            IF WS-ACT-FOUND = ZERO
                IF WS-ACT-COUNT < 1000
                    ADD 1 TO WS-ACT-COUNT
                    MOVE WS-ACT-COUNT TO WS-ACT-FOUND
                    MOVE WS-ACT-KEY-OPERATOR
                        TO ACT-OPERATOR(WS-ACT-FOUND)
                    MOVE WS-ACT-KEY-DATE TO ACT-DATE(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-LOT-CHANGES(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-INV-MOVES(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-TAX-PAYMENTS(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-TAX-AMOUNT(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-RECEIPTS(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-RECEIPT-AMOUNT(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-VOIDS(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-AMENDMENTS(WS-ACT-FOUND)
                    MOVE ZERO TO ACT-CANCELS(WS-ACT-FOUND)
                ELSE
                    ADD 1 TO WS-ACT-FULL-COUNT
                END-IF
            END-IF.

      *    ORDER BY OPERATOR, THEN DATE.
       C-300-SORT-ACTIVITY.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-ACT-COUNT
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-ACT-COUNT - WS-SORT-I
                    IF ACT-OPERATOR(WS-SORT-J)
                            > ACT-OPERATOR(WS-SORT-J + 1)
                        OR (ACT-OPERATOR(WS-SORT-J)
                                = ACT-OPERATOR(WS-SORT-J + 1)
                            AND ACT-DATE(WS-SORT-J)
                                > ACT-DATE(WS-SORT-J + 1))
                        MOVE WS-ACT(WS-SORT-J) TO WS-SORT-SWAP
                        MOVE WS-ACT(WS-SORT-J + 1)
                            TO WS-ACT(WS-SORT-J)
                        MOVE WS-SORT-SWAP TO WS-ACT(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       C-400-PRINT-LINE.
            WRITE ACTIVITY-REPORT-REC.
            DISPLAY ACTIVITY-REPORT-REC.
       END PROGRAM OPRACT.
