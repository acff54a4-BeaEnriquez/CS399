      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch posting of the bank's daily lockbox file of tax
      *          payments. Each payment (lot, billing year, amount,
      *          check number) is matched to its tax receivable and
      *          posted exactly as TAXRECV posts a payment at the
      *          counter - paid amount and last payment date on the
      *          receivable, oldest open installment first, and a row
      *          on the tax payment file. A payment for a lot not on
      *          the lot master, for a year with no receivable, or for
      *          more than the open balance goes to the suspense file
      *          for the clerks to resolve in TAXSUSP. The lockbox file
      *          carries a header record (type H) with the deposit
      *          date and batch number and a trailer record (type T)
      *          with the item count and the bank's batch total; the
      *          item count is balanced to the trailer before anything
      *          is posted. A checkpoint is written after every record,
      *          carrying the batch's running totals, so a failed run
      *          restarts after the last record posted instead of
      *          posting the batch twice. The deposit tie-out report
      *          compares the bank's batch total with what was posted
      *          plus what went to suspense.
      *          Runs under an operator sign-on (TREASURY or MANAGER);
      *          payments logged carry the operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLBX.
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
       SELECT TAXAR-FILE
           ASSIGN TO WS-TAXAR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-TAXAR-STATUS.
       SELECT TAXPAY-FILE
           ASSIGN TO WS-TAXPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXPAY-STATUS.
       SELECT TAXINST-FILE
           ASSIGN TO WS-TAXINST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INST-KEY
           FILE STATUS IS WS-TAXINST-STATUS.
       SELECT LOCKBOX-FILE
           ASSIGN TO WS-LOCKBOX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
       SELECT SUSPENSE-FILE
           ASSIGN TO WS-SUSPENSE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUSPENSE-STATUS.
       SELECT CHECKPOINT-FILE
           ASSIGN TO WS-CKPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
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
       FD  TAXAR-FILE
           DATA RECORD IS TAXAR-REC.
       01  TAXAR-REC.
           05  AR-KEY.
               10  AR-YEAR            PIC 9(4).
               10  AR-LOT-NUM         PIC 9(9).
           05  AR-OWNER-NAME          PIC A(26).
           05  AR-TAX-DUE             PIC 9(8)V99.
           05  AR-PAID-AMOUNT         PIC 9(8)V99.
           05  AR-BILL-DATE           PIC 9(8).
           05  AR-DUE-DATE            PIC 9(8).
           05  AR-LAST-PAY-DATE       PIC 9(8).
       FD  TAXPAY-FILE
           DATA RECORD IS TAXPAY-REC.
       01  TAXPAY-REC.
           05  TP-YEAR                PIC 9(4).
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
       FD  LOCKBOX-FILE
           DATA RECORD IS LBX-REC.
       01  LBX-REC.
           05  LBX-LOT-NUM            PIC 9(9).
           05  LBX-REC-TYPE           PIC X.
           05  LBX-YEAR               PIC 9(4).
           05  LBX-AMOUNT             PIC 9(8)V99.
           05  LBX-CHECK-NUM          PIC X(10).
       01  LBX-HEADER-REC.
           05  FILLER                 PIC 9(9).
           05  LBH-REC-TYPE           PIC X.
           05  LBH-DEPOSIT-DATE       PIC 9(8).
           05  LBH-BATCH-NUM          PIC 9(6).
           05  FILLER                 PIC X(10).
       01  LBX-TRAILER-REC.
           05  FILLER                 PIC 9(9).
           05  LBT-REC-TYPE           PIC X.
           05  LBT-ITEM-COUNT         PIC 9(9).
           05  LBT-BATCH-TOTAL        PIC 9(13)V99.
       FD  SUSPENSE-FILE
           DATA RECORD IS SUSPENSE-REC.
       01  SUSPENSE-REC.
           05  SUS-KEY.
               10  SUS-DEPOSIT-DATE   PIC 9(8).
               10  SUS-BATCH-NUM      PIC 9(6).
               10  SUS-ITEM-SEQ       PIC 9(6).
           05  SUS-LOT-NUM            PIC 9(9).
           05  SUS-YEAR               PIC 9(4).
           05  SUS-AMOUNT             PIC 9(8)V99.
           05  SUS-CHECK-NUM          PIC X(10).
           05  SUS-REASON-CODE        PIC X(3).
           05  SUS-STATUS             PIC X(8).
           05  SUS-RESOLVED-DATE      PIC 9(8).
           05  SUS-POSTED-LOT         PIC 9(9).
           05  SUS-POSTED-YEAR        PIC 9(4).
       FD  CHECKPOINT-FILE
           DATA RECORD IS CHECKPOINT-REC.
       01  CHECKPOINT-REC.
           05  CKPT-DEPOSIT-DATE      PIC 9(8).
           05  CKPT-BATCH-NUM         PIC 9(6).
           05  CKPT-REC-COUNT         PIC 9(9).
           05  CKPT-TOTALS            PIC X(96).
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
       01  WS-TAXAR-PATH           PIC X(100).
       01  WS-TAXPAY-PATH          PIC X(100).
       01  WS-TAXINST-PATH         PIC X(100).
       01  WS-LOCKBOX-PATH         PIC X(100).
       01  WS-SUSPENSE-PATH        PIC X(100).
       01  WS-CKPT-FILE-PATH       PIC X(100).
       01  WS-CAO-STATUS           PIC XX    VALUE "00".
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-TAXPAY-STATUS        PIC XX    VALUE "00".
       01  WS-TAXINST-STATUS       PIC XX    VALUE "00".
       01  WS-LOCKBOX-STATUS       PIC XX    VALUE "00".
       01  WS-SUSPENSE-STATUS      PIC XX    VALUE "00".
       01  WS-CKPT-STATUS          PIC XX    VALUE "00".
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-FILES-OPEN           PIC X     VALUE "N".
       01  WS-INST-FILE-OPEN       PIC X     VALUE "N".
       01  WS-BALANCED             PIC X     VALUE "N".
       01  WS-HDR-SEEN             PIC X     VALUE "N".
       01  WS-TRL-SEEN             PIC X     VALUE "N".
       01  WS-SEQ-ERROR            PIC X     VALUE "N".
       01  WS-LOT-FOUND            PIC X     VALUE "N".
       01  WS-SUS-REASON           PIC X(3)  VALUE SPACES.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-CTL-DEPOSIT-DATE     PIC 9(8)     VALUE ZERO.
       01  WS-CTL-BATCH-NUM        PIC 9(6)     VALUE ZERO.
       01  WS-CTL-COUNT            PIC 9(9)     VALUE ZERO.
       01  WS-CTL-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-TALLY-COUNT          PIC 9(9)     VALUE ZERO.
       01  WS-TALLY-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-REC-COUNT            PIC 9(9)     VALUE ZERO.
       01  WS-SKIP-COUNT           PIC 9(9)     VALUE ZERO.
       01  WS-RESTART-POINT        PIC 9(9)     VALUE ZERO.
       01  WS-ITEM-SEQ             PIC 9(6)     VALUE ZERO.
       01  WS-POST-AMOUNT          PIC 9(8)V99  VALUE ZERO.
       01  WS-OPEN-BALANCE         PIC 9(8)V99  VALUE ZERO.
       01  WS-INST-IDX             PIC 9.
       01  WS-INST-LAST            PIC 9     VALUE ZERO.
       01  WS-INST-OPEN            PIC 9(8)V99 VALUE ZERO.
       01  WS-APPLY-LEFT           PIC 9(8)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT         PIC 9(8)V99 VALUE ZERO.
       01  WS-SUS-COUNT            PIC 9(9)     VALUE ZERO.
       01  WS-SUS-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-ACCOUNTED            PIC 9(13)V99 VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZZZZZ9.99.
       01  WS-DIFF-EDIT            PIC -ZZZZZZZZZZZZ9.99.
      *    RUNNING TOTALS FOR THE BATCH - CARRIED ON THE CHECKPOINT SO
      *    THE TIE-OUT AFTER A RESTART COVERS THE WHOLE DEPOSIT.
       01  WS-BATCH-TOTALS.
           05  WS-CNT-POSTED       PIC 9(9)     VALUE ZERO.
           05  WS-AMT-POSTED       PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-SUS-LOT      PIC 9(9)     VALUE ZERO.
           05  WS-AMT-SUS-LOT      PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-SUS-NAR      PIC 9(9)     VALUE ZERO.
           05  WS-AMT-SUS-NAR      PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-SUS-OVR      PIC 9(9)     VALUE ZERO.
           05  WS-AMT-SUS-OVR      PIC 9(13)V99 VALUE ZERO.
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
            PERFORM A-080-CONTROL-PREPASS.
            IF WS-BALANCED NOT = "Y"
                DISPLAY "*** LOCKBOX BATCH NOT POSTED - CONTROL TOTALS"
                    " DO NOT BALANCE ***"
            ELSE
                PERFORM A-100-OPEN-FILES
                IF WS-FILES-OPEN = "Y"
                    PERFORM A-200-READ-RESTART-POINT
                    PERFORM B-100-SKIP-POSTED-RECORDS
                    PERFORM B-200-POST-PAYMENTS
                        UNTIL WS-EOF-FLAG = "Y"
                    PERFORM Z-100-CLOSE-FILES
                    PERFORM Z-200-PRINT-TIE-OUT-REPORT
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
            ACCEPT WS-TAXAR-PATH FROM ENVIRONMENT "TAX_AR_PATH".
            IF WS-TAXAR-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXAR.TXT" TO WS-TAXAR-PATH
            END-IF.
            ACCEPT WS-TAXPAY-PATH FROM ENVIRONMENT "TAX_PAY_PATH".
            IF WS-TAXPAY-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXPAY.TXT" TO WS-TAXPAY-PATH
            END-IF.
            ACCEPT WS-TAXINST-PATH FROM ENVIRONMENT "TAX_INST_PATH".
            IF WS-TAXINST-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXINST.TXT" TO WS-TAXINST-PATH
            END-IF.
            ACCEPT WS-LOCKBOX-PATH FROM ENVIRONMENT "TAX_LOCKBOX_PATH".
            IF WS-LOCKBOX-PATH = SPACES
                MOVE "C:\COBOL_Files\LOCKBOX.TXT" TO WS-LOCKBOX-PATH
            END-IF.
            ACCEPT WS-SUSPENSE-PATH
                FROM ENVIRONMENT "TAX_SUSPENSE_PATH".
            IF WS-SUSPENSE-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXSUSP.TXT" TO WS-SUSPENSE-PATH
            END-IF.
            ACCEPT WS-CKPT-FILE-PATH
                FROM ENVIRONMENT "TAX_LBX_CKPT_PATH".
            IF WS-CKPT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\LBXCKPT.TXT" TO WS-CKPT-FILE-PATH
            END-IF.

       A-080-CONTROL-PREPASS.
            MOVE "N" TO WS-BALANCED.
            MOVE "N" TO WS-HDR-SEEN.
            MOVE "N" TO WS-TRL-SEEN.
            MOVE "N" TO WS-SEQ-ERROR.
            MOVE ZERO TO WS-CTL-COUNT.
            MOVE ZERO TO WS-CTL-TOTAL.
            MOVE ZERO TO WS-TALLY-COUNT.
            MOVE ZERO TO WS-TALLY-TOTAL.
            OPEN INPUT LOCKBOX-FILE.
            IF WS-LOCKBOX-STATUS NOT = "00"
                DISPLAY "LOCKBOX FILE NOT FOUND: " WS-LOCKBOX-PATH
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM A-090-TALLY-ONE-RECORD
                    UNTIL WS-EOF-FLAG = "Y"
                CLOSE LOCKBOX-FILE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM A-095-CHECK-CONTROL-TOTALS
            END-IF.

       A-090-TALLY-ONE-RECORD.
            READ LOCKBOX-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    EVALUATE LBX-REC-TYPE
                        WHEN "H"
                            MOVE "Y" TO WS-HDR-SEEN
                            MOVE LBH-DEPOSIT-DATE
                                TO WS-CTL-DEPOSIT-DATE
                            MOVE LBH-BATCH-NUM TO WS-CTL-BATCH-NUM
                        WHEN "T"
                            MOVE "Y" TO WS-TRL-SEEN
                            MOVE LBT-ITEM-COUNT TO WS-CTL-COUNT
                            MOVE LBT-BATCH-TOTAL TO WS-CTL-TOTAL
                        WHEN OTHER
                            IF WS-TRL-SEEN = "Y"
                                MOVE "Y" TO WS-SEQ-ERROR
                            END-IF
                            ADD 1 TO WS-TALLY-COUNT
                            ADD LBX-AMOUNT TO WS-TALLY-TOTAL
                    END-EVALUATE
            END-READ.

       A-095-CHECK-CONTROL-TOTALS.
            EVALUATE TRUE
                WHEN WS-HDR-SEEN = "N"
                    DISPLAY "NO HEADER RECORD ON LOCKBOX FILE"
                WHEN WS-TRL-SEEN = "N"
                    DISPLAY "NO TRAILER RECORD ON LOCKBOX FILE"
                        " - TRANSFER MAY BE TRUNCATED"
                WHEN WS-SEQ-ERROR = "Y"
                    DISPLAY "PAYMENTS FOUND AFTER TRAILER RECORD"
                WHEN WS-TALLY-COUNT NOT = WS-CTL-COUNT
                    DISPLAY "PAYMENT COUNT " WS-TALLY-COUNT
                        " DOES NOT MATCH TRAILER " WS-CTL-COUNT
                WHEN OTHER
                    MOVE "Y" TO WS-BALANCED
                    DISPLAY "LOCKBOX BATCH " WS-CTL-BATCH-NUM
                        " DEPOSIT DATE " WS-CTL-DEPOSIT-DATE ": "
                        WS-TALLY-COUNT " PAYMENTS"
            END-EVALUATE.

       A-100-OPEN-FILES.
            MOVE "N" TO WS-FILES-OPEN.
            OPEN I-O TAXAR-FILE.
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "RECEIVABLE FILE NOT FOUND - RUN TAXBILL FIRST"
            ELSE
                MOVE "Y" TO WS-FILES-OPEN
                OPEN INPUT OUTPUT-FILE
                IF WS-CAO-STATUS = "35"
                    OPEN OUTPUT OUTPUT-FILE
                    CLOSE OUTPUT-FILE
                    OPEN INPUT OUTPUT-FILE
                END-IF
                MOVE "N" TO WS-INST-FILE-OPEN
                OPEN I-O TAXINST-FILE
                IF WS-TAXINST-STATUS = "00"
                    MOVE "Y" TO WS-INST-FILE-OPEN
                END-IF
                OPEN EXTEND TAXPAY-FILE
                IF WS-TAXPAY-STATUS = "35"
                    OPEN OUTPUT TAXPAY-FILE
                END-IF
                OPEN I-O SUSPENSE-FILE
                IF WS-SUSPENSE-STATUS = "35"
                    OPEN OUTPUT SUSPENSE-FILE
                    CLOSE SUSPENSE-FILE
                    OPEN I-O SUSPENSE-FILE
                END-IF
                OPEN INPUT LOCKBOX-FILE
            END-IF.

      *    A CHECKPOINT LEFT BY ANOTHER BATCH IS IGNORED, SO THE NEXT
      *    DAY'S FILE STARTS FROM ITS FIRST RECORD; RERUNNING A BATCH
      *    THAT FINISHED POSTS NOTHING.
       A-200-READ-RESTART-POINT.
            MOVE ZERO TO WS-RESTART-POINT.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00"
                READ CHECKPOINT-FILE
                    NOT AT END
                        IF CKPT-DEPOSIT-DATE = WS-CTL-DEPOSIT-DATE
                            AND CKPT-BATCH-NUM = WS-CTL-BATCH-NUM
                            MOVE CKPT-REC-COUNT TO WS-RESTART-POINT
                            MOVE CKPT-TOTALS TO WS-BATCH-TOTALS
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF.
            IF WS-RESTART-POINT > ZERO
                DISPLAY "RESTARTING AFTER RECORD " WS-RESTART-POINT
            END-IF.

       B-100-SKIP-POSTED-RECORDS.
            PERFORM UNTIL WS-SKIP-COUNT >= WS-RESTART-POINT
                    OR WS-EOF-FLAG = "Y"
                READ LOCKBOX-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WS-SKIP-COUNT
                END-READ
            END-PERFORM.
            MOVE WS-RESTART-POINT TO WS-REC-COUNT.

       B-200-POST-PAYMENTS.
            READ LOCKBOX-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    IF LBX-REC-TYPE NOT = "H"
                        AND LBX-REC-TYPE NOT = "T"
                        PERFORM C-100-POST-ONE-PAYMENT
                    END-IF
                    PERFORM C-200-WRITE-CHECKPOINT
            END-READ.

       C-100-POST-ONE-PAYMENT.
            MOVE SPACES TO WS-SUS-REASON.
            MOVE "N" TO WS-LOT-FOUND.
            MOVE LBX-LOT-NUM TO LOT-NUM-OUT.
            READ OUTPUT-FILE
                INVALID KEY
                    MOVE "LOT" TO WS-SUS-REASON
                NOT INVALID KEY
                    MOVE "Y" TO WS-LOT-FOUND
            END-READ.
            IF WS-LOT-FOUND = "Y"
                MOVE LBX-YEAR TO AR-YEAR
                MOVE LBX-LOT-NUM TO AR-LOT-NUM
                READ TAXAR-FILE
                    INVALID KEY
                        MOVE "NAR" TO WS-SUS-REASON
                    NOT INVALID KEY
                        MOVE ZERO TO WS-OPEN-BALANCE
                        IF AR-PAID-AMOUNT < AR-TAX-DUE
                            COMPUTE WS-OPEN-BALANCE =
                                AR-TAX-DUE - AR-PAID-AMOUNT
                        END-IF
                        IF LBX-AMOUNT > WS-OPEN-BALANCE
                            MOVE "OVR" TO WS-SUS-REASON
                        END-IF
                END-READ
            END-IF.
            IF WS-SUS-REASON = SPACES
                PERFORM C-110-POST-TO-RECEIVABLE
            ELSE
                PERFORM C-300-WRITE-SUSPENSE
            END-IF.

       C-110-POST-TO-RECEIVABLE.
            MOVE LBX-AMOUNT TO WS-POST-AMOUNT.
            ADD WS-POST-AMOUNT TO AR-PAID-AMOUNT.
            MOVE WS-TODAY-DATE TO AR-LAST-PAY-DATE.
            REWRITE TAXAR-REC.
            IF WS-INST-FILE-OPEN = "Y"
                PERFORM C-115-APPLY-TO-INSTALLMENTS
            END-IF.
            MOVE AR-YEAR TO TP-YEAR.
            MOVE AR-LOT-NUM TO TP-LOT-NUM.
            MOVE WS-POST-AMOUNT TO TP-AMOUNT.
            MOVE WS-TODAY-DATE TO TP-DATE.
            MOVE WS-OPERATOR-ID TO TP-OPERATOR-ID.
            ACCEPT TP-TIME FROM TIME.
            WRITE TAXPAY-REC.
            ADD 1 TO WS-CNT-POSTED.
            ADD WS-POST-AMOUNT TO WS-AMT-POSTED.

      *    OLDEST OPEN INSTALLMENT FIRST, AS TAXRECV APPLIES A PAYMENT.
       C-115-APPLY-TO-INSTALLMENTS.
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
                        PERFORM C-117-APPLY-ONE-INSTALLMENT
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

       C-117-APPLY-ONE-INSTALLMENT.
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
            END-IF.

       C-200-WRITE-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE.
            MOVE WS-CTL-DEPOSIT-DATE TO CKPT-DEPOSIT-DATE.
            MOVE WS-CTL-BATCH-NUM TO CKPT-BATCH-NUM.
            MOVE WS-REC-COUNT TO CKPT-REC-COUNT.
            MOVE WS-BATCH-TOTALS TO CKPT-TOTALS.
            WRITE CHECKPOINT-REC.
            CLOSE CHECKPOINT-FILE.

      *    THE ITEM SEQUENCE IS THE RECORD'S POSITION IN THE BANK FILE,
      *    SO AN ITEM RE-READ ON A RESTART CANNOT BE SUSPENDED TWICE.
       C-300-WRITE-SUSPENSE.
            MOVE WS-REC-COUNT TO WS-ITEM-SEQ.
            MOVE WS-CTL-DEPOSIT-DATE TO SUS-DEPOSIT-DATE.
            MOVE WS-CTL-BATCH-NUM TO SUS-BATCH-NUM.
            MOVE WS-ITEM-SEQ TO SUS-ITEM-SEQ.
            MOVE LBX-LOT-NUM TO SUS-LOT-NUM.
            MOVE LBX-YEAR TO SUS-YEAR.
            MOVE LBX-AMOUNT TO SUS-AMOUNT.
            MOVE LBX-CHECK-NUM TO SUS-CHECK-NUM.
            MOVE WS-SUS-REASON TO SUS-REASON-CODE.
            MOVE "OPEN" TO SUS-STATUS.
            MOVE ZERO TO SUS-RESOLVED-DATE.
            MOVE ZERO TO SUS-POSTED-LOT.
            MOVE ZERO TO SUS-POSTED-YEAR.
            WRITE SUSPENSE-REC
                INVALID KEY
                    CONTINUE
            END-WRITE.
            DISPLAY "TO SUSPENSE: LOT " LBX-LOT-NUM " YEAR " LBX-YEAR
                " CHECK " LBX-CHECK-NUM " REASON " WS-SUS-REASON.
            EVALUATE WS-SUS-REASON
                WHEN "LOT"
                    ADD 1 TO WS-CNT-SUS-LOT
                    ADD LBX-AMOUNT TO WS-AMT-SUS-LOT
                WHEN "NAR"
                    ADD 1 TO WS-CNT-SUS-NAR
                    ADD LBX-AMOUNT TO WS-AMT-SUS-NAR
                WHEN "OVR"
                    ADD 1 TO WS-CNT-SUS-OVR
                    ADD LBX-AMOUNT TO WS-AMT-SUS-OVR
            END-EVALUATE.

       Z-100-CLOSE-FILES.
            CLOSE LOCKBOX-FILE.
            CLOSE SUSPENSE-FILE.
            CLOSE TAXPAY-FILE.
            IF WS-INST-FILE-OPEN = "Y"
                CLOSE TAXINST-FILE
            END-IF.
            CLOSE OUTPUT-FILE.
            CLOSE TAXAR-FILE.

       Z-200-PRINT-TIE-OUT-REPORT.
            COMPUTE WS-SUS-COUNT =
                WS-CNT-SUS-LOT + WS-CNT-SUS-NAR + WS-CNT-SUS-OVR.
            COMPUTE WS-SUS-TOTAL =
                WS-AMT-SUS-LOT + WS-AMT-SUS-NAR + WS-AMT-SUS-OVR.
            COMPUTE WS-ACCOUNTED = WS-AMT-POSTED + WS-SUS-TOTAL.
            COMPUTE WS-DIFFERENCE = WS-CTL-TOTAL - WS-ACCOUNTED.
            DISPLAY " ".
            DISPLAY "========== LOCKBOX DEPOSIT TIE-OUT ==========".
            DISPLAY "DEPOSIT DATE " WS-CTL-DEPOSIT-DATE
                "  BATCH " WS-CTL-BATCH-NUM "  POSTED " WS-TODAY-DATE.
            DISPLAY "                            ITEMS          AMOUNT".
            MOVE WS-CTL-COUNT TO WS-COUNT-EDIT.
            MOVE WS-CTL-TOTAL TO WS-TOTAL-EDIT.
            DISPLAY "BANK BATCH TOTAL      : " WS-COUNT-EDIT " "
                WS-TOTAL-EDIT.
            MOVE WS-CNT-POSTED TO WS-COUNT-EDIT.
            MOVE WS-AMT-POSTED TO WS-TOTAL-EDIT.
            DISPLAY "POSTED TO RECEIVABLES : " WS-COUNT-EDIT " "
                WS-TOTAL-EDIT.
            MOVE WS-CNT-SUS-LOT TO WS-COUNT-EDIT.
            MOVE WS-AMT-SUS-LOT TO WS-TOTAL-EDIT.
            DISPLAY "SUSPENSE - UNKNOWN LOT: " WS-COUNT-EDIT " "
                WS-TOTAL-EDIT.
            MOVE WS-CNT-SUS-NAR TO WS-COUNT-EDIT.
            MOVE WS-AMT-SUS-NAR TO WS-TOTAL-EDIT.
            DISPLAY "SUSPENSE - NO RECEIVBL: " WS-COUNT-EDIT " "
                WS-TOTAL-EDIT.
            MOVE WS-CNT-SUS-OVR TO WS-COUNT-EDIT.
            MOVE WS-AMT-SUS-OVR TO WS-TOTAL-EDIT.
            DISPLAY "SUSPENSE - OVERPAYMENT: " WS-COUNT-EDIT " "
                WS-TOTAL-EDIT.
            MOVE WS-SUS-COUNT TO WS-COUNT-EDIT.
            MOVE WS-SUS-TOTAL TO WS-TOTAL-EDIT.
            DISPLAY "TOTAL TO SUSPENSE     : " WS-COUNT-EDIT " "
                WS-TOTAL-EDIT.
            MOVE WS-ACCOUNTED TO WS-TOTAL-EDIT.
            DISPLAY "POSTED PLUS SUSPENSE  :           "
                WS-TOTAL-EDIT.
            MOVE WS-DIFFERENCE TO WS-DIFF-EDIT.
            DISPLAY "DIFFERENCE            :          "
                WS-DIFF-EDIT.
            IF WS-DIFFERENCE = ZERO
                DISPLAY "DEPOSIT TIES OUT"
            ELSE
                DISPLAY "*** DEPOSIT DOES NOT TIE OUT - PAYMENTS ON "
                    "FILE DO NOT ADD TO THE BANK TOTAL ***"
            END-IF.
            DISPLAY "SUSPENSE FILE         : " WS-SUSPENSE-PATH.
            DISPLAY "=============================================".
       END PROGRAM TAXLBX.
