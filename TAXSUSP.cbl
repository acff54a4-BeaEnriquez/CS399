      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resolution of the lockbox payments TAXLBX could not
      *          post and left on the suspense file (unknown lot, no
      *          receivable for the year, or more than the open
      *          balance). The clerk lists the open items, then either
      *          posts an item to the right lot and billing year -
      *          posted exactly as TAXRECV posts a counter payment,
      *          oldest open installment first, with a row on the tax
      *          payment file - or marks it returned to the payer.
      *          Either way the item is closed with the date and,
      *          when posted, the lot and year it went to.
      *          Operators sign on first (TREASURY or MANAGER). Entries
      *          it writes carry the operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSUSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT SUSPENSE-FILE
           ASSIGN TO WS-SUSPENSE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUSPENSE-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       01  WS-TAXINST-PATH         PIC X(100).
       01  WS-SUSPENSE-PATH        PIC X(100).
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-TAXPAY-STATUS        PIC XX    VALUE "00".
       01  WS-TAXINST-STATUS       PIC XX    VALUE "00".
       01  WS-SUSPENSE-STATUS      PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-INST-FILE-OPEN       PIC X     VALUE "N".
       01  WS-ITEM-FOUND           PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-SUS-DEPOSIT-DATE     PIC 9(8).
       01  WS-SUS-BATCH-NUM        PIC 9(6).
       01  WS-SUS-ITEM-SEQ         PIC 9(6).
       01  WS-POST-YEAR            PIC 9(4).
       01  WS-POST-LOT             PIC 9(9).
       01  WS-POST-AMOUNT          PIC 9(8)V99.
       01  WS-OPEN-BALANCE         PIC 9(8)V99 VALUE ZERO.
       01  WS-UNPAID-AMOUNT        PIC S9(8)V99 VALUE ZERO.
       01  WS-INST-IDX             PIC 9.
       01  WS-INST-LAST            PIC 9     VALUE ZERO.
       01  WS-INST-OPEN            PIC 9(8)V99 VALUE ZERO.
       01  WS-APPLY-LEFT           PIC 9(8)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT         PIC 9(8)V99 VALUE ZERO.
       01  WS-CNT-OPEN             PIC 9(5)    VALUE ZERO.
       01  WS-TOT-OPEN             PIC 9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZ9.99.
       01  WS-REASON-TEXT          PIC X(14).
       01  WS-SUSPENSE-LINE.
           05  WS-L-DEPOSIT        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-BATCH          PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-SEQ            PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-LOT            PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-YEAR           PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-AMOUNT         PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-CHECK          PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-L-REASON         PIC X(14).
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
            OPEN I-O SUSPENSE-FILE.
            IF WS-SUSPENSE-STATUS NOT = "00"
                DISPLAY "SUSPENSE FILE NOT FOUND - NO LOCKBOX ITEMS "
                    "IN SUSPENSE"
            ELSE
                PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 4
                CLOSE SUSPENSE-FILE
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
            ACCEPT WS-SUSPENSE-PATH
                FROM ENVIRONMENT "TAX_SUSPENSE_PATH".
            IF WS-SUSPENSE-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXSUSP.TXT" TO WS-SUSPENSE-PATH
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "====== LOCKBOX SUSPENSE MENU ======".
            DISPLAY "[1] LIST OPEN SUSPENSE ITEMS".
            DISPLAY "[2] POST ITEM TO A RECEIVABLE".
            DISPLAY "[3] RETURN ITEM TO PAYER".
            DISPLAY "[4] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-LIST-OPEN-ITEMS
                WHEN 2
                    PERFORM B-300-POST-ITEM
                WHEN 3
                    PERFORM B-400-RETURN-ITEM
            END-EVALUATE.

       B-200-LIST-OPEN-ITEMS.
            MOVE ZERO TO WS-CNT-OPEN.
            MOVE ZERO TO WS-TOT-OPEN.
            MOVE LOW-VALUES TO SUS-KEY.
            MOVE "N" TO WS-EOF-FLAG.
            START SUSPENSE-FILE KEY NOT LESS THAN SUS-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START.
            DISPLAY " ".
            DISPLAY "========= OPEN LOCKBOX SUSPENSE ITEMS =========".
            DISPLAY "DEPOSIT  BATCH  ITEM    LOT       YEAR      AMOUNT"
                " CHECK      REASON".
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        IF SUS-STATUS = "OPEN"
                            PERFORM B-210-LIST-ONE-ITEM
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY "----------------------------------------------".
            MOVE WS-TOT-OPEN TO WS-AMOUNT-EDIT.
            DISPLAY "OPEN ITEMS: " WS-CNT-OPEN "  TOTAL: "
                WS-AMOUNT-EDIT.

       B-210-LIST-ONE-ITEM.
            ADD 1 TO WS-CNT-OPEN.
            ADD SUS-AMOUNT TO WS-TOT-OPEN.
            PERFORM C-100-REASON-TEXT.
            MOVE SUS-DEPOSIT-DATE TO WS-L-DEPOSIT.
            MOVE SUS-BATCH-NUM TO WS-L-BATCH.
            MOVE SUS-ITEM-SEQ TO WS-L-SEQ.
            MOVE SUS-LOT-NUM TO WS-L-LOT.
            MOVE SUS-YEAR TO WS-L-YEAR.
            MOVE SUS-AMOUNT TO WS-L-AMOUNT.
            MOVE SUS-CHECK-NUM TO WS-L-CHECK.
            MOVE WS-REASON-TEXT TO WS-L-REASON.
            DISPLAY WS-SUSPENSE-LINE.

       B-300-POST-ITEM.
            PERFORM C-200-FIND-OPEN-ITEM.
            IF WS-ITEM-FOUND = "Y"
                DISPLAY "POST TO LOT NUMBER (0 = " SUS-LOT-NUM "):"
                ACCEPT WS-POST-LOT
                IF WS-POST-LOT = ZERO
                    MOVE SUS-LOT-NUM TO WS-POST-LOT
                END-IF
                DISPLAY "POST TO BILLING YEAR (0 = " SUS-YEAR "):"
                ACCEPT WS-POST-YEAR
                IF WS-POST-YEAR = ZERO
                    MOVE SUS-YEAR TO WS-POST-YEAR
                END-IF
                OPEN I-O TAXAR-FILE
                IF WS-TAXAR-STATUS NOT = "00"
                    DISPLAY "RECEIVABLE FILE NOT FOUND - RUN TAXBILL "
                        "FIRST"
                ELSE
                    MOVE WS-POST-YEAR TO AR-YEAR
                    MOVE WS-POST-LOT TO AR-LOT-NUM
                    READ TAXAR-FILE
                        INVALID KEY
                            DISPLAY "NO RECEIVABLE FOR THAT LOT AND "
                                "YEAR"
                        NOT INVALID KEY
                            PERFORM B-310-CONFIRM-AND-POST
                    END-READ
                    CLOSE TAXAR-FILE
                END-IF
            END-IF.

       B-310-CONFIRM-AND-POST.
            MOVE ZERO TO WS-OPEN-BALANCE.
            IF AR-PAID-AMOUNT < AR-TAX-DUE
                COMPUTE WS-OPEN-BALANCE = AR-TAX-DUE - AR-PAID-AMOUNT
            END-IF.
            DISPLAY "OWNER       : " AR-OWNER-NAME.
            MOVE AR-TAX-DUE TO WS-AMOUNT-EDIT.
            DISPLAY "TAX BILLED  : " WS-AMOUNT-EDIT.
            MOVE AR-PAID-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "PAID TO DATE: " WS-AMOUNT-EDIT.
            MOVE SUS-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "ITEM AMOUNT : " WS-AMOUNT-EDIT.
            MOVE "Y" TO WS-CONFIRM.
            IF SUS-AMOUNT > WS-OPEN-BALANCE
                MOVE WS-OPEN-BALANCE TO WS-AMOUNT-EDIT
                DISPLAY "ITEM IS MORE THAN THE OPEN BALANCE OF "
                    WS-AMOUNT-EDIT
                DISPLAY "POST AS AN OVERPAYMENT (Y/N)?"
                ACCEPT WS-CONFIRM
            END-IF.
            IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM B-320-POST-TO-RECEIVABLE
                MOVE "POSTED" TO SUS-STATUS
                MOVE WS-TODAY-DATE TO SUS-RESOLVED-DATE
                MOVE AR-LOT-NUM TO SUS-POSTED-LOT
                MOVE AR-YEAR TO SUS-POSTED-YEAR
                REWRITE SUSPENSE-REC
                COMPUTE WS-UNPAID-AMOUNT = AR-TAX-DUE - AR-PAID-AMOUNT
                MOVE WS-UNPAID-AMOUNT TO WS-AMOUNT-EDIT
                DISPLAY "ITEM POSTED - REMAINING DUE: " WS-AMOUNT-EDIT
            ELSE
                DISPLAY "ITEM LEFT IN SUSPENSE"
            END-IF.

       B-320-POST-TO-RECEIVABLE.
            MOVE SUS-AMOUNT TO WS-POST-AMOUNT.
            ADD WS-POST-AMOUNT TO AR-PAID-AMOUNT.
            MOVE WS-TODAY-DATE TO AR-LAST-PAY-DATE.
            REWRITE TAXAR-REC.
            MOVE "N" TO WS-INST-FILE-OPEN.
            OPEN I-O TAXINST-FILE.
            IF WS-TAXINST-STATUS = "00"
                MOVE "Y" TO WS-INST-FILE-OPEN
                PERFORM B-325-APPLY-TO-INSTALLMENTS
                CLOSE TAXINST-FILE
            END-IF.
            OPEN EXTEND TAXPAY-FILE.
            IF WS-TAXPAY-STATUS = "35"
                OPEN OUTPUT TAXPAY-FILE
            END-IF.
            MOVE AR-YEAR TO TP-YEAR.
            MOVE AR-LOT-NUM TO TP-LOT-NUM.
            MOVE WS-POST-AMOUNT TO TP-AMOUNT.
            MOVE WS-TODAY-DATE TO TP-DATE.
            MOVE WS-OPERATOR-ID TO TP-OPERATOR-ID.
            ACCEPT TP-TIME FROM TIME.
            WRITE TAXPAY-REC.
            CLOSE TAXPAY-FILE.

      *    OLDEST OPEN INSTALLMENT FIRST, AS TAXRECV APPLIES A PAYMENT.
       B-325-APPLY-TO-INSTALLMENTS.
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
                        PERFORM B-327-APPLY-ONE-INSTALLMENT
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

       B-327-APPLY-ONE-INSTALLMENT.
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

       B-400-RETURN-ITEM.
            PERFORM C-200-FIND-OPEN-ITEM.
            IF WS-ITEM-FOUND = "Y"
                DISPLAY "RETURN THIS PAYMENT TO THE PAYER (Y/N)?"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    MOVE "RETURNED" TO SUS-STATUS
                    MOVE WS-TODAY-DATE TO SUS-RESOLVED-DATE
                    MOVE ZERO TO SUS-POSTED-LOT
                    MOVE ZERO TO SUS-POSTED-YEAR
                    REWRITE SUSPENSE-REC
                    DISPLAY "ITEM MARKED RETURNED TO PAYER"
                ELSE
                    DISPLAY "ITEM LEFT IN SUSPENSE"
                END-IF
            END-IF.

       C-100-REASON-TEXT.
            EVALUATE SUS-REASON-CODE
                WHEN "LOT"
                    MOVE "UNKNOWN LOT" TO WS-REASON-TEXT
                WHEN "NAR"
                    MOVE "NO RECEIVABLE" TO WS-REASON-TEXT
                WHEN "OVR"
                    MOVE "OVERPAYMENT" TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE SUS-REASON-CODE TO WS-REASON-TEXT
            END-EVALUATE.

       C-200-FIND-OPEN-ITEM.
            MOVE "N" TO WS-ITEM-FOUND.
            DISPLAY "DEPOSIT DATE (YYYYMMDD):".
            ACCEPT WS-SUS-DEPOSIT-DATE.
            DISPLAY "BATCH NUMBER:".
            ACCEPT WS-SUS-BATCH-NUM.
            DISPLAY "ITEM NUMBER:".
            ACCEPT WS-SUS-ITEM-SEQ.
            MOVE WS-SUS-DEPOSIT-DATE TO SUS-DEPOSIT-DATE.
            MOVE WS-SUS-BATCH-NUM TO SUS-BATCH-NUM.
            MOVE WS-SUS-ITEM-SEQ TO SUS-ITEM-SEQ.
            READ SUSPENSE-FILE
                INVALID KEY
                    DISPLAY "SUSPENSE ITEM NOT FOUND"
                NOT INVALID KEY
                    IF SUS-STATUS NOT = "OPEN"
                        DISPLAY "ITEM ALREADY RESOLVED: " SUS-STATUS
                            " " SUS-RESOLVED-DATE
                    ELSE
                        MOVE "Y" TO WS-ITEM-FOUND
                        PERFORM C-100-REASON-TEXT
                        MOVE SUS-AMOUNT TO WS-AMOUNT-EDIT
                        DISPLAY "LOT " SUS-LOT-NUM " YEAR " SUS-YEAR
                            " CHECK " SUS-CHECK-NUM
                        DISPLAY "AMOUNT " WS-AMOUNT-EDIT " REASON "
                            WS-REASON-TEXT
                    END-IF
            END-READ.
       END PROGRAM TAXSUSP.
