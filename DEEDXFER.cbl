      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deed transfer recording and the annual sales-ratio
      *          study. Recording a deed takes the lot, the buyer's
      *          owner number from the owner master, the deed date,
      *          sale price and deed type; the seller is the lot's
      *          current owner. The lot master is moved to the buyer
      *          with a DEED-XFER audit row, the open tax receivable
      *          for the deed year is prorated between seller and
      *          buyer by the deed date (360-day year, the same day
      *          count TAXRECV ages on) and re-addressed to the buyer,
      *          and the sale is appended to the deed transfer file.
      *          The sales-ratio study reads one year's arm's-length
      *          sales from that file and compares each lot's current
      *          assessed evaluation to its sale price, printing the
      *          count, median ratio, aggregate ratio and coefficient
      *          of dispersion (COD) by lot class so the assessor can
      *          show the state that REVALUE's factors are holding.
      *          Operators sign on first (ASSESSOR or MANAGER). Entries
      *          it writes carry the operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEEDXFER.
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
       SELECT OWNER-FILE
           ASSIGN TO WS-OWNER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OWNER-NUM-OUT
           FILE STATUS IS WS-OWNER-STATUS.
       SELECT AUDIT-FILE
           ASSIGN TO WS-AUDIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT TAXAR-FILE
           ASSIGN TO WS-TAXAR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-TAXAR-STATUS.
       SELECT XFER-FILE
           ASSIGN TO WS-XFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.
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
       FD  OWNER-FILE
           DATA RECORD IS OWNER-REC.
       01  OWNER-REC.
           05  OWNER-NUM-OUT          PIC 9(5).
           05  OWNER-FULL-NAME-OUT    PIC A(26).
           05  OWNER-MAIL-ADDR-OUT    PIC X(40).
           05  OWNER-MAIL-CITY-OUT    PIC X(20).
           05  OWNER-MAIL-STATE-OUT   PIC X(2).
           05  OWNER-MAIL-ZIP-OUT     PIC 9(5).
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
       FD  XFER-FILE
           DATA RECORD IS XFER-REC.
       01  XFER-REC.
           05  XFER-LOT-NUM           PIC 9(9).
           05  XFER-SELLER-NUM        PIC 9(5).
           05  XFER-BUYER-NUM         PIC 9(5).
           05  XFER-DEED-DATE         PIC 9(8).
           05  XFER-SALE-PRICE        PIC 9(8)V99.
           05  XFER-DEED-TYPE         PIC X(2).
           05  XFER-ARMS-LENGTH       PIC X.
           05  XFER-LOT-CLASS         PIC X.
           05  XFER-ASSESSED-EVAL     PIC 9(8)V99.
           05  XFER-TAX-YEAR          PIC 9(4).
           05  XFER-SELLER-TAX        PIC 9(8)V99.
           05  XFER-BUYER-TAX         PIC 9(8)V99.
           05  XFER-RECORD-DATE       PIC 9(8).
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
       01  WS-OWNER-FILE-PATH      PIC X(100).
       01  WS-AUDIT-FILE-PATH      PIC X(100).
       01  WS-TAXAR-PATH           PIC X(100).
       01  WS-XFER-PATH            PIC X(100).
       01  WS-CAO-STATUS           PIC XX    VALUE "00".
       01  WS-OWNER-STATUS         PIC XX    VALUE "00".
       01  WS-AUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-XFER-STATUS          PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-ENTRY-VALID          PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-XFER-LOT             PIC 9(9).
       01  WS-BUYER-NUM            PIC 9(5).
       01  WS-BUYER-NAME           PIC A(26).
       01  WS-SELLER-NUM           PIC 9(5).
       01  WS-SELLER-NAME          PIC A(26).
       01  WS-SALE-PRICE           PIC 9(8)V99.
       01  WS-DEED-TYPE            PIC X(2).
       01  WS-ARMS-LENGTH          PIC X.
       01  WS-DEED-DATE            PIC 9(8).
       01  WS-DEED-DATE-PARTS REDEFINES WS-DEED-DATE.
           05  WS-DEED-YY          PIC 9(4).
           05  WS-DEED-MM          PIC 9(2).
           05  WS-DEED-DD          PIC 9(2).
       01  WS-DEED-DAY-OF-YEAR     PIC 9(3)    VALUE ZERO.
       01  WS-OPEN-BALANCE         PIC S9(8)V99 VALUE ZERO.
       01  WS-SELLER-SHARE         PIC 9(8)V99 VALUE ZERO.
       01  WS-SELLER-TAX           PIC S9(8)V99 VALUE ZERO.
       01  WS-BUYER-TAX            PIC S9(8)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZ9.99.
       01  WS-AUDIT-EVAL-EDIT      PIC ZZZZZZZ9.99.
      *    SALES-RATIO STUDY WORK AREAS
       01  WS-STUDY-YEAR           PIC 9(4).
       01  WS-STUDY-CLASS          PIC X.
       01  WS-STUDY-EVAL           PIC 9(8)V99.
       01  WS-CNT-SALES-READ       PIC 9(5)    VALUE ZERO.
       01  WS-CNT-SALES-USED       PIC 9(5)    VALUE ZERO.
       01  WS-CNT-SALES-SKIPPED    PIC 9(5)    VALUE ZERO.
       01  WS-SALE-TABLE.
           05  WS-SALE-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-SALE-ENTRY OCCURS 999 TIMES.
               10  WS-SALE-CLASS       PIC X.
               10  WS-SALE-EVAL        PIC 9(8)V99.
               10  WS-SALE-PRICE-T     PIC 9(8)V99.
               10  WS-SALE-RATIO       PIC 9(3)V9(4).
       01  WS-SALE-IDX             PIC 9(4).
       01  WS-WORK-TABLE.
           05  WS-WORK-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-WORK-RATIO OCCURS 999 TIMES PIC 9(3)V9(4).
       01  WS-SORT-I               PIC 9(4).
       01  WS-SORT-J               PIC 9(4).
       01  WS-SORT-LIMIT           PIC 9(4).
       01  WS-SWAP-RATIO           PIC 9(3)V9(4).
       01  WS-MID-IDX              PIC 9(4).
       01  WS-MID-REM              PIC 9(4).
       01  WS-MEDIAN-RATIO         PIC 9(3)V9(4) VALUE ZERO.
       01  WS-ABS-DEV              PIC S9(3)V9(4) VALUE ZERO.
       01  WS-SUM-ABS-DEV          PIC 9(7)V9(4) VALUE ZERO.
       01  WS-COD                  PIC 9(5)V99  VALUE ZERO.
       01  WS-AGG-RATIO            PIC 9(3)V9(4) VALUE ZERO.
       01  WS-CLASS-EVAL-TOT       PIC 9(11)V99 VALUE ZERO.
       01  WS-CLASS-PRICE-TOT      PIC 9(11)V99 VALUE ZERO.
       01  WS-STUDY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-CLASS          PIC X.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-S-COUNT          PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-S-MEDIAN         PIC ZZ9.9999.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-S-AGG            PIC ZZ9.9999.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-S-COD            PIC ZZZZ9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-S-EVAL           PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-PRICE          PIC ZZZZZZZZZZ9.99.
       01  WS-OPERATOR-FILE-PATH   PIC X(100).
       01  WS-OPERATOR-STATUS      PIC XX    VALUE "00".
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(13) VALUE SPACES.
       01  WS-PROGRAM-ROLE         PIC X(13) VALUE "ASSESSOR".
       01  WS-SIGNON-ID            PIC X(8).
       01  WS-SIGNON-PASSWORD      PIC X(10).
       01  WS-SIGNON-TRIES         PIC 9     VALUE ZERO.
       01  WS-SIGNED-ON            PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-030-SIGN-ON.
            PERFORM A-050-GET-PARMS.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM A-100-OPEN-FILES.
            IF WS-EOF-FLAG NOT = "Y"
                PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 3
                CLOSE OWNER-FILE
                CLOSE OUTPUT-FILE
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
            ACCEPT WS-OWNER-FILE-PATH
                FROM ENVIRONMENT "OWNER_FILE_PATH".
            IF WS-OWNER-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\OWNERS.TXT" TO WS-OWNER-FILE-PATH
            END-IF.
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT "CAO_AUDIT_PATH".
            IF WS-AUDIT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\AUDIT.TXT" TO WS-AUDIT-FILE-PATH
            END-IF.
            ACCEPT WS-TAXAR-PATH FROM ENVIRONMENT "TAX_AR_PATH".
            IF WS-TAXAR-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXAR.TXT" TO WS-TAXAR-PATH
            END-IF.
            ACCEPT WS-XFER-PATH FROM ENVIRONMENT "DEED_XFER_PATH".
            IF WS-XFER-PATH = SPACES
                MOVE "C:\COBOL_Files\DEEDXFER.TXT" TO WS-XFER-PATH
            END-IF.

       A-100-OPEN-FILES.
            OPEN I-O OUTPUT-FILE.
            IF WS-CAO-STATUS NOT = "00"
                DISPLAY "MASTER FILE NOT FOUND"
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                OPEN INPUT OWNER-FILE
                IF WS-OWNER-STATUS NOT = "00"
                    DISPLAY "OWNER MASTER NOT FOUND - RUN OWNERMST"
                    CLOSE OUTPUT-FILE
                    MOVE "Y" TO WS-EOF-FLAG
                END-IF
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "======== DEED TRANSFER MENU ========".
            DISPLAY "[1] RECORD DEED TRANSFER".
            DISPLAY "[2] SALES-RATIO STUDY".
            DISPLAY "[3] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-RECORD-TRANSFER
                WHEN 2
                    PERFORM B-300-SALES-RATIO-STUDY
            END-EVALUATE.

       B-200-RECORD-TRANSFER.
            DISPLAY "LOT NUMBER:".
            ACCEPT WS-XFER-LOT.
            MOVE WS-XFER-LOT TO LOT-NUM-OUT.
            READ OUTPUT-FILE
                INVALID KEY
                    DISPLAY "LOT NOT FOUND"
                NOT INVALID KEY
                    PERFORM B-210-TAKE-TRANSFER-DETAILS
            END-READ.

       B-210-TAKE-TRANSFER-DETAILS.
            MOVE LOT-OWNER-NUM-OUT TO WS-SELLER-NUM.
            MOVE OWNER-NAME-OUT TO WS-SELLER-NAME.
            DISPLAY "SELLER (CURRENT OWNER): " WS-SELLER-NUM " "
                WS-SELLER-NAME.
            MOVE ASSESSED-EVALUATION-OUT TO WS-AMOUNT-EDIT.
            DISPLAY "ASSESSED EVALUATION   : " WS-AMOUNT-EDIT.
            DISPLAY "BUYER OWNER NUMBER:".
            ACCEPT WS-BUYER-NUM.
            DISPLAY "DEED DATE (YYYYMMDD):".
            ACCEPT WS-DEED-DATE.
            DISPLAY "SALE PRICE:".
            ACCEPT WS-SALE-PRICE.
            DISPLAY "DEED TYPE (WD=WARRANTY QC=QUITCLAIM EX=ESTATE".
            DISPLAY "           TX=TAX/SHERIFF GF=GIFT/FAMILY):".
            ACCEPT WS-DEED-TYPE.
            PERFORM B-215-VALIDATE-TRANSFER.
            IF WS-ENTRY-VALID = "Y"
                IF WS-DEED-TYPE = "WD"
                    MOVE "Y" TO WS-ARMS-LENGTH
                ELSE
                    MOVE "N" TO WS-ARMS-LENGTH
                END-IF
                DISPLAY "ARM'S-LENGTH SALE (Y/N) [" WS-ARMS-LENGTH "]:"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR "y"
                    MOVE "Y" TO WS-ARMS-LENGTH
                END-IF
                IF WS-CONFIRM = "N" OR "n"
                    MOVE "N" TO WS-ARMS-LENGTH
                END-IF
                DISPLAY "TRANSFER LOT " WS-XFER-LOT " TO "
                    WS-BUYER-NAME " (Y/N):"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR "y"
                    PERFORM B-220-UPDATE-LOT-MASTER
                    PERFORM B-240-PRORATE-RECEIVABLE
                    PERFORM B-250-WRITE-TRANSFER
                    DISPLAY "DEED TRANSFER RECORDED"
                ELSE
                    DISPLAY "TRANSFER NOT RECORDED"
                END-IF
            END-IF.

       B-215-VALIDATE-TRANSFER.
            MOVE "Y" TO WS-ENTRY-VALID.
            MOVE WS-BUYER-NUM TO OWNER-NUM-OUT.
            READ OWNER-FILE
                INVALID KEY
                    DISPLAY "BUYER NOT ON OWNER MASTER"
                    MOVE "N" TO WS-ENTRY-VALID
                NOT INVALID KEY
                    MOVE OWNER-FULL-NAME-OUT TO WS-BUYER-NAME
            END-READ.
            IF WS-BUYER-NUM = WS-SELLER-NUM
                DISPLAY "BUYER IS ALREADY THE OWNER OF THIS LOT"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.
            IF WS-DEED-MM < 1 OR WS-DEED-MM > 12
                OR WS-DEED-DD < 1 OR WS-DEED-DD > 31
                DISPLAY "DEED DATE IS NOT A VALID DATE"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.
            IF WS-DEED-DATE > WS-TODAY-DATE
                DISPLAY "DEED DATE CANNOT BE IN THE FUTURE"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.
            IF WS-DEED-TYPE NOT = "WD" AND WS-DEED-TYPE NOT = "QC"
                AND WS-DEED-TYPE NOT = "EX" AND WS-DEED-TYPE NOT = "TX"
                AND WS-DEED-TYPE NOT = "GF"
                DISPLAY "DEED TYPE MUST BE WD, QC, EX, TX OR GF"
                MOVE "N" TO WS-ENTRY-VALID
            END-IF.

       B-220-UPDATE-LOT-MASTER.
            MOVE WS-BUYER-NUM TO LOT-OWNER-NUM-OUT.
            MOVE WS-BUYER-NAME TO OWNER-NAME-OUT.
            REWRITE OUTPUT-REC.
            PERFORM B-230-WRITE-AUDIT-ENTRY.

       B-230-WRITE-AUDIT-ENTRY.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            MOVE LOT-NUM-OUT TO AUDIT-LOT-NUM.
            MOVE "DEED-XFER" TO AUDIT-OP-TYPE.
            MOVE WS-SELLER-NAME TO AUDIT-OLD-VALUE.
            MOVE WS-BUYER-NAME TO AUDIT-NEW-VALUE.
            MOVE WS-SALE-PRICE TO WS-AUDIT-EVAL-EDIT.
            MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-EVAL-AMOUNT.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            ACCEPT AUDIT-TIME FROM TIME.
            WRITE AUDIT-REC.
            CLOSE AUDIT-FILE.

      *    THE SELLER CARRIES THE YEAR'S TAX UP TO THE DEED DATE AND
      *    THE BUYER FROM THE DEED DATE ON. WHAT THE SELLER HAS ALREADY
      *    PAID COUNTS AGAINST THE SELLER'S SHARE FIRST; THE REST OF
      *    THE OPEN BALANCE FOLLOWS THE LOT TO THE BUYER.
       B-240-PRORATE-RECEIVABLE.
            MOVE ZERO TO WS-SELLER-TAX.
            MOVE ZERO TO WS-BUYER-TAX.
            COMPUTE WS-DEED-DAY-OF-YEAR =
                ((WS-DEED-MM - 1) * 30) + WS-DEED-DD.
            IF WS-DEED-DAY-OF-YEAR > 360
                MOVE 360 TO WS-DEED-DAY-OF-YEAR
            END-IF.
            OPEN I-O TAXAR-FILE.
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "NO RECEIVABLE FILE - NOTHING TO PRORATE"
            ELSE
                MOVE WS-DEED-YY TO AR-YEAR
                MOVE WS-XFER-LOT TO AR-LOT-NUM
                READ TAXAR-FILE
                    INVALID KEY
                        DISPLAY "NO " WS-DEED-YY
                            " RECEIVABLE FOR THIS LOT - NOTHING TO"
                            " PRORATE"
                    NOT INVALID KEY
                        PERFORM B-245-SPLIT-OPEN-BALANCE
                END-READ
                CLOSE TAXAR-FILE
            END-IF.

       B-245-SPLIT-OPEN-BALANCE.
            COMPUTE WS-OPEN-BALANCE = AR-TAX-DUE - AR-PAID-AMOUNT.
            IF WS-OPEN-BALANCE < ZERO
                MOVE ZERO TO WS-OPEN-BALANCE
            END-IF.
            COMPUTE WS-SELLER-SHARE ROUNDED =
                AR-TAX-DUE * WS-DEED-DAY-OF-YEAR / 360.
            COMPUTE WS-SELLER-TAX = WS-SELLER-SHARE - AR-PAID-AMOUNT.
            IF WS-SELLER-TAX < ZERO
                MOVE ZERO TO WS-SELLER-TAX
            END-IF.
            IF WS-SELLER-TAX > WS-OPEN-BALANCE
                MOVE WS-OPEN-BALANCE TO WS-SELLER-TAX
            END-IF.
            COMPUTE WS-BUYER-TAX = WS-OPEN-BALANCE - WS-SELLER-TAX.
            MOVE WS-BUYER-NAME TO AR-OWNER-NAME.
            REWRITE TAXAR-REC.
            DISPLAY " ".
            DISPLAY "------- " AR-YEAR " TAX PRORATION AT DEED DATE"
                " -------".
            MOVE AR-TAX-DUE TO WS-AMOUNT-EDIT.
            DISPLAY "TAX BILLED FOR YEAR  : " WS-AMOUNT-EDIT.
            MOVE AR-PAID-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "PAID TO DATE         : " WS-AMOUNT-EDIT.
            MOVE WS-OPEN-BALANCE TO WS-AMOUNT-EDIT.
            DISPLAY "OPEN BALANCE         : " WS-AMOUNT-EDIT.
            DISPLAY "SELLER DAYS OF YEAR  : " WS-DEED-DAY-OF-YEAR
                " OF 360".
            MOVE WS-SELLER-TAX TO WS-AMOUNT-EDIT.
            DISPLAY "SELLER OWES AT CLOSE : " WS-AMOUNT-EDIT.
            MOVE WS-BUYER-TAX TO WS-AMOUNT-EDIT.
            DISPLAY "BUYER ASSUMES        : " WS-AMOUNT-EDIT.

       B-250-WRITE-TRANSFER.
            OPEN EXTEND XFER-FILE.
            IF WS-XFER-STATUS = "35"
                OPEN OUTPUT XFER-FILE
            END-IF.
            MOVE WS-XFER-LOT TO XFER-LOT-NUM.
            MOVE WS-SELLER-NUM TO XFER-SELLER-NUM.
            MOVE WS-BUYER-NUM TO XFER-BUYER-NUM.
            MOVE WS-DEED-DATE TO XFER-DEED-DATE.
            MOVE WS-SALE-PRICE TO XFER-SALE-PRICE.
            MOVE WS-DEED-TYPE TO XFER-DEED-TYPE.
            MOVE WS-ARMS-LENGTH TO XFER-ARMS-LENGTH.
            MOVE LOT-CLASS-OUT TO XFER-LOT-CLASS.
            MOVE ASSESSED-EVALUATION-OUT TO XFER-ASSESSED-EVAL.
            MOVE WS-DEED-YY TO XFER-TAX-YEAR.
            MOVE WS-SELLER-TAX TO XFER-SELLER-TAX.
            MOVE WS-BUYER-TAX TO XFER-BUYER-TAX.
            MOVE WS-TODAY-DATE TO XFER-RECORD-DATE.
            WRITE XFER-REC.
            CLOSE XFER-FILE.

       B-300-SALES-RATIO-STUDY.
            DISPLAY "STUDY YEAR (YYYY):".
            ACCEPT WS-STUDY-YEAR.
            OPEN INPUT XFER-FILE.
            IF WS-XFER-STATUS NOT = "00"
                DISPLAY "DEED TRANSFER FILE NOT FOUND"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                MOVE ZERO TO WS-SALE-COUNT
                MOVE ZERO TO WS-CNT-SALES-READ
                MOVE ZERO TO WS-CNT-SALES-USED
                MOVE ZERO TO WS-CNT-SALES-SKIPPED
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ XFER-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            PERFORM B-310-LOAD-ONE-SALE
                    END-READ
                END-PERFORM
                CLOSE XFER-FILE
                DISPLAY " "
                DISPLAY "=========== SALES-RATIO STUDY " WS-STUDY-YEAR
                    " ==========="
                DISPLAY "ARM'S-LENGTH SALES, CURRENT ASSESSED "
                    "EVALUATION / SALE PRICE"
                DISPLAY "CLASS  SALES   MEDIAN     AGGREGATE    COD"
                    "        TOTAL EVALUATION      TOTAL PRICE"
                MOVE "R" TO WS-STUDY-CLASS
                PERFORM B-320-STUDY-ONE-CLASS
                MOVE "C" TO WS-STUDY-CLASS
                PERFORM B-320-STUDY-ONE-CLASS
                MOVE "A" TO WS-STUDY-CLASS
                PERFORM B-320-STUDY-ONE-CLASS
                MOVE "*" TO WS-STUDY-CLASS
                PERFORM B-320-STUDY-ONE-CLASS
                DISPLAY "----------------------------------------------"
                DISPLAY "TRANSFERS READ         : " WS-CNT-SALES-READ
                DISPLAY "SALES IN STUDY         : " WS-CNT-SALES-USED
                DISPLAY "EXCLUDED (NOT ARM'S-LENGTH, NO PRICE, OTHER "
                    "YEAR OR TABLE FULL): " WS-CNT-SALES-SKIPPED
                DISPLAY "CLASS * IS ALL CLASSES COMBINED"
            END-IF.

       B-310-LOAD-ONE-SALE.
            ADD 1 TO WS-CNT-SALES-READ.
            IF XFER-TAX-YEAR NOT = WS-STUDY-YEAR
                OR XFER-ARMS-LENGTH NOT = "Y"
                OR XFER-SALE-PRICE = ZERO
                OR WS-SALE-COUNT = 999
                ADD 1 TO WS-CNT-SALES-SKIPPED
            ELSE
                MOVE XFER-ASSESSED-EVAL TO WS-STUDY-EVAL
                MOVE XFER-LOT-CLASS TO WS-STUDY-CLASS
                MOVE XFER-LOT-NUM TO LOT-NUM-OUT
                READ OUTPUT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ASSESSED-EVALUATION-OUT TO WS-STUDY-EVAL
                        MOVE LOT-CLASS-OUT TO WS-STUDY-CLASS
                END-READ
                IF WS-STUDY-CLASS = SPACE
                    MOVE "R" TO WS-STUDY-CLASS
                END-IF
                ADD 1 TO WS-SALE-COUNT
                ADD 1 TO WS-CNT-SALES-USED
                MOVE WS-STUDY-CLASS TO WS-SALE-CLASS(WS-SALE-COUNT)
                MOVE WS-STUDY-EVAL TO WS-SALE-EVAL(WS-SALE-COUNT)
                MOVE XFER-SALE-PRICE TO WS-SALE-PRICE-T(WS-SALE-COUNT)
                COMPUTE WS-SALE-RATIO(WS-SALE-COUNT) ROUNDED =
                    WS-STUDY-EVAL / XFER-SALE-PRICE
                    ON SIZE ERROR
                        MOVE 999.9999 TO WS-SALE-RATIO(WS-SALE-COUNT)
                END-COMPUTE
            END-IF.

      *    MEDIAN OF THE SORTED RATIOS; COD IS THE AVERAGE ABSOLUTE
      *    DEVIATION FROM THE MEDIAN AS A PERCENT OF THE MEDIAN.
       B-320-STUDY-ONE-CLASS.
            MOVE ZERO TO WS-WORK-COUNT.
            MOVE ZERO TO WS-CLASS-EVAL-TOT.
            MOVE ZERO TO WS-CLASS-PRICE-TOT.
            PERFORM VARYING WS-SALE-IDX FROM 1 BY 1
                    UNTIL WS-SALE-IDX > WS-SALE-COUNT
                IF WS-STUDY-CLASS = "*"
                    OR WS-SALE-CLASS(WS-SALE-IDX) = WS-STUDY-CLASS
                    ADD 1 TO WS-WORK-COUNT
                    MOVE WS-SALE-RATIO(WS-SALE-IDX)
                        TO WS-WORK-RATIO(WS-WORK-COUNT)
                    ADD WS-SALE-EVAL(WS-SALE-IDX) TO WS-CLASS-EVAL-TOT
                    ADD WS-SALE-PRICE-T(WS-SALE-IDX)
                        TO WS-CLASS-PRICE-TOT
                END-IF
            END-PERFORM.
            MOVE ZERO TO WS-MEDIAN-RATIO.
            MOVE ZERO TO WS-AGG-RATIO.
            MOVE ZERO TO WS-COD.
            IF WS-WORK-COUNT > ZERO
                PERFORM C-100-SORT-WORK-TABLE
                DIVIDE WS-WORK-COUNT BY 2 GIVING WS-MID-IDX
                    REMAINDER WS-MID-REM
                IF WS-MID-REM = 1
                    ADD 1 TO WS-MID-IDX
                    MOVE WS-WORK-RATIO(WS-MID-IDX) TO WS-MEDIAN-RATIO
                ELSE
                    COMPUTE WS-MEDIAN-RATIO ROUNDED =
                        (WS-WORK-RATIO(WS-MID-IDX)
                        + WS-WORK-RATIO(WS-MID-IDX + 1)) / 2
                END-IF
                MOVE ZERO TO WS-SUM-ABS-DEV
                PERFORM VARYING WS-SORT-I FROM 1 BY 1
                        UNTIL WS-SORT-I > WS-WORK-COUNT
                    COMPUTE WS-ABS-DEV =
                        WS-WORK-RATIO(WS-SORT-I) - WS-MEDIAN-RATIO
                    IF WS-ABS-DEV < ZERO
                        COMPUTE WS-ABS-DEV = ZERO - WS-ABS-DEV
                    END-IF
                    ADD WS-ABS-DEV TO WS-SUM-ABS-DEV
                END-PERFORM
                IF WS-MEDIAN-RATIO > ZERO
                    COMPUTE WS-COD ROUNDED =
                        (WS-SUM-ABS-DEV / WS-WORK-COUNT)
                        / WS-MEDIAN-RATIO * 100
                END-IF
                IF WS-CLASS-PRICE-TOT > ZERO
                    COMPUTE WS-AGG-RATIO ROUNDED =
                        WS-CLASS-EVAL-TOT / WS-CLASS-PRICE-TOT
                END-IF
            END-IF.
            MOVE WS-STUDY-CLASS TO WS-S-CLASS.
            MOVE WS-WORK-COUNT TO WS-S-COUNT.
            MOVE WS-MEDIAN-RATIO TO WS-S-MEDIAN.
            MOVE WS-AGG-RATIO TO WS-S-AGG.
            MOVE WS-COD TO WS-S-COD.
            MOVE WS-CLASS-EVAL-TOT TO WS-S-EVAL.
            MOVE WS-CLASS-PRICE-TOT TO WS-S-PRICE.
            DISPLAY WS-STUDY-LINE.

       C-100-SORT-WORK-TABLE.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-WORK-COUNT
                COMPUTE WS-SORT-LIMIT = WS-WORK-COUNT - WS-SORT-I
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-SORT-LIMIT
                    IF WS-WORK-RATIO(WS-SORT-J)
                        > WS-WORK-RATIO(WS-SORT-J + 1)
                        MOVE WS-WORK-RATIO(WS-SORT-J) TO WS-SWAP-RATIO
                        MOVE WS-WORK-RATIO(WS-SORT-J + 1)
                            TO WS-WORK-RATIO(WS-SORT-J)
                        MOVE WS-SWAP-RATIO
                            TO WS-WORK-RATIO(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
       END PROGRAM DEEDXFER.
