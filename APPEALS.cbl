      ******************************************************************
      * Author:
      * Date:
      * Purpose: Assessment appeals. Keeps one appeal per lot per tax
      *          year on the appeal file: filing date, the value under
      *          appeal, the owner's claimed value, hearing date,
      *          board decision and decided value. The hearing docket
      *          lists pending appeals in hearing date order. Entering
      *          a decision that changes the value rewrites the lot's
      *          ASSESSED-EVALUATION-OUT with an APPEAL-CHG audit row,
      *          figures the tax difference at the lot's class millage
      *          net of the homestead exemption (as TAXBILL does) and
      *          posts it to that year's tax receivable - an abatement
      *          comes off the latest installments first, a
      *          supplemental charge goes on the last installment -
      *          and logs the change to the levy change file for the
      *          GL interface. The year-end summary totals the value
      *          and tax lost to appeals by lot class.
      *          Operators sign on first (ASSESSOR or MANAGER). Entries
      *          it writes carry the operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPEALS.
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
       SELECT AUDIT-FILE
           ASSIGN TO WS-AUDIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
       SELECT TAX-RATE-FILE
           ASSIGN TO WS-TAX-RATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
       SELECT TAXAR-FILE
           ASSIGN TO WS-TAXAR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-TAXAR-STATUS.
       SELECT TAXINST-FILE
           ASSIGN TO WS-TAXINST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INST-KEY
           FILE STATUS IS WS-TAXINST-STATUS.
       SELECT APPEAL-FILE
           ASSIGN TO WS-APPEAL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APL-KEY
           FILE STATUS IS WS-APPEAL-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       SELECT LEVY-TRAN-FILE
           ASSIGN TO WS-LEVY-TRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEVY-TRAN-STATUS.
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
       FD  TAX-RATE-FILE
           DATA RECORD IS TAX-RATE-REC.
       01  TAX-RATE-REC.
           05  TAX-MILLAGE-RES        PIC 9(3)V99.
           05  TAX-MILLAGE-COM        PIC 9(3)V99.
           05  TAX-MILLAGE-AGR        PIC 9(3)V99.
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
       FD  APPEAL-FILE
           DATA RECORD IS APPEAL-REC.
       01  APPEAL-REC.
           05  APL-KEY.
               10  APL-YEAR           PIC 9(4).
               10  APL-LOT-NUM        PIC 9(9).
           05  APL-OWNER-NAME         PIC A(26).
           05  APL-LOT-CLASS          PIC X.
           05  APL-FILE-DATE          PIC 9(8).
           05  APL-PRIOR-VALUE        PIC 9(8)V99.
           05  APL-CLAIMED-VALUE      PIC 9(8)V99.
           05  APL-HEARING-DATE       PIC 9(8).
           05  APL-DECISION           PIC X(10).
           05  APL-DECIDED-VALUE      PIC 9(8)V99.
           05  APL-DECISION-DATE      PIC 9(8).
           05  APL-TAX-CHANGE         PIC S9(8)V99.
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
       01  WS-AUDIT-FILE-PATH      PIC X(100).
       01  WS-TAX-RATE-PATH        PIC X(100).
       01  WS-TAXAR-PATH           PIC X(100).
       01  WS-TAXINST-PATH         PIC X(100).
       01  WS-APPEAL-PATH          PIC X(100).
       01  WS-CAO-STATUS           PIC XX    VALUE "00".
       01  WS-AUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-RATE-STATUS          PIC XX    VALUE "00".
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-TAXINST-STATUS       PIC XX    VALUE "00".
       01  WS-LEVY-TRAN-PATH       PIC X(100).
       01  WS-LEVY-TRAN-STATUS     PIC XX    VALUE "00".
       01  WS-APPEAL-STATUS        PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-INST-FILE-OPEN       PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-DECISION-CODE        PIC X     VALUE SPACE.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-APL-YEAR             PIC 9(4).
       01  WS-APL-LOT              PIC 9(9).
       01  WS-CLAIMED-VALUE        PIC 9(8)V99.
       01  WS-HEARING-DATE         PIC 9(8).
       01  WS-DECIDED-VALUE        PIC 9(8)V99.
       01  WS-OLD-EVAL             PIC 9(8)V99.
       01  WS-CLASS-RATE           PIC 9(3)V99 VALUE ZERO.
       01  WS-NET-EVAL             PIC S9(8)V99 VALUE ZERO.
       01  WS-OLD-TAX              PIC 9(8)V99 VALUE ZERO.
       01  WS-NEW-TAX              PIC 9(8)V99 VALUE ZERO.
       01  WS-TAX-CHANGE           PIC S9(8)V99 VALUE ZERO.
       01  WS-NEW-TAX-DUE          PIC S9(9)V99 VALUE ZERO.
       01  WS-LEVY-CHANGE          PIC S9(8)V99 VALUE ZERO.
       01  WS-ADJUST-LEFT          PIC 9(8)V99 VALUE ZERO.
       01  WS-ADJUST-AMOUNT        PIC 9(8)V99 VALUE ZERO.
       01  WS-INST-OPEN            PIC 9(8)V99 VALUE ZERO.
       01  WS-INST-IDX             PIC 9.
       01  WS-INST-LAST            PIC 9     VALUE ZERO.
       01  WS-ADJUST-PASS          PIC 9     VALUE ZERO.
       01  WS-OVERPAID             PIC 9(8)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZ9.99.
       01  WS-CHANGE-EDIT          PIC -ZZZZZZZ9.99.
       01  WS-AUDIT-EVAL-EDIT      PIC ZZZZZZZ9.99.
      *    HEARING DOCKET WORK AREAS
       01  WS-DOCKET-FROM          PIC 9(8).
       01  WS-DOCKET-TO            PIC 9(8).
       01  WS-CNT-UNSCHEDULED      PIC 9(5)    VALUE ZERO.
       01  WS-DOCKET-TABLE.
           05  WS-DOCKET-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-DOCKET-ENTRY OCCURS 500 TIMES.
               10  WS-DK-HEARING       PIC 9(8).
               10  WS-DK-YEAR          PIC 9(4).
               10  WS-DK-LOT           PIC 9(9).
               10  WS-DK-OWNER         PIC A(26).
               10  WS-DK-PRIOR         PIC 9(8)V99.
               10  WS-DK-CLAIMED       PIC 9(8)V99.
       01  WS-DOCKET-SWAP.
           05  WS-DS-HEARING       PIC 9(8).
           05  WS-DS-YEAR          PIC 9(4).
           05  WS-DS-LOT           PIC 9(9).
           05  WS-DS-OWNER         PIC A(26).
           05  WS-DS-PRIOR         PIC 9(8)V99.
           05  WS-DS-CLAIMED       PIC 9(8)V99.
       01  WS-SORT-I               PIC 9(3).
       01  WS-SORT-J               PIC 9(3).
       01  WS-SORT-LIMIT           PIC 9(3).
       01  WS-DOCKET-LINE.
           05  WS-K-HEARING        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-K-YEAR           PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-K-LOT            PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-K-OWNER          PIC A(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-K-PRIOR          PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-K-CLAIMED        PIC ZZZZZZZ9.99.
      *    YEAR-END SUMMARY WORK AREAS
       01  WS-SUMMARY-YEAR         PIC 9(4).
       01  WS-CLASS-IDX            PIC 9.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  WS-CL-CODE          PIC X.
               10  WS-CL-FILED         PIC 9(5).
               10  WS-CL-PENDING       PIC 9(5).
               10  WS-CL-CHANGED       PIC 9(5).
               10  WS-CL-VALUE-LOST    PIC S9(11)V99.
               10  WS-CL-TAX-LOST      PIC S9(11)V99.
       01  WS-TOT-FILED            PIC 9(5)     VALUE ZERO.
       01  WS-TOT-PENDING          PIC 9(5)     VALUE ZERO.
       01  WS-TOT-CHANGED          PIC 9(5)     VALUE ZERO.
       01  WS-TOT-VALUE-LOST       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-TAX-LOST         PIC S9(11)V99 VALUE ZERO.
       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-Y-CLASS          PIC X.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-Y-FILED          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-Y-PENDING        PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-Y-CHANGED        PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-Y-VALUE-LOST     PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-Y-TAX-LOST       PIC -ZZZZZZZZZZ9.99.
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
            PERFORM A-060-LOAD-TAX-RATE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM A-100-OPEN-APPEAL-FILE.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 6.
            CLOSE APPEAL-FILE.
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
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT "CAO_AUDIT_PATH".
            IF WS-AUDIT-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\AUDIT.TXT" TO WS-AUDIT-FILE-PATH
            END-IF.
            ACCEPT WS-TAX-RATE-PATH FROM ENVIRONMENT "TAX_RATE_PATH".
            IF WS-TAX-RATE-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXRATES.TXT" TO WS-TAX-RATE-PATH
            END-IF.
            ACCEPT WS-TAXAR-PATH FROM ENVIRONMENT "TAX_AR_PATH".
            IF WS-TAXAR-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXAR.TXT" TO WS-TAXAR-PATH
            END-IF.
            ACCEPT WS-TAXINST-PATH FROM ENVIRONMENT "TAX_INST_PATH".
            IF WS-TAXINST-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXINST.TXT" TO WS-TAXINST-PATH
            END-IF.
            ACCEPT WS-LEVY-TRAN-PATH FROM ENVIRONMENT "TAX_LEVY_PATH".
            IF WS-LEVY-TRAN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXLEVY.TXT" TO WS-LEVY-TRAN-PATH
            END-IF.
            ACCEPT WS-APPEAL-PATH FROM ENVIRONMENT "TAX_APPEAL_PATH".
            IF WS-APPEAL-PATH = SPACES
                MOVE "C:\COBOL_Files\APPEALS.TXT" TO WS-APPEAL-PATH
            END-IF.

       A-060-LOAD-TAX-RATE.
            OPEN INPUT TAX-RATE-FILE.
            IF WS-RATE-STATUS = "00"
                READ TAX-RATE-FILE
                    AT END
                        PERFORM A-065-DEFAULT-TAX-RATE
                END-READ
                CLOSE TAX-RATE-FILE
            ELSE
                PERFORM A-065-DEFAULT-TAX-RATE
            END-IF.

       A-065-DEFAULT-TAX-RATE.
            MOVE 25.00 TO TAX-MILLAGE-RES.
            MOVE 25.00 TO TAX-MILLAGE-COM.
            MOVE 25.00 TO TAX-MILLAGE-AGR.

       A-100-OPEN-APPEAL-FILE.
            OPEN I-O APPEAL-FILE.
            IF WS-APPEAL-STATUS = "35"
                OPEN OUTPUT APPEAL-FILE
                CLOSE APPEAL-FILE
                OPEN I-O APPEAL-FILE
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "========= ASSESSMENT APPEALS MENU =========".
            DISPLAY "[1] FILE APPEAL".
            DISPLAY "[2] SCHEDULE HEARING".
            DISPLAY "[3] HEARING DOCKET".
            DISPLAY "[4] ENTER BOARD DECISION".
            DISPLAY "[5] YEAR-END APPEALS SUMMARY".
            DISPLAY "[6] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-FILE-APPEAL
                WHEN 2
                    PERFORM B-300-SCHEDULE-HEARING
                WHEN 3
                    PERFORM B-400-HEARING-DOCKET
                WHEN 4
                    PERFORM B-500-ENTER-DECISION
                WHEN 5
                    PERFORM B-600-YEAR-END-SUMMARY
            END-EVALUATE.

       B-200-FILE-APPEAL.
            DISPLAY "TAX YEAR:".
            ACCEPT WS-APL-YEAR.
            DISPLAY "LOT NUMBER:".
            ACCEPT WS-APL-LOT.
            OPEN INPUT OUTPUT-FILE.
            IF WS-CAO-STATUS NOT = "00"
                DISPLAY "MASTER FILE NOT FOUND"
            ELSE
                MOVE WS-APL-LOT TO LOT-NUM-OUT
                READ OUTPUT-FILE
                    INVALID KEY
                        DISPLAY "LOT NOT FOUND"
                    NOT INVALID KEY
                        PERFORM B-210-WRITE-APPEAL
                END-READ
                CLOSE OUTPUT-FILE
            END-IF.

       B-210-WRITE-APPEAL.
            MOVE ASSESSED-EVALUATION-OUT TO WS-AMOUNT-EDIT.
            DISPLAY "OWNER              : " OWNER-NAME-OUT.
            DISPLAY "ASSESSED EVALUATION: " WS-AMOUNT-EDIT.
            DISPLAY "OWNER'S CLAIMED VALUE:".
            ACCEPT WS-CLAIMED-VALUE.
            DISPLAY "HEARING DATE (YYYYMMDD, 0 IF NOT YET SET):".
            ACCEPT WS-HEARING-DATE.
            MOVE WS-APL-YEAR TO APL-YEAR.
            MOVE WS-APL-LOT TO APL-LOT-NUM.
            MOVE OWNER-NAME-OUT TO APL-OWNER-NAME.
            MOVE LOT-CLASS-OUT TO APL-LOT-CLASS.
            IF APL-LOT-CLASS = SPACE
                MOVE "R" TO APL-LOT-CLASS
            END-IF.
            MOVE WS-TODAY-DATE TO APL-FILE-DATE.
            MOVE ASSESSED-EVALUATION-OUT TO APL-PRIOR-VALUE.
            MOVE WS-CLAIMED-VALUE TO APL-CLAIMED-VALUE.
            MOVE WS-HEARING-DATE TO APL-HEARING-DATE.
            MOVE "PENDING" TO APL-DECISION.
            MOVE ZERO TO APL-DECIDED-VALUE.
            MOVE ZERO TO APL-DECISION-DATE.
            MOVE ZERO TO APL-TAX-CHANGE.
            WRITE APPEAL-REC
                INVALID KEY
                    DISPLAY "AN APPEAL FOR THIS LOT AND YEAR IS "
                        "ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "APPEAL FILED"
            END-WRITE.

       B-300-SCHEDULE-HEARING.
            DISPLAY "TAX YEAR:".
            ACCEPT WS-APL-YEAR.
            DISPLAY "LOT NUMBER:".
            ACCEPT WS-APL-LOT.
            MOVE WS-APL-YEAR TO APL-YEAR.
            MOVE WS-APL-LOT TO APL-LOT-NUM.
            READ APPEAL-FILE
                INVALID KEY
                    DISPLAY "APPEAL NOT FOUND"
                NOT INVALID KEY
                    IF APL-DECISION NOT = "PENDING"
                        DISPLAY "APPEAL ALREADY DECIDED: " APL-DECISION
                    ELSE
                        DISPLAY "CURRENT HEARING DATE: "
                            APL-HEARING-DATE
                        DISPLAY "NEW HEARING DATE (YYYYMMDD):"
                        ACCEPT WS-HEARING-DATE
                        MOVE WS-HEARING-DATE TO APL-HEARING-DATE
                        REWRITE APPEAL-REC
                        DISPLAY "HEARING SCHEDULED"
                    END-IF
            END-READ.

       B-400-HEARING-DOCKET.
            DISPLAY "HEARINGS FROM DATE (YYYYMMDD):".
            ACCEPT WS-DOCKET-FROM.
            DISPLAY "HEARINGS TO DATE (YYYYMMDD):".
            ACCEPT WS-DOCKET-TO.
            MOVE ZERO TO WS-DOCKET-COUNT.
            MOVE ZERO TO WS-CNT-UNSCHEDULED.
            MOVE ZERO TO APL-YEAR.
            MOVE ZERO TO APL-LOT-NUM.
            MOVE "N" TO WS-EOF-FLAG.
            START APPEAL-FILE KEY NOT LESS THAN APL-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ APPEAL-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        PERFORM B-410-LOAD-DOCKET-ENTRY
                END-READ
            END-PERFORM.
            PERFORM C-100-SORT-DOCKET.
            DISPLAY " ".
            DISPLAY "========== APPEALS HEARING DOCKET ==========".
            DISPLAY "HEARINGS " WS-DOCKET-FROM " THROUGH " WS-DOCKET-TO.
            DISPLAY "HEARING   YEAR  LOT        OWNER               "
                "           VALUE      CLAIMED".
            PERFORM B-420-PRINT-DOCKET-ENTRY
                VARYING WS-SORT-I FROM 1 BY 1
                UNTIL WS-SORT-I > WS-DOCKET-COUNT.
            DISPLAY "----------------------------------------------".
            DISPLAY "HEARINGS ON DOCKET      : " WS-DOCKET-COUNT.
            DISPLAY "PENDING, NOT SCHEDULED  : " WS-CNT-UNSCHEDULED.

       B-410-LOAD-DOCKET-ENTRY.
            IF APL-DECISION = "PENDING"
                IF APL-HEARING-DATE = ZERO
                    ADD 1 TO WS-CNT-UNSCHEDULED
                ELSE
                    IF APL-HEARING-DATE NOT < WS-DOCKET-FROM
                        AND APL-HEARING-DATE NOT > WS-DOCKET-TO
                        AND WS-DOCKET-COUNT < 500
                        ADD 1 TO WS-DOCKET-COUNT
                        MOVE APL-HEARING-DATE
                            TO WS-DK-HEARING(WS-DOCKET-COUNT)
                        MOVE APL-YEAR TO WS-DK-YEAR(WS-DOCKET-COUNT)
                        MOVE APL-LOT-NUM TO WS-DK-LOT(WS-DOCKET-COUNT)
                        MOVE APL-OWNER-NAME
                            TO WS-DK-OWNER(WS-DOCKET-COUNT)
                        MOVE APL-PRIOR-VALUE
                            TO WS-DK-PRIOR(WS-DOCKET-COUNT)
                        MOVE APL-CLAIMED-VALUE
                            TO WS-DK-CLAIMED(WS-DOCKET-COUNT)
                    END-IF
                END-IF
            END-IF.

       B-420-PRINT-DOCKET-ENTRY.
            MOVE WS-DK-HEARING(WS-SORT-I) TO WS-K-HEARING.
            MOVE WS-DK-YEAR(WS-SORT-I) TO WS-K-YEAR.
            MOVE WS-DK-LOT(WS-SORT-I) TO WS-K-LOT.
            MOVE WS-DK-OWNER(WS-SORT-I) TO WS-K-OWNER.
            MOVE WS-DK-PRIOR(WS-SORT-I) TO WS-K-PRIOR.
            MOVE WS-DK-CLAIMED(WS-SORT-I) TO WS-K-CLAIMED.
            DISPLAY WS-DOCKET-LINE.

       B-500-ENTER-DECISION.
            DISPLAY "TAX YEAR:".
            ACCEPT WS-APL-YEAR.
            DISPLAY "LOT NUMBER:".
            ACCEPT WS-APL-LOT.
            MOVE WS-APL-YEAR TO APL-YEAR.
            MOVE WS-APL-LOT TO APL-LOT-NUM.
            READ APPEAL-FILE
                INVALID KEY
                    DISPLAY "APPEAL NOT FOUND"
                NOT INVALID KEY
                    IF APL-DECISION NOT = "PENDING"
                        DISPLAY "APPEAL ALREADY DECIDED: " APL-DECISION
                    ELSE
                        PERFORM B-510-TAKE-DECISION
                    END-IF
            END-READ.

       B-510-TAKE-DECISION.
            MOVE APL-PRIOR-VALUE TO WS-AMOUNT-EDIT.
            DISPLAY "VALUE UNDER APPEAL : " WS-AMOUNT-EDIT.
            MOVE APL-CLAIMED-VALUE TO WS-AMOUNT-EDIT.
            DISPLAY "OWNER'S CLAIM      : " WS-AMOUNT-EDIT.
            DISPLAY "DECISION (D=DENIED C=VALUE CHANGED W=WITHDRAWN):".
            ACCEPT WS-DECISION-CODE.
            EVALUATE WS-DECISION-CODE
                WHEN "D"
                WHEN "d"
                    MOVE "DENIED" TO APL-DECISION
                    PERFORM B-520-CLOSE-WITHOUT-CHANGE
                WHEN "W"
                WHEN "w"
                    MOVE "WITHDRAWN" TO APL-DECISION
                    PERFORM B-520-CLOSE-WITHOUT-CHANGE
                WHEN "C"
                WHEN "c"
                    DISPLAY "DECIDED VALUE:"
                    ACCEPT WS-DECIDED-VALUE
                    PERFORM B-530-APPLY-VALUE-CHANGE
                WHEN OTHER
                    DISPLAY "DECISION MUST BE D, C OR W"
            END-EVALUATE.

       B-520-CLOSE-WITHOUT-CHANGE.
            MOVE APL-PRIOR-VALUE TO APL-DECIDED-VALUE.
            MOVE WS-TODAY-DATE TO APL-DECISION-DATE.
            MOVE ZERO TO APL-TAX-CHANGE.
            REWRITE APPEAL-REC.
            DISPLAY "APPEAL CLOSED: " APL-DECISION.

       B-530-APPLY-VALUE-CHANGE.
            OPEN I-O OUTPUT-FILE.
            IF WS-CAO-STATUS NOT = "00"
                DISPLAY "MASTER FILE NOT FOUND"
            ELSE
                MOVE APL-LOT-NUM TO LOT-NUM-OUT
                READ OUTPUT-FILE
                    INVALID KEY
                        DISPLAY "LOT NOT FOUND - DECISION NOT POSTED"
                    NOT INVALID KEY
                        PERFORM B-540-REVALUE-LOT
                END-READ
                CLOSE OUTPUT-FILE
            END-IF.

       B-540-REVALUE-LOT.
            MOVE ASSESSED-EVALUATION-OUT TO WS-OLD-EVAL.
            IF WS-DECIDED-VALUE = WS-OLD-EVAL
                MOVE "DENIED" TO APL-DECISION
                PERFORM B-520-CLOSE-WITHOUT-CHANGE
            ELSE
                EVALUATE LOT-CLASS-OUT
                    WHEN "C"
                        MOVE TAX-MILLAGE-COM TO WS-CLASS-RATE
                    WHEN "A"
                        MOVE TAX-MILLAGE-AGR TO WS-CLASS-RATE
                    WHEN OTHER
                        MOVE TAX-MILLAGE-RES TO WS-CLASS-RATE
                END-EVALUATE
                COMPUTE WS-NET-EVAL = WS-OLD-EVAL - LOT-EXEMPTION-OUT
                IF WS-NET-EVAL < ZERO
                    MOVE ZERO TO WS-NET-EVAL
                END-IF
                COMPUTE WS-OLD-TAX ROUNDED =
                    WS-NET-EVAL * WS-CLASS-RATE / 1000
                COMPUTE WS-NET-EVAL =
                    WS-DECIDED-VALUE - LOT-EXEMPTION-OUT
                IF WS-NET-EVAL < ZERO
                    MOVE ZERO TO WS-NET-EVAL
                END-IF
                COMPUTE WS-NEW-TAX ROUNDED =
                    WS-NET-EVAL * WS-CLASS-RATE / 1000
                COMPUTE WS-TAX-CHANGE = WS-NEW-TAX - WS-OLD-TAX
                MOVE WS-DECIDED-VALUE TO ASSESSED-EVALUATION-OUT
                REWRITE OUTPUT-REC
                PERFORM B-550-WRITE-AUDIT-ENTRY
                IF WS-DECIDED-VALUE < WS-OLD-EVAL
                    MOVE "REDUCED" TO APL-DECISION
                ELSE
                    MOVE "INCREASED" TO APL-DECISION
                END-IF
                MOVE WS-OLD-EVAL TO APL-PRIOR-VALUE
                MOVE WS-DECIDED-VALUE TO APL-DECIDED-VALUE
                MOVE WS-TODAY-DATE TO APL-DECISION-DATE
                MOVE WS-TAX-CHANGE TO APL-TAX-CHANGE
                REWRITE APPEAL-REC
                MOVE WS-OLD-EVAL TO WS-AMOUNT-EDIT
                DISPLAY "PRIOR VALUE        : " WS-AMOUNT-EDIT
                MOVE WS-DECIDED-VALUE TO WS-AMOUNT-EDIT
                DISPLAY "DECIDED VALUE      : " WS-AMOUNT-EDIT
                MOVE WS-TAX-CHANGE TO WS-CHANGE-EDIT
                DISPLAY "TAX CHANGE         : " WS-CHANGE-EDIT
                IF WS-TAX-CHANGE NOT = ZERO
                    PERFORM B-560-POST-TO-RECEIVABLE
                END-IF
                DISPLAY "APPEAL DECIDED: " APL-DECISION
            END-IF.

       B-550-WRITE-AUDIT-ENTRY.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            MOVE LOT-NUM-OUT TO AUDIT-LOT-NUM.
            MOVE "APPEAL-CHG" TO AUDIT-OP-TYPE.
            MOVE WS-OLD-EVAL TO WS-AUDIT-EVAL-EDIT.
            MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-OLD-VALUE.
            MOVE WS-DECIDED-VALUE TO WS-AUDIT-EVAL-EDIT.
            MOVE WS-AUDIT-EVAL-EDIT TO AUDIT-NEW-VALUE.
            MOVE SPACES TO AUDIT-EVAL-AMOUNT.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            ACCEPT AUDIT-TIME FROM TIME.
            WRITE AUDIT-REC.
            CLOSE AUDIT-FILE.

      *    AN ABATEMENT COMES OFF THE RECEIVABLE AND OFF THE LATEST
      *    INSTALLMENTS' OPEN BALANCES FIRST; A SUPPLEMENTAL CHARGE IS
      *    ADDED TO THE RECEIVABLE AND TO THE LAST INSTALLMENT. A YEAR
      *    NOT YET BILLED PICKS UP THE NEW VALUE ON THE TAXBILL RUN.
       B-560-POST-TO-RECEIVABLE.
            OPEN I-O TAXAR-FILE.
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "NO RECEIVABLE FILE - TAXBILL WILL BILL THE "
                    "DECIDED VALUE"
            ELSE
                MOVE APL-YEAR TO AR-YEAR
                MOVE APL-LOT-NUM TO AR-LOT-NUM
                READ TAXAR-FILE
                    INVALID KEY
                        DISPLAY "YEAR NOT YET BILLED - TAXBILL WILL "
                            "BILL THE DECIDED VALUE"
                    NOT INVALID KEY
                        PERFORM B-570-ADJUST-RECEIVABLE
                END-READ
                CLOSE TAXAR-FILE
            END-IF.

       B-570-ADJUST-RECEIVABLE.
            COMPUTE WS-NEW-TAX-DUE = AR-TAX-DUE + WS-TAX-CHANGE.
            IF WS-NEW-TAX-DUE < ZERO
                MOVE ZERO TO WS-NEW-TAX-DUE
            END-IF.
            COMPUTE WS-LEVY-CHANGE = WS-NEW-TAX-DUE - AR-TAX-DUE.
            MOVE WS-NEW-TAX-DUE TO AR-TAX-DUE.
            REWRITE TAXAR-REC.
            IF WS-LEVY-CHANGE NOT = ZERO
                PERFORM B-575-WRITE-LEVY-CHANGE
            END-IF.
            IF WS-TAX-CHANGE < ZERO
                COMPUTE WS-ADJUST-LEFT = ZERO - WS-LEVY-CHANGE
                MOVE WS-ADJUST-LEFT TO WS-AMOUNT-EDIT
                DISPLAY "ABATEMENT POSTED   : " WS-AMOUNT-EDIT
            ELSE
                MOVE WS-LEVY-CHANGE TO WS-ADJUST-LEFT
                MOVE WS-ADJUST-LEFT TO WS-AMOUNT-EDIT
                DISPLAY "SUPPLEMENTAL CHARGE: " WS-AMOUNT-EDIT
            END-IF.
            MOVE "N" TO WS-INST-FILE-OPEN.
            OPEN I-O TAXINST-FILE.
            IF WS-TAXINST-STATUS = "00"
                MOVE "Y" TO WS-INST-FILE-OPEN
                PERFORM B-580-ADJUST-INSTALLMENTS
                CLOSE TAXINST-FILE
            END-IF.
            IF AR-PAID-AMOUNT > AR-TAX-DUE
                COMPUTE WS-OVERPAID = AR-PAID-AMOUNT - AR-TAX-DUE
                MOVE WS-OVERPAID TO WS-AMOUNT-EDIT
                DISPLAY "OWNER HAS OVERPAID - REFUND DUE: "
                    WS-AMOUNT-EDIT
            END-IF.

      *    THE ABATEMENT OR SUPPLEMENTAL CHARGE AS IT ACTUALLY CHANGED
      *    THE RECEIVABLE, LOGGED FOR THE GL INTERFACE.
       B-575-WRITE-LEVY-CHANGE.
            OPEN EXTEND LEVY-TRAN-FILE.
            IF WS-LEVY-TRAN-STATUS = "35"
                OPEN OUTPUT LEVY-TRAN-FILE
            END-IF.
            MOVE AR-YEAR TO LVT-YEAR.
            MOVE AR-LOT-NUM TO LVT-LOT-NUM.
            MOVE APL-LOT-CLASS TO LVT-CLASS.
            MOVE WS-LEVY-CHANGE TO LVT-AMOUNT.
            MOVE WS-TODAY-DATE TO LVT-DATE.
            MOVE WS-OPERATOR-ID TO LVT-OPERATOR-ID.
            ACCEPT LVT-TIME FROM TIME.
            WRITE LEVY-TRAN-REC.
            CLOSE LEVY-TRAN-FILE.

       B-580-ADJUST-INSTALLMENTS.
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
                END-READ
            END-PERFORM.
            IF WS-INST-LAST > ZERO
                IF WS-TAX-CHANGE > ZERO
                    MOVE AR-YEAR TO INST-YEAR
                    MOVE AR-LOT-NUM TO INST-LOT-NUM
                    MOVE WS-INST-LAST TO INST-NUM
                    READ TAXINST-FILE
                        NOT INVALID KEY
                            ADD WS-ADJUST-LEFT TO INST-AMOUNT-DUE
                            REWRITE TAXINST-REC
                    END-READ
                ELSE
                    PERFORM B-585-ABATE-INSTALLMENTS
                        VARYING WS-ADJUST-PASS FROM 1 BY 1
                        UNTIL WS-ADJUST-PASS > 2
                END-IF
            END-IF.

      *    PASS 1 TAKES THE ABATEMENT OFF WHAT IS STILL OPEN ON EACH
      *    INSTALLMENT, LATEST FIRST; PASS 2 TAKES ANY REMAINDER OFF
      *    INSTALLMENTS ALREADY PAID, LEAVING THEM OVERPAID.
       B-585-ABATE-INSTALLMENTS.
            PERFORM VARYING WS-INST-IDX FROM WS-INST-LAST BY -1
                    UNTIL WS-INST-IDX < 1 OR WS-ADJUST-LEFT = ZERO
                MOVE AR-YEAR TO INST-YEAR
                MOVE AR-LOT-NUM TO INST-LOT-NUM
                MOVE WS-INST-IDX TO INST-NUM
                READ TAXINST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM B-590-ABATE-ONE-INSTALLMENT
                END-READ
            END-PERFORM.

       B-590-ABATE-ONE-INSTALLMENT.
            IF WS-ADJUST-PASS = 1
                MOVE ZERO TO WS-INST-OPEN
                IF INST-PAID-AMOUNT < INST-AMOUNT-DUE
                    COMPUTE WS-INST-OPEN =
                        INST-AMOUNT-DUE - INST-PAID-AMOUNT
                END-IF
            ELSE
                MOVE INST-AMOUNT-DUE TO WS-INST-OPEN
            END-IF.
            IF WS-INST-OPEN > ZERO
                IF WS-ADJUST-LEFT > WS-INST-OPEN
                    MOVE WS-INST-OPEN TO WS-ADJUST-AMOUNT
                ELSE
                    MOVE WS-ADJUST-LEFT TO WS-ADJUST-AMOUNT
                END-IF
                SUBTRACT WS-ADJUST-AMOUNT FROM INST-AMOUNT-DUE
                SUBTRACT WS-ADJUST-AMOUNT FROM WS-ADJUST-LEFT
                REWRITE TAXINST-REC
            END-IF.

       B-600-YEAR-END-SUMMARY.
            DISPLAY "TAX YEAR:".
            ACCEPT WS-SUMMARY-YEAR.
            MOVE "R" TO WS-CL-CODE(1).
            MOVE "C" TO WS-CL-CODE(2).
            MOVE "A" TO WS-CL-CODE(3).
            PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                    UNTIL WS-CLASS-IDX > 3
                MOVE ZERO TO WS-CL-FILED(WS-CLASS-IDX)
                MOVE ZERO TO WS-CL-PENDING(WS-CLASS-IDX)
                MOVE ZERO TO WS-CL-CHANGED(WS-CLASS-IDX)
                MOVE ZERO TO WS-CL-VALUE-LOST(WS-CLASS-IDX)
                MOVE ZERO TO WS-CL-TAX-LOST(WS-CLASS-IDX)
            END-PERFORM.
            MOVE ZERO TO WS-TOT-FILED.
            MOVE ZERO TO WS-TOT-PENDING.
            MOVE ZERO TO WS-TOT-CHANGED.
            MOVE ZERO TO WS-TOT-VALUE-LOST.
            MOVE ZERO TO WS-TOT-TAX-LOST.
            MOVE WS-SUMMARY-YEAR TO APL-YEAR.
            MOVE ZERO TO APL-LOT-NUM.
            MOVE "N" TO WS-EOF-FLAG.
            START APPEAL-FILE KEY NOT LESS THAN APL-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ APPEAL-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        IF APL-YEAR NOT = WS-SUMMARY-YEAR
                            MOVE "Y" TO WS-EOF-FLAG
                        ELSE
                            PERFORM B-610-TALLY-ONE-APPEAL
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "========== APPEALS SUMMARY " WS-SUMMARY-YEAR
                " ==========".
            DISPLAY "CLASS  FILED  PENDING  CHANGED       VALUE LOST"
                "          TAX LOST".
            PERFORM B-620-PRINT-ONE-CLASS
                VARYING WS-CLASS-IDX FROM 1 BY 1
                UNTIL WS-CLASS-IDX > 3.
            DISPLAY "----------------------------------------------".
            MOVE "*" TO WS-Y-CLASS.
            MOVE WS-TOT-FILED TO WS-Y-FILED.
            MOVE WS-TOT-PENDING TO WS-Y-PENDING.
            MOVE WS-TOT-CHANGED TO WS-Y-CHANGED.
            MOVE WS-TOT-VALUE-LOST TO WS-Y-VALUE-LOST.
            MOVE WS-TOT-TAX-LOST TO WS-Y-TAX-LOST.
            DISPLAY WS-SUMMARY-LINE.
            DISPLAY "VALUE AND TAX LOST ARE NET OF INCREASES ON APPEAL".

       B-610-TALLY-ONE-APPEAL.
            EVALUATE APL-LOT-CLASS
                WHEN "C"
                    MOVE 2 TO WS-CLASS-IDX
                WHEN "A"
                    MOVE 3 TO WS-CLASS-IDX
                WHEN OTHER
                    MOVE 1 TO WS-CLASS-IDX
            END-EVALUATE.
            ADD 1 TO WS-CL-FILED(WS-CLASS-IDX).
            ADD 1 TO WS-TOT-FILED.
            IF APL-DECISION = "PENDING"
                ADD 1 TO WS-CL-PENDING(WS-CLASS-IDX)
                ADD 1 TO WS-TOT-PENDING
            END-IF.
            IF APL-DECISION = "REDUCED" OR APL-DECISION = "INCREASED"
                ADD 1 TO WS-CL-CHANGED(WS-CLASS-IDX)
                ADD 1 TO WS-TOT-CHANGED
                COMPUTE WS-CL-VALUE-LOST(WS-CLASS-IDX) =
                    WS-CL-VALUE-LOST(WS-CLASS-IDX)
                    + APL-PRIOR-VALUE - APL-DECIDED-VALUE
                COMPUTE WS-TOT-VALUE-LOST = WS-TOT-VALUE-LOST
                    + APL-PRIOR-VALUE - APL-DECIDED-VALUE
                SUBTRACT APL-TAX-CHANGE
                    FROM WS-CL-TAX-LOST(WS-CLASS-IDX)
                SUBTRACT APL-TAX-CHANGE FROM WS-TOT-TAX-LOST
            END-IF.

       B-620-PRINT-ONE-CLASS.
            MOVE WS-CL-CODE(WS-CLASS-IDX) TO WS-Y-CLASS.
            MOVE WS-CL-FILED(WS-CLASS-IDX) TO WS-Y-FILED.
            MOVE WS-CL-PENDING(WS-CLASS-IDX) TO WS-Y-PENDING.
            MOVE WS-CL-CHANGED(WS-CLASS-IDX) TO WS-Y-CHANGED.
            MOVE WS-CL-VALUE-LOST(WS-CLASS-IDX) TO WS-Y-VALUE-LOST.
            MOVE WS-CL-TAX-LOST(WS-CLASS-IDX) TO WS-Y-TAX-LOST.
            DISPLAY WS-SUMMARY-LINE.

       C-100-SORT-DOCKET.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-DOCKET-COUNT
                COMPUTE WS-SORT-LIMIT = WS-DOCKET-COUNT - WS-SORT-I
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-SORT-LIMIT
                    IF WS-DK-HEARING(WS-SORT-J)
                        > WS-DK-HEARING(WS-SORT-J + 1)
                        MOVE WS-DOCKET-ENTRY(WS-SORT-J)
                            TO WS-DOCKET-SWAP
                        MOVE WS-DOCKET-ENTRY(WS-SORT-J + 1)
                            TO WS-DOCKET-ENTRY(WS-SORT-J)
                        MOVE WS-DOCKET-SWAP
                            TO WS-DOCKET-ENTRY(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
       END PROGRAM APPEALS.
