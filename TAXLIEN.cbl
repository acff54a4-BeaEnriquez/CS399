      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tax lien certificates for delinquent lots. The
      *          advertising list selects every tax receivable still
      *          unpaid past a cutoff date (aged from the oldest
      *          unpaid installment where TAXBILL split the year)
      *          and writes the legal advertising list with the
      *          owner's name and mailing address from the owner
      *          master to the lien advertising file; lots already
      *          under an open certificate are left off. Issuing a
      *          certificate sells one lot's delinquent years (tax
      *          plus TAXRECV's penalty and interest) to a holder at
      *          the bid interest rate under the next certificate
      *          number. A redemption pays the certificate off with
      *          the holder's interest, logs each year's unpaid tax to
      *          the tax payment file and closes those receivables and
      *          their installments. BDE's lot listing and TAXSTMT's
      *          statements show the open certificate on the lot.
      *          Operators sign on first (TREASURY or MANAGER). Entries
      *          it writes carry the operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLIEN.
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
       SELECT TAXPAY-FILE
           ASSIGN TO WS-TAXPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXPAY-STATUS.
       SELECT LIEN-FILE
           ASSIGN TO WS-LIEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIEN-CERT-NUM
           ALTERNATE RECORD KEY IS LIEN-LOT-NUM WITH DUPLICATES
           FILE STATUS IS WS-LIEN-STATUS.
       SELECT LIEN-SEQ-FILE
           ASSIGN TO WS-LIEN-SEQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LSEQ-STATUS.
       SELECT AD-FILE
           ASSIGN TO WS-AD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AD-STATUS.
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
       FD  TAXPAY-FILE
           DATA RECORD IS TAXPAY-REC.
       01  TAXPAY-REC.
           05  TP-YEAR                PIC 9(4).
           05  TP-LOT-NUM             PIC 9(9).
           05  TP-AMOUNT              PIC 9(8)V99.
           05  TP-DATE                PIC 9(8).
           05  TP-OPERATOR-ID         PIC X(8).
           05  TP-TIME                PIC 9(8).
       FD  LIEN-FILE
           DATA RECORD IS LIEN-REC.
       01  LIEN-REC.
           05  LIEN-CERT-NUM          PIC 9(7).
           05  LIEN-LOT-NUM           PIC 9(9).
           05  LIEN-OWNER-NUM         PIC 9(5).
           05  LIEN-FIRST-YEAR        PIC 9(4).
           05  LIEN-LAST-YEAR         PIC 9(4).
           05  LIEN-ISSUE-DATE        PIC 9(8).
           05  LIEN-TAX-AMOUNT        PIC 9(8)V99.
           05  LIEN-FACE-AMOUNT       PIC 9(8)V99.
           05  LIEN-HOLDER-NAME       PIC X(26).
           05  LIEN-HOLDER-ADDR       PIC X(40).
           05  LIEN-BID-RATE          PIC 9(2)V99.
           05  LIEN-STATUS            PIC X(10).
           05  LIEN-REDEEM-DATE       PIC 9(8).
           05  LIEN-REDEEM-AMOUNT     PIC 9(8)V99.
       FD  LIEN-SEQ-FILE
           DATA RECORD IS LIEN-SEQ-REC.
       01  LIEN-SEQ-REC.
           05  LSEQ-LAST-CERT-NUM     PIC 9(7).
       FD  AD-FILE
           DATA RECORD IS AD-REC.
       01  AD-REC                     PIC X(80).
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
       01  WS-TAXAR-PATH           PIC X(100).
       01  WS-TAXINST-PATH         PIC X(100).
       01  WS-TAXPAY-PATH          PIC X(100).
       01  WS-LIEN-PATH            PIC X(100).
       01  WS-LIEN-SEQ-PATH        PIC X(100).
       01  WS-AD-PATH              PIC X(100).
       01  WS-CAO-STATUS           PIC XX    VALUE "00".
       01  WS-OWNER-STATUS         PIC XX    VALUE "00".
       01  WS-TAXAR-STATUS         PIC XX    VALUE "00".
       01  WS-TAXINST-STATUS       PIC XX    VALUE "00".
       01  WS-TAXPAY-STATUS        PIC XX    VALUE "00".
       01  WS-LIEN-STATUS          PIC XX    VALUE "00".
       01  WS-LSEQ-STATUS          PIC XX    VALUE "00".
       01  WS-AD-STATUS            PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-LIEN-EOF-FLAG        PIC X     VALUE "N".
       01  WS-INST-FILE-OPEN       PIC X     VALUE "N".
       01  WS-LIEN-FILE-OPEN       PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YY         PIC 9(4).
           05  WS-TODAY-MM         PIC 9(2).
           05  WS-TODAY-DD         PIC 9(2).
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-LIEN-LOT             PIC 9(9).
       01  WS-LIEN-OWNER-NUM       PIC 9(5).
       01  WS-LIEN-OWNER-NAME      PIC A(26).
       01  WS-CERT-NUM             PIC 9(7).
       01  WS-NEXT-CERT-NUM        PIC 9(7)  VALUE ZERO.
       01  WS-OPEN-CERT-NUM        PIC 9(7)  VALUE ZERO.
       01  WS-HOLDER-NAME          PIC X(26).
       01  WS-HOLDER-ADDR          PIC X(40).
       01  WS-BID-RATE             PIC 9(2)V99.
       01  WS-MAX-BID-RATE         PIC 9(2)V99 VALUE 18.00.
      *    PENALTY AND INTEREST AS TAXRECV'S DELINQUENCY REPORT
       01  WS-PENALTY-PCT          PIC 9(3)V99 VALUE 10.00.
       01  WS-INTEREST-PCT         PIC 9(3)V99 VALUE 1.00.
       01  WS-INST-IDX             PIC 9.
       01  WS-DELQ-FLAG            PIC X     VALUE "N".
       01  WS-DELQ-DUE-DATE        PIC 9(8).
       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YY           PIC 9(4).
           05  WS-DUE-MM           PIC 9(2).
           05  WS-DUE-DD           PIC 9(2).
       01  WS-TODAY-SERIAL         PIC S9(9) VALUE ZERO.
       01  WS-DUE-SERIAL           PIC S9(9) VALUE ZERO.
       01  WS-DAYS-PAST            PIC S9(9) VALUE ZERO.
       01  WS-MONTHS-PAST          PIC 9(5)  VALUE ZERO.
       01  WS-UNPAID-AMOUNT        PIC 9(8)V99 VALUE ZERO.
       01  WS-PENALTY-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       01  WS-INTEREST-AMOUNT      PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-OWED           PIC 9(9)V99 VALUE ZERO.
       01  WS-LOT-TAX              PIC 9(9)V99 VALUE ZERO.
       01  WS-LOT-OWED             PIC 9(9)V99 VALUE ZERO.
       01  WS-LOT-FIRST-YEAR       PIC 9(4)  VALUE ZERO.
       01  WS-LOT-LAST-YEAR        PIC 9(4)  VALUE ZERO.
       01  WS-YEAR-IDX             PIC 9(4).
       01  WS-HOLDER-INTEREST      PIC 9(8)V99 VALUE ZERO.
       01  WS-REDEEM-AMOUNT        PIC 9(8)V99 VALUE ZERO.
       01  WS-REDEEM-TAX           PIC 9(9)V99 VALUE ZERO.
       01  WS-CNT-LISTED           PIC 9(5)    VALUE ZERO.
       01  WS-CNT-UNDER-CERT       PIC 9(5)    VALUE ZERO.
       01  WS-CNT-CERTS            PIC 9(5)    VALUE ZERO.
       01  WS-CNT-OPEN             PIC 9(5)    VALUE ZERO.
       01  WS-TOT-ADVERTISED       PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-OPEN-FACE        PIC 9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZ9.99.
       01  WS-RATE-EDIT            PIC Z9.99.
       01  WS-CITY-STATE-ZIP       PIC X(40).
       01  WS-AD-HEAD-LINE.
           05  FILLER              PIC X(36)
               VALUE "NOTICE OF TAX LIEN SALE - DELINQUENT".
           05  FILLER              PIC X(18)
               VALUE " BEFORE CUTOFF OF ".
           05  WS-AH-CUTOFF        PIC 9(8).
       01  WS-AD-COL-LINE.
           05  FILLER              PIC X(17) VALUE "LOT        YEAR  ".
           05  FILLER              PIC X(28)
               VALUE "OWNER / MAILING ADDRESS".
           05  FILLER              PIC X(13) VALUE "    TAX DUE".
           05  FILLER              PIC X(12) VALUE "  TOTAL OWED".
       01  WS-AD-LOT-LINE.
           05  WS-A-LOT            PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-YEAR           PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-OWNER          PIC A(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-TAX            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A-OWED           PIC ZZZZZZZZ9.99.
       01  WS-AD-ADDR-LINE.
           05  FILLER              PIC X(17) VALUE SPACES.
           05  WS-A-ADDR           PIC X(40).
       01  WS-AD-TOTAL-LINE.
           05  FILLER              PIC X(19)
               VALUE "RECEIVABLES LISTED ".
           05  WS-AT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "TOTAL OWED   ".
           05  WS-AT-OWED          PIC ZZZZZZZZZZ9.99.
       01  WS-CERT-LINE.
           05  WS-L-CERT           PIC 9(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-LOT            PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-YEARS          PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-ISSUED         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-FACE           PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-RATE           PIC Z9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-STATUS         PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-L-HOLDER         PIC X(26).
       01  WS-YEAR-RANGE.
           05  WS-YR-FIRST         PIC 9(4).
           05  FILLER              PIC X     VALUE "-".
           05  WS-YR-LAST          PIC 9(4).
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
            COMPUTE WS-TODAY-SERIAL =
                (WS-TODAY-YY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 5.
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
            ACCEPT WS-TAXAR-PATH FROM ENVIRONMENT "TAX_AR_PATH".
            IF WS-TAXAR-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXAR.TXT" TO WS-TAXAR-PATH
            END-IF.
            ACCEPT WS-TAXINST-PATH FROM ENVIRONMENT "TAX_INST_PATH".
            IF WS-TAXINST-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXINST.TXT" TO WS-TAXINST-PATH
            END-IF.
            ACCEPT WS-TAXPAY-PATH FROM ENVIRONMENT "TAX_PAY_PATH".
            IF WS-TAXPAY-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXPAY.TXT" TO WS-TAXPAY-PATH
            END-IF.
            ACCEPT WS-LIEN-PATH FROM ENVIRONMENT "TAX_LIEN_PATH".
            IF WS-LIEN-PATH = SPACES
                MOVE "C:\COBOL_Files\TAXLIEN.TXT" TO WS-LIEN-PATH
            END-IF.
            ACCEPT WS-LIEN-SEQ-PATH FROM ENVIRONMENT "LIEN_SEQ_PATH".
            IF WS-LIEN-SEQ-PATH = SPACES
                MOVE "C:\COBOL_Files\LIENSEQ.TXT" TO WS-LIEN-SEQ-PATH
            END-IF.
            ACCEPT WS-AD-PATH FROM ENVIRONMENT "TAX_LIEN_AD_PATH".
            IF WS-AD-PATH = SPACES
                MOVE "C:\COBOL_Files\LIENAD.TXT" TO WS-AD-PATH
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "========= TAX LIEN MENU =========".
            DISPLAY "[1] LEGAL ADVERTISING LIST".
            DISPLAY "[2] ISSUE LIEN CERTIFICATE".
            DISPLAY "[3] RECORD REDEMPTION".
            DISPLAY "[4] CERTIFICATE REGISTER".
            DISPLAY "[5] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-ADVERTISING-LIST
                WHEN 2
                    PERFORM B-300-ISSUE-CERTIFICATE
                WHEN 3
                    PERFORM B-400-RECORD-REDEMPTION
                WHEN 4
                    PERFORM B-500-CERTIFICATE-REGISTER
            END-EVALUATE.

       B-200-ADVERTISING-LIST.
            DISPLAY "DELINQUENT BEFORE CUTOFF DATE (YYYYMMDD):".
            ACCEPT WS-CUTOFF-DATE.
            OPEN INPUT TAXAR-FILE.
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "RECEIVABLE FILE NOT FOUND - RUN TAXBILL FIRST"
            ELSE
                OPEN INPUT OUTPUT-FILE
                IF WS-CAO-STATUS NOT = "00"
                    DISPLAY "MASTER FILE NOT FOUND"
                    CLOSE TAXAR-FILE
                ELSE
                    OPEN INPUT OWNER-FILE
                    IF WS-OWNER-STATUS NOT = "00"
                        DISPLAY "OWNER MASTER NOT FOUND"
                        CLOSE OUTPUT-FILE
                        CLOSE TAXAR-FILE
                    ELSE
                        PERFORM B-205-WRITE-ADVERTISING-LIST
                    END-IF
                END-IF
            END-IF.

       B-205-WRITE-ADVERTISING-LIST.
            PERFORM A-100-OPEN-OPTIONAL-INPUTS.
            OPEN OUTPUT AD-FILE.
            MOVE ZERO TO WS-CNT-LISTED.
            MOVE ZERO TO WS-CNT-UNDER-CERT.
            MOVE ZERO TO WS-TOT-ADVERTISED.
            MOVE WS-CUTOFF-DATE TO WS-AH-CUTOFF.
            MOVE WS-AD-HEAD-LINE TO AD-REC.
            WRITE AD-REC.
            MOVE WS-AD-COL-LINE TO AD-REC.
            WRITE AD-REC.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ TAXAR-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        PERFORM B-210-ADVERTISE-ONE-RECEIVABLE
                END-READ
            END-PERFORM.
            MOVE WS-CNT-LISTED TO WS-AT-COUNT.
            MOVE WS-TOT-ADVERTISED TO WS-AT-OWED.
            MOVE WS-AD-TOTAL-LINE TO AD-REC.
            WRITE AD-REC.
            CLOSE AD-FILE.
            PERFORM A-110-CLOSE-OPTIONAL-INPUTS.
            CLOSE OWNER-FILE.
            CLOSE OUTPUT-FILE.
            CLOSE TAXAR-FILE.
            DISPLAY "======= LIEN ADVERTISING LIST =======".
            DISPLAY "ADVERTISING FILE     : " WS-AD-PATH.
            DISPLAY "RECEIVABLES LISTED   : " WS-CNT-LISTED.
            DISPLAY "SKIPPED, UNDER CERT  : " WS-CNT-UNDER-CERT.
            DISPLAY "TOTAL ADVERTISED     : " WS-TOT-ADVERTISED.

       B-210-ADVERTISE-ONE-RECEIVABLE.
            PERFORM C-100-CHECK-DELINQUENT.
            IF WS-DELQ-FLAG = "Y"
                MOVE AR-LOT-NUM TO WS-LIEN-LOT
                PERFORM C-300-FIND-OPEN-LIEN
                IF WS-OPEN-CERT-NUM NOT = ZERO
                    ADD 1 TO WS-CNT-UNDER-CERT
                ELSE
                    PERFORM B-220-WRITE-AD-ENTRY
                END-IF
            END-IF.

       B-220-WRITE-AD-ENTRY.
            ADD 1 TO WS-CNT-LISTED.
            ADD WS-TOTAL-OWED TO WS-TOT-ADVERTISED.
            MOVE AR-LOT-NUM TO WS-A-LOT.
            MOVE AR-YEAR TO WS-A-YEAR.
            MOVE AR-OWNER-NAME TO WS-A-OWNER.
            MOVE WS-UNPAID-AMOUNT TO WS-A-TAX.
            MOVE WS-TOTAL-OWED TO WS-A-OWED.
            MOVE SPACES TO OWNER-MAIL-ADDR-OUT.
            MOVE SPACES TO WS-CITY-STATE-ZIP.
            MOVE AR-LOT-NUM TO LOT-NUM-OUT.
            READ OUTPUT-FILE
                INVALID KEY
                    MOVE "LOT NOT ON MASTER" TO OWNER-MAIL-ADDR-OUT
                NOT INVALID KEY
                    MOVE OWNER-NAME-OUT TO WS-A-OWNER
                    MOVE LOT-OWNER-NUM-OUT TO OWNER-NUM-OUT
                    READ OWNER-FILE
                        INVALID KEY
                            MOVE "OWNER NOT ON OWNER MASTER"
                                TO OWNER-MAIL-ADDR-OUT
                        NOT INVALID KEY
                            MOVE OWNER-FULL-NAME-OUT TO WS-A-OWNER
                            STRING OWNER-MAIL-CITY-OUT
                                       DELIMITED BY "  "
                                   ", " DELIMITED BY SIZE
                                   OWNER-MAIL-STATE-OUT
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   OWNER-MAIL-ZIP-OUT DELIMITED BY SIZE
                                   INTO WS-CITY-STATE-ZIP
                    END-READ
            END-READ.
            MOVE WS-AD-LOT-LINE TO AD-REC.
            WRITE AD-REC.
            MOVE OWNER-MAIL-ADDR-OUT TO WS-A-ADDR.
            MOVE WS-AD-ADDR-LINE TO AD-REC.
            WRITE AD-REC.
            IF WS-CITY-STATE-ZIP NOT = SPACES
                MOVE WS-CITY-STATE-ZIP TO WS-A-ADDR
                MOVE WS-AD-ADDR-LINE TO AD-REC
                WRITE AD-REC
            END-IF.

       B-300-ISSUE-CERTIFICATE.
            MOVE ZERO TO WS-OPEN-CERT-NUM.
            MOVE ZERO TO WS-LOT-OWED.
            DISPLAY "LOT NUMBER:".
            ACCEPT WS-LIEN-LOT.
            DISPLAY "DELINQUENT BEFORE CUTOFF DATE (YYYYMMDD):".
            ACCEPT WS-CUTOFF-DATE.
            OPEN INPUT TAXAR-FILE.
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "RECEIVABLE FILE NOT FOUND - RUN TAXBILL FIRST"
            ELSE
                OPEN INPUT OUTPUT-FILE
                IF WS-CAO-STATUS NOT = "00"
                    DISPLAY "MASTER FILE NOT FOUND"
                    CLOSE TAXAR-FILE
                ELSE
                    PERFORM B-305-PRICE-LOT-DELINQUENCY
                END-IF
            END-IF.

       B-305-PRICE-LOT-DELINQUENCY.
            PERFORM A-100-OPEN-OPTIONAL-INPUTS.
            MOVE WS-LIEN-LOT TO LOT-NUM-OUT.
            READ OUTPUT-FILE
                INVALID KEY
                    DISPLAY "LOT NOT FOUND"
                NOT INVALID KEY
                    MOVE LOT-OWNER-NUM-OUT TO WS-LIEN-OWNER-NUM
                    MOVE OWNER-NAME-OUT TO WS-LIEN-OWNER-NAME
                    PERFORM C-300-FIND-OPEN-LIEN
                    IF WS-OPEN-CERT-NUM NOT = ZERO
                        DISPLAY "LOT ALREADY UNDER CERTIFICATE "
                            WS-OPEN-CERT-NUM
                    ELSE
                        PERFORM B-310-TOTAL-LOT-DELINQUENCY
                    END-IF
            END-READ.
            PERFORM A-110-CLOSE-OPTIONAL-INPUTS.
            CLOSE OUTPUT-FILE.
            CLOSE TAXAR-FILE.
            IF WS-OPEN-CERT-NUM = ZERO AND WS-LOT-OWED > ZERO
                PERFORM B-320-TAKE-BID
            END-IF.

       B-310-TOTAL-LOT-DELINQUENCY.
            MOVE ZERO TO WS-LOT-TAX.
            MOVE ZERO TO WS-LOT-OWED.
            MOVE ZERO TO WS-LOT-FIRST-YEAR.
            MOVE ZERO TO WS-LOT-LAST-YEAR.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ TAXAR-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        IF AR-LOT-NUM = WS-LIEN-LOT
                            PERFORM C-100-CHECK-DELINQUENT
                            IF WS-DELQ-FLAG = "Y"
                                ADD WS-UNPAID-AMOUNT TO WS-LOT-TAX
                                ADD WS-TOTAL-OWED TO WS-LOT-OWED
                                IF WS-LOT-FIRST-YEAR = ZERO
                                    MOVE AR-YEAR TO WS-LOT-FIRST-YEAR
                                END-IF
                                MOVE AR-YEAR TO WS-LOT-LAST-YEAR
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LOT-OWED = ZERO
                DISPLAY "LOT NOT DELINQUENT BEFORE THE CUTOFF"
            ELSE
                DISPLAY "OWNER          : " WS-LIEN-OWNER-NAME
                DISPLAY "YEARS          : " WS-LOT-FIRST-YEAR " - "
                    WS-LOT-LAST-YEAR
                MOVE WS-LOT-TAX TO WS-AMOUNT-EDIT
                DISPLAY "DELINQUENT TAX : " WS-AMOUNT-EDIT
                MOVE WS-LOT-OWED TO WS-AMOUNT-EDIT
                DISPLAY "CERTIFICATE FACE (TAX, PENALTY, INTEREST): "
                    WS-AMOUNT-EDIT
            END-IF.

       B-320-TAKE-BID.
            DISPLAY "CERTIFICATE HOLDER NAME:".
            ACCEPT WS-HOLDER-NAME.
            DISPLAY "CERTIFICATE HOLDER ADDRESS:".
            ACCEPT WS-HOLDER-ADDR.
            DISPLAY "BID INTEREST RATE (PCT PER YEAR):".
            ACCEPT WS-BID-RATE.
            IF WS-HOLDER-NAME = SPACES
                DISPLAY "HOLDER NAME IS REQUIRED - NOT ISSUED"
            ELSE
                IF WS-BID-RATE > WS-MAX-BID-RATE
                    MOVE WS-MAX-BID-RATE TO WS-RATE-EDIT
                    DISPLAY "BID RATE CANNOT EXCEED " WS-RATE-EDIT
                        " PCT - NOT ISSUED"
                ELSE
                    DISPLAY "ISSUE CERTIFICATE (Y/N):"
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = "Y" OR "y"
                        PERFORM B-330-WRITE-CERTIFICATE
                    ELSE
                        DISPLAY "CERTIFICATE NOT ISSUED"
                    END-IF
                END-IF
            END-IF.

       B-330-WRITE-CERTIFICATE.
            PERFORM C-200-GET-NEXT-CERT-NUM.
            OPEN I-O LIEN-FILE.
            IF WS-LIEN-STATUS = "35"
                OPEN OUTPUT LIEN-FILE
                CLOSE LIEN-FILE
                OPEN I-O LIEN-FILE
            END-IF.
            MOVE WS-NEXT-CERT-NUM TO LIEN-CERT-NUM.
            MOVE WS-LIEN-LOT TO LIEN-LOT-NUM.
            MOVE WS-LIEN-OWNER-NUM TO LIEN-OWNER-NUM.
            MOVE WS-LOT-FIRST-YEAR TO LIEN-FIRST-YEAR.
            MOVE WS-LOT-LAST-YEAR TO LIEN-LAST-YEAR.
            MOVE WS-TODAY-DATE TO LIEN-ISSUE-DATE.
            MOVE WS-LOT-TAX TO LIEN-TAX-AMOUNT.
            MOVE WS-LOT-OWED TO LIEN-FACE-AMOUNT.
            MOVE WS-HOLDER-NAME TO LIEN-HOLDER-NAME.
            MOVE WS-HOLDER-ADDR TO LIEN-HOLDER-ADDR.
            MOVE WS-BID-RATE TO LIEN-BID-RATE.
            MOVE "OPEN" TO LIEN-STATUS.
            MOVE ZERO TO LIEN-REDEEM-DATE.
            MOVE ZERO TO LIEN-REDEEM-AMOUNT.
            WRITE LIEN-REC
                INVALID KEY
                    DISPLAY "CERTIFICATE NUMBER ALREADY ON FILE: "
                        WS-NEXT-CERT-NUM
                NOT INVALID KEY
                    PERFORM B-340-PRINT-CERTIFICATE
            END-WRITE.
            CLOSE LIEN-FILE.

       B-340-PRINT-CERTIFICATE.
            DISPLAY " ".
            DISPLAY "========== TAX LIEN CERTIFICATE ==========".
            DISPLAY "CERTIFICATE NUMBER : " LIEN-CERT-NUM.
            DISPLAY "DATE OF ISSUE      : " LIEN-ISSUE-DATE.
            DISPLAY "LOT NUMBER         : " LIEN-LOT-NUM.
            DISPLAY "OWNER OF RECORD    : " WS-LIEN-OWNER-NAME.
            DISPLAY "TAX YEARS          : " LIEN-FIRST-YEAR " - "
                LIEN-LAST-YEAR.
            MOVE LIEN-FACE-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "FACE AMOUNT        : " WS-AMOUNT-EDIT.
            DISPLAY "HOLDER             : " LIEN-HOLDER-NAME.
            DISPLAY "                     " LIEN-HOLDER-ADDR.
            MOVE LIEN-BID-RATE TO WS-RATE-EDIT.
            DISPLAY "INTEREST RATE      : " WS-RATE-EDIT " PCT/YEAR".
            DISPLAY "==========================================".

       B-400-RECORD-REDEMPTION.
            DISPLAY "CERTIFICATE NUMBER:".
            ACCEPT WS-CERT-NUM.
            OPEN I-O LIEN-FILE.
            IF WS-LIEN-STATUS NOT = "00"
                DISPLAY "LIEN FILE NOT FOUND"
            ELSE
                MOVE WS-CERT-NUM TO LIEN-CERT-NUM
                READ LIEN-FILE
                    INVALID KEY
                        DISPLAY "CERTIFICATE NOT FOUND"
                    NOT INVALID KEY
                        IF LIEN-STATUS NOT = "OPEN"
                            DISPLAY "CERTIFICATE IS " LIEN-STATUS
                                " - NOTHING TO REDEEM"
                        ELSE
                            PERFORM B-410-PRICE-REDEMPTION
                        END-IF
                END-READ
                CLOSE LIEN-FILE
            END-IF.

      *    THE HOLDER EARNS THE BID RATE FOR EACH MONTH OR PART MONTH
      *    SINCE ISSUE, ON THE 360-DAY CALENDAR TAXRECV AGES ON.
       B-410-PRICE-REDEMPTION.
            MOVE LIEN-ISSUE-DATE TO WS-DUE-DATE-PARTS.
            COMPUTE WS-DUE-SERIAL =
                (WS-DUE-YY * 360) + (WS-DUE-MM * 30) + WS-DUE-DD.
            COMPUTE WS-DAYS-PAST = WS-TODAY-SERIAL - WS-DUE-SERIAL.
            IF WS-DAYS-PAST < ZERO
                MOVE ZERO TO WS-DAYS-PAST
            END-IF.
            COMPUTE WS-MONTHS-PAST = (WS-DAYS-PAST + 29) / 30.
            COMPUTE WS-HOLDER-INTEREST ROUNDED =
                LIEN-FACE-AMOUNT * LIEN-BID-RATE
                * WS-MONTHS-PAST / 1200.
            COMPUTE WS-REDEEM-AMOUNT =
                LIEN-FACE-AMOUNT + WS-HOLDER-INTEREST.
            DISPLAY "LOT NUMBER         : " LIEN-LOT-NUM.
            DISPLAY "HOLDER             : " LIEN-HOLDER-NAME.
            DISPLAY "TAX YEARS          : " LIEN-FIRST-YEAR " - "
                LIEN-LAST-YEAR.
            MOVE LIEN-FACE-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "FACE AMOUNT        : " WS-AMOUNT-EDIT.
            MOVE WS-HOLDER-INTEREST TO WS-AMOUNT-EDIT.
            DISPLAY "HOLDER INTEREST    : " WS-AMOUNT-EDIT
                "  (" WS-MONTHS-PAST " MONTHS)".
            MOVE WS-REDEEM-AMOUNT TO WS-AMOUNT-EDIT.
            DISPLAY "REDEMPTION AMOUNT  : " WS-AMOUNT-EDIT.
            DISPLAY "REDEMPTION AMOUNT RECEIVED (Y/N):".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "Y" OR "y"
                PERFORM B-420-CLOSE-RECEIVABLES
                MOVE "REDEEMED" TO LIEN-STATUS
                MOVE WS-TODAY-DATE TO LIEN-REDEEM-DATE
                MOVE WS-REDEEM-AMOUNT TO LIEN-REDEEM-AMOUNT
                REWRITE LIEN-REC
                MOVE WS-REDEEM-TAX TO WS-AMOUNT-EDIT
                DISPLAY "CERTIFICATE REDEEMED - TAX POSTED: "
                    WS-AMOUNT-EDIT
            ELSE
                DISPLAY "REDEMPTION NOT RECORDED"
            END-IF.

       B-420-CLOSE-RECEIVABLES.
            MOVE ZERO TO WS-REDEEM-TAX.
            OPEN I-O TAXAR-FILE.
            IF WS-TAXAR-STATUS NOT = "00"
                DISPLAY "RECEIVABLE FILE NOT FOUND"
            ELSE
                MOVE "N" TO WS-INST-FILE-OPEN
                OPEN I-O TAXINST-FILE
                IF WS-TAXINST-STATUS = "00"
                    MOVE "Y" TO WS-INST-FILE-OPEN
                END-IF
                OPEN EXTEND TAXPAY-FILE
                IF WS-TAXPAY-STATUS = "35"
                    OPEN OUTPUT TAXPAY-FILE
                END-IF
                PERFORM B-430-CLOSE-ONE-YEAR
                    VARYING WS-YEAR-IDX FROM LIEN-FIRST-YEAR BY 1
                    UNTIL WS-YEAR-IDX > LIEN-LAST-YEAR
                CLOSE TAXPAY-FILE
                IF WS-INST-FILE-OPEN = "Y"
                    CLOSE TAXINST-FILE
                END-IF
                CLOSE TAXAR-FILE
            END-IF.

       B-430-CLOSE-ONE-YEAR.
            MOVE WS-YEAR-IDX TO AR-YEAR.
            MOVE LIEN-LOT-NUM TO AR-LOT-NUM.
            READ TAXAR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AR-PAID-AMOUNT < AR-TAX-DUE
                        COMPUTE WS-UNPAID-AMOUNT =
                            AR-TAX-DUE - AR-PAID-AMOUNT
                        ADD WS-UNPAID-AMOUNT TO WS-REDEEM-TAX
                        MOVE AR-TAX-DUE TO AR-PAID-AMOUNT
                        MOVE WS-TODAY-DATE TO AR-LAST-PAY-DATE
                        REWRITE TAXAR-REC
                        MOVE AR-YEAR TO TP-YEAR
                        MOVE AR-LOT-NUM TO TP-LOT-NUM
                        MOVE WS-UNPAID-AMOUNT TO TP-AMOUNT
                        MOVE WS-TODAY-DATE TO TP-DATE
                        MOVE WS-OPERATOR-ID TO TP-OPERATOR-ID
                        ACCEPT TP-TIME FROM TIME
                        WRITE TAXPAY-REC
                        IF WS-INST-FILE-OPEN = "Y"
                            PERFORM B-440-CLOSE-ONE-INSTALLMENT
                                VARYING WS-INST-IDX FROM 1 BY 1
                                UNTIL WS-INST-IDX > 4
                        END-IF
                    END-IF
            END-READ.

       B-440-CLOSE-ONE-INSTALLMENT.
            MOVE AR-YEAR TO INST-YEAR.
            MOVE AR-LOT-NUM TO INST-LOT-NUM.
            MOVE WS-INST-IDX TO INST-NUM.
            READ TAXINST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF INST-PAID-AMOUNT < INST-AMOUNT-DUE
                        MOVE INST-AMOUNT-DUE TO INST-PAID-AMOUNT
                        MOVE WS-TODAY-DATE TO INST-LAST-PAY-DATE
                        REWRITE TAXINST-REC
                    END-IF
            END-READ.

       B-500-CERTIFICATE-REGISTER.
            OPEN INPUT LIEN-FILE.
            IF WS-LIEN-STATUS NOT = "00"
                DISPLAY "LIEN FILE NOT FOUND"
            ELSE
                MOVE ZERO TO WS-CNT-CERTS
                MOVE ZERO TO WS-CNT-OPEN
                MOVE ZERO TO WS-TOT-OPEN-FACE
                DISPLAY " "
                DISPLAY "============ TAX LIEN CERTIFICATE REGISTER"
                    " ============"
                DISPLAY "CERT     LOT        YEARS      ISSUED    "
                    "      FACE   RATE  STATUS      HOLDER"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ LIEN-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            PERFORM B-510-LIST-ONE-CERTIFICATE
                    END-READ
                END-PERFORM
                CLOSE LIEN-FILE
                DISPLAY "----------------------------------------------"
                DISPLAY "CERTIFICATES ISSUED  : " WS-CNT-CERTS
                DISPLAY "CERTIFICATES OPEN    : " WS-CNT-OPEN
                DISPLAY "OPEN FACE AMOUNT     : " WS-TOT-OPEN-FACE
            END-IF.

       B-510-LIST-ONE-CERTIFICATE.
            ADD 1 TO WS-CNT-CERTS.
            IF LIEN-STATUS = "OPEN"
                ADD 1 TO WS-CNT-OPEN
                ADD LIEN-FACE-AMOUNT TO WS-TOT-OPEN-FACE
            END-IF.
            MOVE LIEN-CERT-NUM TO WS-L-CERT.
            MOVE LIEN-LOT-NUM TO WS-L-LOT.
            MOVE LIEN-FIRST-YEAR TO WS-YR-FIRST.
            MOVE LIEN-LAST-YEAR TO WS-YR-LAST.
            MOVE WS-YEAR-RANGE TO WS-L-YEARS.
            MOVE LIEN-ISSUE-DATE TO WS-L-ISSUED.
            MOVE LIEN-FACE-AMOUNT TO WS-L-FACE.
            MOVE LIEN-BID-RATE TO WS-L-RATE.
            MOVE LIEN-STATUS TO WS-L-STATUS.
            MOVE LIEN-HOLDER-NAME TO WS-L-HOLDER.
            DISPLAY WS-CERT-LINE.

       A-100-OPEN-OPTIONAL-INPUTS.
            MOVE "N" TO WS-INST-FILE-OPEN.
            OPEN INPUT TAXINST-FILE.
            IF WS-TAXINST-STATUS = "00"
                MOVE "Y" TO WS-INST-FILE-OPEN
            END-IF.
            MOVE "N" TO WS-LIEN-FILE-OPEN.
            OPEN INPUT LIEN-FILE.
            IF WS-LIEN-STATUS = "00"
                MOVE "Y" TO WS-LIEN-FILE-OPEN
            END-IF.

       A-110-CLOSE-OPTIONAL-INPUTS.
            IF WS-INST-FILE-OPEN = "Y"
                CLOSE TAXINST-FILE
            END-IF.
            IF WS-LIEN-FILE-OPEN = "Y"
                CLOSE LIEN-FILE
            END-IF.

      *    A RECEIVABLE IS DELINQUENT WHEN TAX IS STILL OWED AND THE
      *    OLDEST UNPAID INSTALLMENT (OR THE RECEIVABLE'S OWN DUE DATE
      *    WHEN THE YEAR WAS NOT SPLIT) FELL DUE BEFORE THE CUTOFF.
      *    PENALTY AND INTEREST ARE FIGURED AS OF TODAY.
       C-100-CHECK-DELINQUENT.
            MOVE "N" TO WS-DELQ-FLAG.
            MOVE ZERO TO WS-UNPAID-AMOUNT.
            MOVE ZERO TO WS-TOTAL-OWED.
            IF AR-PAID-AMOUNT < AR-TAX-DUE
                COMPUTE WS-UNPAID-AMOUNT = AR-TAX-DUE - AR-PAID-AMOUNT
                MOVE AR-DUE-DATE TO WS-DELQ-DUE-DATE
                IF WS-INST-FILE-OPEN = "Y"
                    PERFORM VARYING WS-INST-IDX FROM 4 BY -1
                            UNTIL WS-INST-IDX < 1
                        MOVE AR-YEAR TO INST-YEAR
                        MOVE AR-LOT-NUM TO INST-LOT-NUM
                        MOVE WS-INST-IDX TO INST-NUM
                        READ TAXINST-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF INST-PAID-AMOUNT < INST-AMOUNT-DUE
                                    MOVE INST-DUE-DATE
                                        TO WS-DELQ-DUE-DATE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                IF WS-DELQ-DUE-DATE < WS-CUTOFF-DATE
                    MOVE "Y" TO WS-DELQ-FLAG
                    PERFORM C-110-FIGURE-PENALTY
                END-IF
            END-IF.

       C-110-FIGURE-PENALTY.
            MOVE WS-DELQ-DUE-DATE TO WS-DUE-DATE-PARTS.
            COMPUTE WS-DUE-SERIAL =
                (WS-DUE-YY * 360) + (WS-DUE-MM * 30) + WS-DUE-DD.
            COMPUTE WS-DAYS-PAST = WS-TODAY-SERIAL - WS-DUE-SERIAL.
            IF WS-DAYS-PAST < ZERO
                MOVE ZERO TO WS-DAYS-PAST
            END-IF.
            COMPUTE WS-MONTHS-PAST = (WS-DAYS-PAST + 29) / 30.
            COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                WS-UNPAID-AMOUNT * WS-PENALTY-PCT / 100.
            COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                WS-UNPAID-AMOUNT * WS-INTEREST-PCT
                * WS-MONTHS-PAST / 100.
            COMPUTE WS-TOTAL-OWED =
                WS-UNPAID-AMOUNT + WS-PENALTY-AMOUNT
                + WS-INTEREST-AMOUNT.

       C-200-GET-NEXT-CERT-NUM.
            MOVE ZERO TO WS-NEXT-CERT-NUM.
            OPEN INPUT LIEN-SEQ-FILE.
            IF WS-LSEQ-STATUS = "00"
                READ LIEN-SEQ-FILE
                    NOT AT END
                        MOVE LSEQ-LAST-CERT-NUM TO WS-NEXT-CERT-NUM
                END-READ
                CLOSE LIEN-SEQ-FILE
            END-IF.
            ADD 1 TO WS-NEXT-CERT-NUM.
            OPEN OUTPUT LIEN-SEQ-FILE.
            MOVE WS-NEXT-CERT-NUM TO LSEQ-LAST-CERT-NUM.
            WRITE LIEN-SEQ-REC.
            CLOSE LIEN-SEQ-FILE.

       C-300-FIND-OPEN-LIEN.
            MOVE ZERO TO WS-OPEN-CERT-NUM.
            IF WS-LIEN-FILE-OPEN = "Y"
                MOVE "N" TO WS-LIEN-EOF-FLAG
                MOVE WS-LIEN-LOT TO LIEN-LOT-NUM
                START LIEN-FILE KEY = LIEN-LOT-NUM
                    INVALID KEY
                        MOVE "Y" TO WS-LIEN-EOF-FLAG
                END-START
                PERFORM UNTIL WS-LIEN-EOF-FLAG = "Y"
                    READ LIEN-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-LIEN-EOF-FLAG
                        NOT AT END
                            IF LIEN-LOT-NUM NOT = WS-LIEN-LOT
                                MOVE "Y" TO WS-LIEN-EOF-FLAG
                            ELSE
                                IF LIEN-STATUS = "OPEN"
                                    MOVE LIEN-CERT-NUM
                                        TO WS-OPEN-CERT-NUM
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
       END PROGRAM TAXLIEN.
