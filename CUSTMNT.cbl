      *          call when an order goes READY and ORDPAY's aging
      *          lines connect to people. The order-history inquiry
      *          lists every order for a customer with its status,
      *          total, payments to date and balance due. Schools
      *          and resellers are flagged tax exempt with their
      *          exemption certificate number, which ENRIQUEZ carries
      *          onto their orders and quotes in place of sales tax.
      *          Operators sign on first (FRONT-COUNTER or MANAGER).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS PAY-ORDER-NUM
               WITH DUPLICATES
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE
           05  CUST-CITY-OUT          PIC X(20).
           05  CUST-STATE-OUT         PIC X(2).
           05  CUST-ZIP-OUT           PIC 9(5).
           05  CUST-TAX-STATUS-OUT    PIC X.
           05  CUST-EXEMPT-CERT-OUT   PIC X(15).
       FD  ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01  ORDER-REC.
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
       01  WS-CUST-FILE-PATH       PIC X(100).
       01  WS-ORDER-FILE-PATH      PIC X(100).
       01  WS-CUST-CITY            PIC X(20).
       01  WS-CUST-STATE           PIC X(2).
       01  WS-CUST-ZIP             PIC 9(5).
       01  WS-CUST-TAX-STATUS      PIC X.
       01  WS-CUST-EXEMPT-CERT     PIC X(15).
       01  WS-ORDER-COUNT          PIC 9(5)    VALUE ZERO.
       01  WS-CUST-TOTAL           PIC 9(8)V99 VALUE ZERO.
       01  WS-CUST-BALANCE         PIC S9(8)V99 VALUE ZERO.
       01  WS-BALANCE-EDIT         PIC -ZZZZZZ9.99.
       01  WS-PAY-EOF-FLAG         PIC X     VALUE "N".
       01  WS-PAYMENT-AVAIL        PIC X     VALUE "N".
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
            PERFORM A-100-OPEN-CUST-FILE.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 5.
            CLOSE CUST-FILE.
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
            ACCEPT WS-CUST-FILE-PATH FROM ENVIRONMENT "CUST_FILE_PATH".
            IF WS-CUST-FILE-PATH = SPACES
            MOVE WS-CUST-CITY TO CUST-CITY-OUT.
            MOVE WS-CUST-STATE TO CUST-STATE-OUT.
            MOVE WS-CUST-ZIP TO CUST-ZIP-OUT.
            MOVE WS-CUST-TAX-STATUS TO CUST-TAX-STATUS-OUT.
            MOVE WS-CUST-EXEMPT-CERT TO CUST-EXEMPT-CERT-OUT.
            WRITE CUST-REC
                INVALID KEY
                    DISPLAY "CUSTOMER NUMBER ALREADY ON FILE"
                    DISPLAY "CUSTOMER NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "CURRENT NAME: " CUST-NAME-OUT
                    DISPLAY "TAX STATUS  : " CUST-TAX-STATUS-OUT
                        "  " CUST-EXEMPT-CERT-OUT
                    PERFORM C-110-ACCEPT-CUST-DETAILS
                    MOVE WS-CUST-NAME TO CUST-NAME-OUT
                    MOVE WS-CUST-PHONE TO CUST-PHONE-OUT
                    MOVE WS-CUST-CITY TO CUST-CITY-OUT
                    MOVE WS-CUST-STATE TO CUST-STATE-OUT
                    MOVE WS-CUST-ZIP TO CUST-ZIP-OUT
                    MOVE WS-CUST-TAX-STATUS TO CUST-TAX-STATUS-OUT
                    MOVE WS-CUST-EXEMPT-CERT TO CUST-EXEMPT-CERT-OUT
                    REWRITE CUST-REC
                    DISPLAY "CUSTOMER UPDATED"
            END-READ.
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-FLAG
            END-START.
            DISPLAY "CUST   NAME                        PHONE"
                "         TAX CERTIFICATE".
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ CUST-FILE NEXT RECORD
                    AT END
                    NOT AT END
                        DISPLAY CUST-NUM-OUT "  "
                            CUST-NAME-OUT "  "
                            CUST-PHONE-OUT "  "
                            CUST-TAX-STATUS-OUT "   "
                            CUST-EXEMPT-CERT-OUT
                END-READ
            END-PERFORM.

            ACCEPT WS-CUST-STATE.
            DISPLAY "ZIP:".
            ACCEPT WS-CUST-ZIP.
            DISPLAY "SALES TAX (T=TAXABLE E=EXEMPT):".
            ACCEPT WS-CUST-TAX-STATUS.
            MOVE SPACES TO WS-CUST-EXEMPT-CERT.
            IF WS-CUST-TAX-STATUS = "E" OR "e"
                MOVE "E" TO WS-CUST-TAX-STATUS
                DISPLAY "EXEMPTION CERTIFICATE NUMBER:"
                ACCEPT WS-CUST-EXEMPT-CERT
                IF WS-CUST-EXEMPT-CERT = SPACES
                    DISPLAY "NO CERTIFICATE - CUSTOMER SET TAXABLE"
                    MOVE "T" TO WS-CUST-TAX-STATUS
                END-IF
            ELSE
                MOVE "T" TO WS-CUST-TAX-STATUS
            END-IF.

       C-200-SCAN-ORDERS-FOR-CUST.
            MOVE "N" TO WS-PAYMENT-AVAIL.
            ADD ORDER-TOTAL-AMOUNT-OUT TO WS-CUST-TOTAL.
            PERFORM C-300-SUM-PAYMENTS-FOR-ORDER.
            COMPUTE WS-BALANCE-DUE =
                ORDER-TOTAL-AMOUNT-OUT + ORDER-SALES-TAX-OUT
                - WS-PAID-TOTAL.
            ADD WS-BALANCE-DUE TO WS-CUST-BALANCE.
            MOVE WS-BALANCE-DUE TO WS-BALANCE-EDIT.
            DISPLAY ORDER-NUM-OUT "  " ORDER-DATE-OUT "  "
