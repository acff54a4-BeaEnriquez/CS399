      *          files after the record layouts grew - the CAO lot
      *          master gained LOT-CLASS-OUT and LOT-EXEMPTION-OUT
      *          and earlier LOT-OWNER-NUM-OUT, the order file gained
      *          the sales tax fields ORDER-TAXABLE-AMT-OUT,
      *          ORDER-SALES-TAX-OUT and ORDER-EXEMPT-CERT-OUT and
      *          earlier ORDER-CUST-NUM-OUT, ORDER-MATL-COST-OUT and
      *          ORDER-STATUS-OUT, the quote file gained
      *          QUOTE-TAXABLE-AMT-OUT and QUOTE-SALES-TAX-OUT and
      *          earlier QUOTE-ORDER-NUM-OUT and QUOTE-CUST-NUM-OUT,
      *          the customer master gained CUST-TAX-STATUS-OUT and
      *          CUST-EXEMPT-CERT-OUT, and the
      *          payment file moved from a sequential log to an
      *          indexed store keyed by receipt number and later gained
      *          the operator ID and time of day of the receipt and of
      *          any void (option S, for a payment file already
      *          indexed; receipts taken before sign-on carry a blank
      *          operator). Reads each
      *          live file under its old
      *          layout and writes a converted copy under the new
      *          layout (class R, exemption zero, receipt
      *          numbers assigned in read order with the last one
      *          saved to the receipt sequence file; orders written
      *          before sales tax carry no tax and certificate
      *          PRE-SALES-TAX, quotes carry no tax until converted
      *          and re-priced, customers come across taxable),
      *          leaving
      *          the live file untouched. After the counts are signed
      *          off, the operator renames the converted copy over
      *          the live file. Run once per file; a file already in
      *          the new layout must not be converted again.
      *          Operators sign on first; restricted to MANAGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS NEWP-ORDER-NUM
               WITH DUPLICATES
           FILE STATUS IS WS-NEW-PAY-STATUS.
       SELECT IDX-PAY-FILE
           ASSIGN TO WS-PAY-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDXP-RECEIPT-NUM
           ALTERNATE RECORD KEY IS IDXP-ORDER-NUM
               WITH DUPLICATES
           FILE STATUS IS WS-IDX-PAY-STATUS.
       SELECT RECEIPT-SEQ-FILE
           ASSIGN TO WS-RCPT-SEQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSEQ-STATUS.
       SELECT OLD-CUST-FILE
           ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDC-CUST-NUM
           FILE STATUS IS WS-OLD-CUST-STATUS.
       SELECT NEW-CUST-FILE
           ASSIGN TO WS-CUST-CONV-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NEWC-CUST-NUM
           FILE STATUS IS WS-NEW-CUST-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CAO-FILE
               10  OLD-CHOICE-G             PIC X(1).
               10  OLD-ITEM-AMOUNT          PIC 999V99.
           05  OLD-ORDER-STATUS         PIC X(13).
           05  OLD-ORDER-CUST           PIC 9(5).
           05  OLD-MATL-COST            PIC 9(7)V99.
       FD  NEW-ORDER-FILE
           DATA RECORD IS NEW-ORDER-REC.
       01  NEW-ORDER-REC.
           05  NEW-ORDER-STATUS         PIC X(13).
           05  NEW-ORDER-CUST           PIC 9(5).
           05  NEW-MATL-COST            PIC 9(7)V99.
           05  NEW-TAXABLE-AMT          PIC 9(5)V99.
           05  NEW-SALES-TAX            PIC 9(5)V99.
           05  NEW-EXEMPT-CERT          PIC X(15).
       FD  OLD-QUOTE-FILE
           DATA RECORD IS OLD-QUOTE-REC.
       01  OLD-QUOTE-REC.
               10  OLDQ-CHOICE-CB           PIC X(1).
               10  OLDQ-CHOICE-G            PIC X(1).
               10  OLDQ-ITEM-AMOUNT         PIC 999V99.
           05  OLDQ-ORDER-NUM           PIC 9(9).
           05  OLDQ-CUST-NUM            PIC 9(5).
       FD  NEW-QUOTE-FILE
           DATA RECORD IS NEW-QUOTE-REC.
       01  NEW-QUOTE-REC.
               10  NEWQ-ITEM-AMOUNT         PIC 999V99.
           05  NEWQ-ORDER-NUM           PIC 9(9).
           05  NEWQ-CUST-NUM            PIC 9(5).
           05  NEWQ-TAXABLE-AMT         PIC 9(5)V99.
           05  NEWQ-SALES-TAX           PIC 9(5)V99.
       FD  OLD-PAY-FILE
           DATA RECORD IS OLD-PAY-REC.
       01  OLD-PAY-REC.
           05  NEWP-RECEIPT-NUM         PIC 9(9).
           05  NEWP-ORDER-NUM           PIC 9(9).
           05  NEWP-TYPE                PIC X.
           05  NEWP-AMOUNT              PIC S9(5)V99.
           05  NEWP-DATE                PIC 9(8).
           05  NEWP-VOID-FLAG           PIC X.
           05  NEWP-VOID-DATE           PIC 9(8).
           05  NEWP-OPERATOR-ID         PIC X(8).
           05  NEWP-TIME                PIC 9(8).
           05  NEWP-VOID-OPERATOR       PIC X(8).
           05  NEWP-VOID-TIME           PIC 9(8).
       FD  IDX-PAY-FILE
           DATA RECORD IS IDX-PAY-REC.
       01  IDX-PAY-REC.
           05  IDXP-RECEIPT-NUM         PIC 9(9).
           05  IDXP-ORDER-NUM           PIC 9(9).
           05  IDXP-TYPE                PIC X.
           05  IDXP-AMOUNT              PIC S9(5)V99.
           05  IDXP-DATE                PIC 9(8).
           05  IDXP-VOID-FLAG           PIC X.
           05  IDXP-VOID-DATE           PIC 9(8).
       FD  RECEIPT-SEQ-FILE
           DATA RECORD IS RECEIPT-SEQ-REC.
       01  RECEIPT-SEQ-REC.
           05  RSEQ-LAST-RECEIPT-NUM    PIC 9(9).
       FD  OLD-CUST-FILE
           DATA RECORD IS OLD-CUST-REC.
       01  OLD-CUST-REC.
           05  OLDC-CUST-NUM            PIC 9(5).
           05  OLDC-NAME                PIC A(26).
           05  OLDC-PHONE               PIC X(12).
           05  OLDC-ADDR                PIC X(40).
           05  OLDC-CITY                PIC X(20).
           05  OLDC-STATE               PIC X(2).
           05  OLDC-ZIP                 PIC 9(5).
       FD  NEW-CUST-FILE
           DATA RECORD IS NEW-CUST-REC.
       01  NEW-CUST-REC.
           05  NEWC-CUST-NUM            PIC 9(5).
           05  NEWC-NAME                PIC A(26).
           05  NEWC-PHONE               PIC X(12).
           05  NEWC-ADDR                PIC X(40).
           05  NEWC-CITY                PIC X(20).
           05  NEWC-STATE               PIC X(2).
           05  NEWC-ZIP                 PIC 9(5).
           05  NEWC-TAX-STATUS          PIC X.
           05  NEWC-EXEMPT-CERT         PIC X(15).
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
       01  WS-CAO-CONV-PATH        PIC X(100).
       01  WS-PAY-IN-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-PAY-OUT-COUNT        PIC 9(9)  VALUE ZERO.
       01  WS-NEXT-RECEIPT-NUM     PIC 9(9)  VALUE ZERO.
       01  WS-IDX-PAY-STATUS       PIC XX    VALUE "00".
       01  WS-IDXP-IN-COUNT        PIC 9(9)  VALUE ZERO.
       01  WS-IDXP-OUT-COUNT       PIC 9(9)  VALUE ZERO.
       01  WS-CUST-FILE-PATH       PIC X(100).
       01  WS-CUST-CONV-PATH       PIC X(100).
       01  WS-OLD-CUST-STATUS      PIC XX    VALUE "00".
       01  WS-NEW-CUST-STATUS      PIC XX    VALUE "00".
       01  WS-CUST-IN-COUNT        PIC 9(9)  VALUE ZERO.
       01  WS-CUST-OUT-COUNT       PIC 9(9)  VALUE ZERO.
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
            IF WS-CONVERT-CHOICE = "C" OR "c" OR "B" OR "b"
                PERFORM B-100-CONVERT-CAO
            IF WS-CONVERT-CHOICE = "Q" OR "q" OR "B" OR "b"
                PERFORM B-400-CONVERT-QUOTES
            END-IF.
            IF WS-CONVERT-CHOICE = "U" OR "u" OR "B" OR "b"
                PERFORM B-500-CONVERT-CUSTOMERS
            END-IF.
            IF WS-CONVERT-CHOICE = "S" OR "s"
                PERFORM B-600-STAMP-PAYMENTS
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
            IF WS-QUOTE-CONV-PATH = SPACES
                MOVE "C:\COBOL_Files\QUOTNEW.TXT" TO WS-QUOTE-CONV-PATH
            END-IF.
            ACCEPT WS-CUST-FILE-PATH FROM ENVIRONMENT "CUST_FILE_PATH".
            IF WS-CUST-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\CUSTMERS.TXT" TO WS-CUST-FILE-PATH
            END-IF.
            ACCEPT WS-CUST-CONV-PATH FROM ENVIRONMENT "CUST_CONV_PATH".
            IF WS-CUST-CONV-PATH = SPACES
                MOVE "C:\COBOL_Files\CUSTNEW.TXT" TO WS-CUST-CONV-PATH
            END-IF.
            DISPLAY "CONVERT WHICH FILE - C=CAO O=ORDERS P=PAYMENTS"
                " Q=QUOTES U=CUSTOMERS B=ALL".
            DISPLAY "  S=INDEXED PAYMENTS GAIN OPERATOR STAMP:".
            ACCEPT WS-CONVERT-CHOICE.

       B-100-CONVERT-CAO.
            ELSE
                MOVE OLD-ORDER-STATUS TO NEW-ORDER-STATUS
            END-IF.
            MOVE OLD-ORDER-CUST TO NEW-ORDER-CUST.
            MOVE OLD-MATL-COST TO NEW-MATL-COST.
            MOVE ZERO TO NEW-TAXABLE-AMT.
            MOVE ZERO TO NEW-SALES-TAX.
            MOVE "PRE-SALES-TAX" TO NEW-EXEMPT-CERT.
            WRITE NEW-ORDER-REC
                INVALID KEY
                    DISPLAY "DUPLICATE ORDER NOT WRITTEN: "
            MOVE OLDP-DATE TO NEWP-DATE.
            MOVE "N" TO NEWP-VOID-FLAG.
            MOVE ZERO TO NEWP-VOID-DATE.
            MOVE SPACES TO NEWP-OPERATOR-ID.
            MOVE ZERO TO NEWP-TIME.
            MOVE SPACES TO NEWP-VOID-OPERATOR.
            MOVE ZERO TO NEWP-VOID-TIME.
            WRITE NEW-PAY-REC
                INVALID KEY
                    DISPLAY "DUPLICATE RECEIPT NOT WRITTEN: "
                    UNTIL WS-ITEM-IDX > 20
                MOVE OLDQ-ITEM(WS-ITEM-IDX) TO NEWQ-ITEM(WS-ITEM-IDX)
            END-PERFORM.
            MOVE OLDQ-ORDER-NUM TO NEWQ-ORDER-NUM.
            MOVE OLDQ-CUST-NUM TO NEWQ-CUST-NUM.
            MOVE ZERO TO NEWQ-TAXABLE-AMT.
            MOVE ZERO TO NEWQ-SALES-TAX.
            WRITE NEW-QUOTE-REC
                INVALID KEY
                    DISPLAY "DUPLICATE QUOTE NOT WRITTEN: "
                NOT INVALID KEY
                    ADD 1 TO WS-QUOTE-OUT-COUNT
            END-WRITE.

       B-500-CONVERT-CUSTOMERS.
            OPEN INPUT OLD-CUST-FILE.
            IF WS-OLD-CUST-STATUS NOT = "00"
                DISPLAY "CUSTOMER FILE NOT OPENED, STATUS "
                    WS-OLD-CUST-STATUS " - NOT CONVERTED"
            ELSE
                OPEN OUTPUT NEW-CUST-FILE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ OLD-CUST-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            ADD 1 TO WS-CUST-IN-COUNT
                            PERFORM B-510-WRITE-NEW-CUSTOMER
                    END-READ
                END-PERFORM
                CLOSE NEW-CUST-FILE
                CLOSE OLD-CUST-FILE
                DISPLAY "===== CUSTOMER FILE CONVERSION ====="
                DISPLAY "RECORDS READ   : " WS-CUST-IN-COUNT
                DISPLAY "RECORDS WRITTEN: " WS-CUST-OUT-COUNT
                DISPLAY "CONVERTED FILE : " WS-CUST-CONV-PATH
                DISPLAY "RENAME OVER LIVE FILE AFTER SIGN-OFF"
            END-IF.

       B-510-WRITE-NEW-CUSTOMER.
            MOVE OLDC-CUST-NUM TO NEWC-CUST-NUM.
            MOVE OLDC-NAME TO NEWC-NAME.
            MOVE OLDC-PHONE TO NEWC-PHONE.
            MOVE OLDC-ADDR TO NEWC-ADDR.
            MOVE OLDC-CITY TO NEWC-CITY.
            MOVE OLDC-STATE TO NEWC-STATE.
            MOVE OLDC-ZIP TO NEWC-ZIP.
            MOVE "T" TO NEWC-TAX-STATUS.
            MOVE SPACES TO NEWC-EXEMPT-CERT.
            WRITE NEW-CUST-REC
                INVALID KEY
                    DISPLAY "DUPLICATE CUSTOMER NOT WRITTEN: "
                        OLDC-CUST-NUM
                NOT INVALID KEY
                    ADD 1 TO WS-CUST-OUT-COUNT
            END-WRITE.

       B-600-STAMP-PAYMENTS.
            OPEN INPUT IDX-PAY-FILE.
            IF WS-IDX-PAY-STATUS NOT = "00"
                DISPLAY "PAYMENT FILE NOT OPENED, STATUS "
                    WS-IDX-PAY-STATUS " - NOT CONVERTED"
            ELSE
                OPEN OUTPUT NEW-PAY-FILE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ IDX-PAY-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            ADD 1 TO WS-IDXP-IN-COUNT
                            PERFORM B-610-WRITE-STAMPED-PAYMENT
                    END-READ
                END-PERFORM
                CLOSE NEW-PAY-FILE
                CLOSE IDX-PAY-FILE
                DISPLAY "===== PAYMENT OPERATOR STAMP CONVERSION ====="
                DISPLAY "RECORDS READ   : " WS-IDXP-IN-COUNT
                DISPLAY "RECORDS WRITTEN: " WS-IDXP-OUT-COUNT
                DISPLAY "CONVERTED FILE : " WS-PAY-CONV-PATH
                DISPLAY "RENAME OVER LIVE FILE AFTER SIGN-OFF"
            END-IF.

       B-610-WRITE-STAMPED-PAYMENT.
            MOVE IDXP-RECEIPT-NUM TO NEWP-RECEIPT-NUM.
            MOVE IDXP-ORDER-NUM TO NEWP-ORDER-NUM.
            MOVE IDXP-TYPE TO NEWP-TYPE.
            MOVE IDXP-AMOUNT TO NEWP-AMOUNT.
            MOVE IDXP-DATE TO NEWP-DATE.
            MOVE IDXP-VOID-FLAG TO NEWP-VOID-FLAG.
            MOVE IDXP-VOID-DATE TO NEWP-VOID-DATE.
            MOVE SPACES TO NEWP-OPERATOR-ID.
            MOVE ZERO TO NEWP-TIME.
            MOVE SPACES TO NEWP-VOID-OPERATOR.
            MOVE ZERO TO NEWP-VOID-TIME.
            WRITE NEW-PAY-REC
                INVALID KEY
                    DISPLAY "DUPLICATE RECEIPT NOT WRITTEN: "
                        NEWP-RECEIPT-NUM
                NOT INVALID KEY
                    ADD 1 TO WS-IDXP-OUT-COUNT
            END-WRITE.
       END PROGRAM CNVMAST.
