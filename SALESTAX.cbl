      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly sales tax return for the framing shop, run
      *          for a requested month (YYYYMM). Takes the same orders
      *          MONTHEND counts for the month and splits their sales
      *          into exempt sales, listed by exemption certificate
      *          with the customer that holds it, and taxable sales
      *          with the sales tax charged on them. Gross sales must
      *          equal exempt plus taxable sales and tie to MONTHEND's
      *          total sales for the same month; the return prints
      *          the tie-out. Orders saved before sales tax carry the
      *          certificate PRE-SALES-TAX and are shown with the
      *          exempt sales so the gross still ties. CANCELLED
      *          orders are not sales and are skipped, as MONTHEND
      *          skips them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESTAX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORDER-FILE
           ASSIGN TO WS-ORDER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDER-NUM-OUT
           FILE STATUS IS WS-ORDER-STATUS.
       SELECT CUST-FILE
           ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-NUM-OUT
           FILE STATUS IS WS-CUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01  ORDER-REC.
           05  ORDER-NUM-OUT            PIC 9(9).
           05  ORDER-DATE-OUT           PIC 9(8).
           05  ORDER-ITEM-COUNT-OUT     PIC 9(3).
           05  ORDER-TOTAL-AMOUNT-OUT   PIC 9(5)V99.
           05  ORDER-ITEM-OUT OCCURS 20 TIMES.
               10  ORDER-LENGTH-WIDTH-OUT   PIC 9(3).
               10  ORDER-TYPE-OF-FRAME-OUT  PIC X(10).
               10  ORDER-FRAME-COLOR-OUT    PIC X(10).
               10  ORDER-NUM-CROWNS-OUT     PIC 9(3).
               10  ORDER-CHOICE-CB-OUT      PIC X(1).
               10  ORDER-CHOICE-G-OUT       PIC X(1).
               10  ORDER-ITEM-AMOUNT-OUT    PIC 999V99.
           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       FD  CUST-FILE
           DATA RECORD IS CUST-REC.
       01  CUST-REC.
           05  CUST-NUM-OUT           PIC 9(5).
           05  CUST-NAME-OUT          PIC A(26).
           05  CUST-PHONE-OUT         PIC X(12).
           05  CUST-ADDR-OUT          PIC X(40).
           05  CUST-CITY-OUT          PIC X(20).
           05  CUST-STATE-OUT         PIC X(2).
           05  CUST-ZIP-OUT           PIC 9(5).
           05  CUST-TAX-STATUS-OUT    PIC X.
           05  CUST-EXEMPT-CERT-OUT   PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-ORDER-FILE-PATH      PIC X(100).
       01  WS-CUST-FILE-PATH       PIC X(100).
       01  WS-ORDER-STATUS         PIC XX    VALUE "00".
       01  WS-CUST-STATUS          PIC XX    VALUE "00".
       01  WS-CUST-FILE-OPEN       PIC X     VALUE "N".
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-REPORT-MONTH         PIC 9(6)  VALUE ZERO.
       01  WS-WORK-MONTH           PIC 9(6)  VALUE ZERO.
       01  WS-DATE-SPLIT.
           05  WS-SPLIT-YYMM       PIC 9(6).
           05  WS-SPLIT-DD         PIC 9(2).
       01  WS-CNT-ORDERS           PIC 9(5)     VALUE ZERO.
       01  WS-CNT-TAXABLE          PIC 9(5)     VALUE ZERO.
       01  WS-CNT-EXEMPT           PIC 9(5)     VALUE ZERO.
       01  WS-GROSS-SALES          PIC 9(9)V99  VALUE ZERO.
       01  WS-EXEMPT-SALES         PIC 9(9)V99  VALUE ZERO.
       01  WS-TAXABLE-SALES        PIC 9(9)V99  VALUE ZERO.
       01  WS-TAX-COLLECTED        PIC 9(9)V99  VALUE ZERO.
       01  WS-SPLIT-TOTAL          PIC 9(9)V99  VALUE ZERO.
       01  WS-TIE-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZZ9.99.
       01  WS-DIFF-EDIT            PIC -ZZZZZZZZ9.99.
       01  WS-CERT-IDX             PIC 9(3).
       01  WS-CERT-FOUND           PIC X     VALUE "N".
       01  WS-CERT-TABLE.
           05  WS-CERT-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-CERT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-CERT          PIC X(15).
               10  WS-CT-CUST          PIC 9(5).
               10  WS-CT-ORDERS        PIC 9(5).
               10  WS-CT-AMOUNT        PIC 9(9)V99.
       01  WS-CERT-SWAP.
           05  WS-CS-CERT          PIC X(15).
           05  WS-CS-CUST          PIC 9(5).
           05  WS-CS-ORDERS        PIC 9(5).
           05  WS-CS-AMOUNT        PIC 9(9)V99.
       01  WS-SORT-I               PIC 9(3).
       01  WS-SORT-J               PIC 9(3).
       01  WS-SORT-LIMIT           PIC 9(3).
       01  WS-CERT-LINE.
           05  WS-C-CERT           PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-C-CUST           PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-C-NAME           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-C-ORDERS         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-C-AMOUNT         PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM A-050-GET-PARMS.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            DISPLAY "RETURN MONTH (YYYYMM):".
            ACCEPT WS-REPORT-MONTH.
            PERFORM B-100-ANALYZE-ORDERS.
            PERFORM C-100-SORT-CERTIFICATES.
            PERFORM C-200-PRINT-RETURN.
            STOP RUN.

       A-050-GET-PARMS.
            ACCEPT WS-ORDER-FILE-PATH
                FROM ENVIRONMENT "ORDER_FILE_PATH".
            IF WS-ORDER-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\ORDERS.TXT" TO WS-ORDER-FILE-PATH
            END-IF.
            ACCEPT WS-CUST-FILE-PATH FROM ENVIRONMENT "CUST_FILE_PATH".
            IF WS-CUST-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\CUSTMERS.TXT" TO WS-CUST-FILE-PATH
            END-IF.

       B-100-ANALYZE-ORDERS.
            OPEN INPUT ORDER-FILE.
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "ORDER FILE NOT FOUND"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ ORDER-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE ORDER-DATE-OUT TO WS-DATE-SPLIT
                            MOVE WS-SPLIT-YYMM TO WS-WORK-MONTH
                            IF WS-WORK-MONTH = WS-REPORT-MONTH
                                AND ORDER-STATUS-OUT NOT = "CANCELLED"
                                PERFORM B-110-TALLY-ONE-ORDER
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDER-FILE
            END-IF.

       B-110-TALLY-ONE-ORDER.
            ADD 1 TO WS-CNT-ORDERS.
            ADD ORDER-TOTAL-AMOUNT-OUT TO WS-GROSS-SALES.
            IF ORDER-EXEMPT-CERT-OUT = SPACES
                ADD 1 TO WS-CNT-TAXABLE
                ADD ORDER-TAXABLE-AMT-OUT TO WS-TAXABLE-SALES
                ADD ORDER-SALES-TAX-OUT TO WS-TAX-COLLECTED
            ELSE
                ADD 1 TO WS-CNT-EXEMPT
                ADD ORDER-TOTAL-AMOUNT-OUT TO WS-EXEMPT-SALES
                PERFORM B-120-ADD-TO-CERTIFICATE
            END-IF.

       B-120-ADD-TO-CERTIFICATE.
            MOVE "N" TO WS-CERT-FOUND.
            PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                    UNTIL WS-CERT-IDX > WS-CERT-COUNT
                       OR WS-CERT-FOUND = "Y"
                IF WS-CT-CERT(WS-CERT-IDX) = ORDER-EXEMPT-CERT-OUT
                    MOVE "Y" TO WS-CERT-FOUND
                    ADD 1 TO WS-CT-ORDERS(WS-CERT-IDX)
                    ADD ORDER-TOTAL-AMOUNT-OUT
                        TO WS-CT-AMOUNT(WS-CERT-IDX)
                END-IF
            END-PERFORM.
            IF WS-CERT-FOUND = "N"
                IF WS-CERT-COUNT < 200
                    ADD 1 TO WS-CERT-COUNT
                    MOVE ORDER-EXEMPT-CERT-OUT
                        TO WS-CT-CERT(WS-CERT-COUNT)
                    MOVE ORDER-CUST-NUM-OUT TO WS-CT-CUST(WS-CERT-COUNT)
                    MOVE 1 TO WS-CT-ORDERS(WS-CERT-COUNT)
                    MOVE ORDER-TOTAL-AMOUNT-OUT
                        TO WS-CT-AMOUNT(WS-CERT-COUNT)
                ELSE
                    DISPLAY "CERTIFICATE TABLE FULL - ORDER "
                        ORDER-NUM-OUT " IN EXEMPT TOTAL ONLY"
                END-IF
            END-IF.

       C-100-SORT-CERTIFICATES.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-CERT-COUNT
                COMPUTE WS-SORT-LIMIT = WS-CERT-COUNT - WS-SORT-I
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-SORT-LIMIT
                    IF WS-CT-CERT(WS-SORT-J)
                        > WS-CT-CERT(WS-SORT-J + 1)
                        MOVE WS-CERT-ENTRY(WS-SORT-J) TO WS-CERT-SWAP
                        MOVE WS-CERT-ENTRY(WS-SORT-J + 1)
                            TO WS-CERT-ENTRY(WS-SORT-J)
                        MOVE WS-CERT-SWAP
                            TO WS-CERT-ENTRY(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       C-200-PRINT-RETURN.
            MOVE "N" TO WS-CUST-FILE-OPEN.
            OPEN INPUT CUST-FILE.
            IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUST-FILE-OPEN
            END-IF.
            DISPLAY " ".
            DISPLAY "========= MONTHLY SALES TAX RETURN =========".
            DISPLAY "MONTH " WS-REPORT-MONTH "  RUN " WS-TODAY-DATE.
            DISPLAY "--------------------------------------------".
            DISPLAY "ORDERS IN MONTH     : " WS-CNT-ORDERS.
            MOVE WS-GROSS-SALES TO WS-AMOUNT-EDIT.
            DISPLAY "GROSS SALES         : " WS-AMOUNT-EDIT.
            DISPLAY " ".
            DISPLAY "--- EXEMPT SALES BY CERTIFICATE ---".
            DISPLAY "CERTIFICATE      CUST   CUSTOMER              "
                "ORDERS        AMOUNT".
            PERFORM C-210-PRINT-ONE-CERTIFICATE
                VARYING WS-CERT-IDX FROM 1 BY 1
                UNTIL WS-CERT-IDX > WS-CERT-COUNT.
            MOVE WS-EXEMPT-SALES TO WS-AMOUNT-EDIT.
            DISPLAY "EXEMPT SALES        : " WS-AMOUNT-EDIT
                "  ORDERS " WS-CNT-EXEMPT.
            DISPLAY " ".
            MOVE WS-TAXABLE-SALES TO WS-AMOUNT-EDIT.
            DISPLAY "TAXABLE SALES       : " WS-AMOUNT-EDIT
                "  ORDERS " WS-CNT-TAXABLE.
            MOVE WS-TAX-COLLECTED TO WS-AMOUNT-EDIT.
            DISPLAY "SALES TAX COLLECTED : " WS-AMOUNT-EDIT.
            DISPLAY " ".
            DISPLAY "--- TIE-OUT TO MONTHEND TOTAL SALES ---".
            COMPUTE WS-TIE-DIFFERENCE =
                WS-GROSS-SALES - WS-EXEMPT-SALES - WS-TAXABLE-SALES.
            MOVE WS-GROSS-SALES TO WS-AMOUNT-EDIT.
            DISPLAY "MONTHEND TOTAL SALES: " WS-AMOUNT-EDIT.
            COMPUTE WS-SPLIT-TOTAL = WS-EXEMPT-SALES + WS-TAXABLE-SALES.
            MOVE WS-SPLIT-TOTAL TO WS-AMOUNT-EDIT.
            DISPLAY "EXEMPT + TAXABLE    : " WS-AMOUNT-EDIT.
            MOVE WS-TIE-DIFFERENCE TO WS-DIFF-EDIT.
            DISPLAY "DIFFERENCE          :" WS-DIFF-EDIT.
            IF WS-TIE-DIFFERENCE = ZERO
                DISPLAY "RETURN TIES TO MONTH-END SALES"
            ELSE
                DISPLAY "*** RETURN DOES NOT TIE - DO NOT FILE ***"
            END-IF.
            DISPLAY "============================================".
            IF WS-CUST-FILE-OPEN = "Y"
                CLOSE CUST-FILE
            END-IF.

       C-210-PRINT-ONE-CERTIFICATE.
            MOVE WS-CT-CERT(WS-CERT-IDX) TO WS-C-CERT.
            MOVE WS-CT-CUST(WS-CERT-IDX) TO WS-C-CUST.
            MOVE SPACES TO WS-C-NAME.
            IF WS-CUST-FILE-OPEN = "Y"
                MOVE WS-CT-CUST(WS-CERT-IDX) TO CUST-NUM-OUT
                READ CUST-FILE
                    INVALID KEY
                        MOVE "** NOT ON FILE **" TO WS-C-NAME
                    NOT INVALID KEY
                        MOVE CUST-NAME-OUT TO WS-C-NAME
                END-READ
            END-IF.
            MOVE WS-CT-ORDERS(WS-CERT-IDX) TO WS-C-ORDERS.
            MOVE WS-CT-AMOUNT(WS-CERT-IDX) TO WS-C-AMOUNT.
            DISPLAY WS-CERT-LINE.
       END PROGRAM SALESTAX.
