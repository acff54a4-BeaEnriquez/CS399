      *          order with the margin in dollars and percent plus
      *          month totals. Orders saved before cost posting
      *          existed carry a zero material cost and are flagged.
      *          CANCELLED orders are left off the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-ORDER-FILE-PATH      PIC X(100).
       01  WS-ORDER-STATUS         PIC XX    VALUE "00".
                                TO WS-ORDER-DATE-PARTS
                            MOVE WS-ORD-YYMM TO WS-ORDER-MONTH
                            IF WS-ORDER-MONTH = WS-REPORT-MONTH
                                AND ORDER-STATUS-OUT NOT = "CANCELLED"
                                PERFORM B-110-REPORT-ONE-ORDER
                            END-IF
                    END-READ
