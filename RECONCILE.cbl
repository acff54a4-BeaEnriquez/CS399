           05  AUDIT-NEW-VALUE        PIC X(26).
           05  AUDIT-EVAL-AMOUNT      PIC X(11).
           05  AUDIT-DATE             PIC 9(8).
           05  AUDIT-OPERATOR-ID      PIC X(8).
           05  AUDIT-TIME             PIC 9(8).
       FD  ORDER-FILE
           DATA RECORD IS ORDER-REC.
       01  ORDER-REC.
           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-PATH      PIC X(100).
       01  WS-ORDER-FILE-PATH      PIC X(100).
                ADD 1 TO WS-TAXROLL-COUNT
                EVALUATE AUDIT-OP-TYPE
                    WHEN "VALUE-CHG"
                    WHEN "APPEAL-CHG"
                        MOVE AUDIT-NEW-VALUE TO WS-AUDIT-VALUE-PARSE
                        MOVE WS-AUDIT-VALUE-EDIT TO WS-AUDIT-VALUE-NUM
                        ADD WS-AUDIT-VALUE-NUM TO WS-TAXROLL-TOTAL
