           05  ORDER-STATUS-OUT         PIC X(13).
           05  ORDER-CUST-NUM-OUT       PIC 9(5).
           05  ORDER-MATL-COST-OUT      PIC 9(7)V99.
           05  ORDER-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  ORDER-SALES-TAX-OUT      PIC 9(5)V99.
           05  ORDER-EXEMPT-CERT-OUT    PIC X(15).
       FD  QUOTE-FILE
           DATA RECORD IS QUOTE-REC.
       01  QUOTE-REC.
               10  QUOTE-ITEM-AMOUNT-OUT    PIC 999V99.
           05  QUOTE-ORDER-NUM-OUT      PIC 9(9).
           05  QUOTE-CUST-NUM-OUT       PIC 9(5).
           05  QUOTE-TAXABLE-AMT-OUT    PIC 9(5)V99.
           05  QUOTE-SALES-TAX-OUT      PIC 9(5)V99.
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
       FD  INV-FILE
           DATA RECORD IS INV-REC.
       01  INV-REC.
