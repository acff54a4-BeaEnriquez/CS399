      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase orders for the framing shop's materials.
      *          Generating orders takes every material at or below
      *          its reorder point (as INVMAINT's reorder report
      *          selects them), leaves off any material that already
      *          has an open purchase order line, and orders the rest
      *          from the preferred supplier on SUPPMNT's sourcing
      *          record at its order quantity and the current unit
      *          cost, with the expected date figured from the lead
      *          time. One purchase order is written per supplier,
      *          one line per material, to the purchase order file
      *          and printed to the purchase order print file.
      *          INVMAINT's receiving entry books deliveries against
      *          the lines. A purchase order can be reprinted, and the
      *          open purchase order report lists what is still on
      *          order by supplier and expected date.
      *          Operators sign on first (FRONT-COUNTER or MANAGER).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHORD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INV-FILE
           ASSIGN TO WS-INV-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-STATUS.
       SELECT SUPPLIER-FILE
           ASSIGN TO WS-SUPP-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPP-NUM
           FILE STATUS IS WS-SUPP-STATUS.
       SELECT SOURCE-FILE
           ASSIGN TO WS-SOURCE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRC-ITEM-CODE
           FILE STATUS IS WS-SOURCE-STATUS.
       SELECT PO-FILE
           ASSIGN TO WS-PO-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           ALTERNATE RECORD KEY IS PO-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-PO-STATUS.
       SELECT PO-SEQ-FILE
           ASSIGN TO WS-PO-SEQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSEQ-STATUS.
       SELECT PO-PRINT-FILE
           ASSIGN TO WS-PO-PRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE
           DATA RECORD IS INV-REC.
       01  INV-REC.
           05  INV-ITEM-CODE          PIC X(10).
           05  INV-DESCRIPTION        PIC X(26).
           05  INV-UNIT               PIC X(8).
           05  INV-ON-HAND            PIC S9(7)V99.
           05  INV-REORDER-POINT      PIC 9(7)V99.
           05  INV-UNIT-COST          PIC 9(5)V99.
       FD  SUPPLIER-FILE
           DATA RECORD IS SUPPLIER-REC.
       01  SUPPLIER-REC.
           05  SUPP-NUM               PIC 9(5).
           05  SUPP-NAME              PIC X(26).
           05  SUPP-ADDR              PIC X(40).
           05  SUPP-CITY              PIC X(20).
           05  SUPP-STATE             PIC X(2).
           05  SUPP-ZIP               PIC 9(5).
           05  SUPP-PHONE             PIC X(12).
       FD  SOURCE-FILE
           DATA RECORD IS SOURCE-REC.
       01  SOURCE-REC.
           05  SRC-ITEM-CODE          PIC X(10).
           05  SRC-SUPP-NUM           PIC 9(5).
           05  SRC-ORDER-QTY          PIC 9(7)V99.
           05  SRC-LEAD-DAYS          PIC 9(3).
       FD  PO-FILE
           DATA RECORD IS PO-REC.
       01  PO-REC.
           05  PO-KEY.
               10  PO-NUM             PIC 9(7).
               10  PO-LINE-NUM        PIC 9(3).
           05  PO-SUPP-NUM            PIC 9(5).
           05  PO-ITEM-CODE           PIC X(10).
           05  PO-ORDER-QTY           PIC 9(7)V99.
           05  PO-UNIT-COST           PIC 9(5)V99.
           05  PO-ORDER-DATE          PIC 9(8).
           05  PO-EXPECTED-DATE       PIC 9(8).
           05  PO-RECEIVED-QTY        PIC 9(7)V99.
           05  PO-LAST-RECV-DATE      PIC 9(8).
           05  PO-STATUS              PIC X(8).
       FD  PO-SEQ-FILE
           DATA RECORD IS PO-SEQ-REC.
       01  PO-SEQ-REC.
           05  POSEQ-LAST-PO-NUM      PIC 9(7).
       FD  PO-PRINT-FILE
           DATA RECORD IS PO-PRINT-REC.
       01  PO-PRINT-REC               PIC X(80).
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
       01  WS-INV-FILE-PATH        PIC X(100).
       01  WS-SUPP-FILE-PATH       PIC X(100).
       01  WS-SOURCE-FILE-PATH     PIC X(100).
       01  WS-PO-FILE-PATH         PIC X(100).
       01  WS-PO-SEQ-PATH          PIC X(100).
       01  WS-PO-PRINT-PATH        PIC X(100).
       01  WS-INV-STATUS           PIC XX    VALUE "00".
       01  WS-SUPP-STATUS          PIC XX    VALUE "00".
       01  WS-SOURCE-STATUS        PIC XX    VALUE "00".
       01  WS-PO-STATUS            PIC XX    VALUE "00".
       01  WS-POSEQ-STATUS         PIC XX    VALUE "00".
       01  WS-PRINT-STATUS         PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-PO-EOF-FLAG          PIC X     VALUE "N".
       01  WS-ON-ORDER             PIC X     VALUE "N".
       01  WS-SUPP-FOUND           PIC X     VALUE "N".
       01  WS-CONFIRM              PIC X     VALUE "N".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YY         PIC 9(4).
           05  WS-TODAY-MM         PIC 9(2).
           05  WS-TODAY-DD         PIC 9(2).
       01  WS-EXPECTED-DATE        PIC 9(8).
       01  WS-EXP-DATE-PARTS REDEFINES WS-EXPECTED-DATE.
           05  WS-EXP-YY           PIC 9(4).
           05  WS-EXP-MM           PIC 9(2).
           05  WS-EXP-DD           PIC 9(2).
       01  WS-EXP-DAYS             PIC 9(4)  VALUE ZERO.
       01  WS-MONTH-LEN            PIC 9(2).
       01  WS-EXP-ADJUSTED         PIC X     VALUE "Y".
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM             PIC 9(4).
       01  WS-MONTH-LEN-TABLE.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LEN-TAB REDEFINES WS-MONTH-LEN-TABLE.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-LEAD-DAYS            PIC 9(3)  VALUE ZERO.
       01  WS-NEXT-PO-NUM          PIC 9(7)  VALUE ZERO.
       01  WS-REPRINT-PO-NUM       PIC 9(7)  VALUE ZERO.
       01  WS-LINE-NUM             PIC 9(3)  VALUE ZERO.
       01  WS-CURRENT-SUPP         PIC 9(5)  VALUE ZERO.
       01  WS-CNT-LOW              PIC 9(5)  VALUE ZERO.
       01  WS-CNT-ON-ORDER         PIC 9(5)  VALUE ZERO.
       01  WS-CNT-NO-SOURCE        PIC 9(5)  VALUE ZERO.
       01  WS-CNT-PO-WRITTEN       PIC 9(5)  VALUE ZERO.
       01  WS-OPEN-QTY             PIC S9(7)V99 VALUE ZERO.
       01  WS-LINE-EXTENSION       PIC 9(9)V99 VALUE ZERO.
       01  WS-PO-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-OPEN-VALUE           PIC 9(11)V99 VALUE ZERO.
       01  WS-QTY-EDIT             PIC ZZZZZZ9.99.
       01  WS-AMOUNT-EDIT          PIC ZZZZZZZZ9.99.
      *    PROPOSED ORDER LINES, SORTED BY SUPPLIER BEFORE WRITING
       01  WS-PROP-TABLE.
           05  WS-PROP-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-PROP-ENTRY OCCURS 200 TIMES.
               10  WS-PR-SUPP          PIC 9(5).
               10  WS-PR-ITEM          PIC X(10).
               10  WS-PR-DESC          PIC X(26).
               10  WS-PR-UNIT          PIC X(8).
               10  WS-PR-QTY           PIC 9(7)V99.
               10  WS-PR-COST          PIC 9(5)V99.
               10  WS-PR-EXPECTED      PIC 9(8).
       01  WS-PROP-SWAP.
           05  WS-PS-SUPP          PIC 9(5).
           05  WS-PS-ITEM          PIC X(10).
           05  WS-PS-DESC          PIC X(26).
           05  WS-PS-UNIT          PIC X(8).
           05  WS-PS-QTY           PIC 9(7)V99.
           05  WS-PS-COST          PIC 9(5)V99.
           05  WS-PS-EXPECTED      PIC 9(8).
      *    OPEN PURCHASE ORDER LINES FOR THE OPEN-PO REPORT
       01  WS-OPEN-TABLE.
           05  WS-OPEN-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-OPEN-ENTRY OCCURS 500 TIMES.
               10  WS-OP-SUPP          PIC 9(5).
               10  WS-OP-EXPECTED      PIC 9(8).
               10  WS-OP-PO            PIC 9(7).
               10  WS-OP-LINE          PIC 9(3).
               10  WS-OP-ITEM          PIC X(10).
               10  WS-OP-QTY           PIC 9(7)V99.
               10  WS-OP-COST          PIC 9(5)V99.
       01  WS-OPEN-SWAP.
           05  WS-OS-SUPP          PIC 9(5).
           05  WS-OS-EXPECTED      PIC 9(8).
           05  WS-OS-PO            PIC 9(7).
           05  WS-OS-LINE          PIC 9(3).
           05  WS-OS-ITEM          PIC X(10).
           05  WS-OS-QTY           PIC 9(7)V99.
           05  WS-OS-COST          PIC 9(5)V99.
       01  WS-SORT-I               PIC 9(3).
       01  WS-SORT-J               PIC 9(3).
       01  WS-SORT-LIMIT           PIC 9(3).
       01  WS-SWAP-FLAG            PIC X     VALUE "N".
      *    PURCHASE ORDER PRINT LINES
       01  WS-PO-HEAD-LINE.
           05  FILLER              PIC X(15) VALUE "PURCHASE ORDER ".
           05  WS-H-PO-NUM         PIC 9(7).
           05  FILLER              PIC X(10) VALUE "    DATE ".
           05  WS-H-DATE           PIC 9(8).
           05  FILLER              PIC X(12) VALUE "    SUPPLIER".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-H-SUPP           PIC 9(5).
       01  WS-PO-ADDR-LINE.
           05  FILLER              PIC X(4)  VALUE "TO: ".
           05  WS-H-ADDR           PIC X(60).
       01  WS-PO-COL-LINE.
           05  FILLER              PIC X(40) VALUE
               "LN  MATERIAL   DESCRIPTION            ".
           05  FILLER              PIC X(40) VALUE
               "      QTY UNIT COST   EXTENSION EXPECTED".
       01  WS-PO-DETAIL-LINE.
           05  WS-L-LINE           PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-L-ITEM           PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-L-DESC           PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-L-QTY            PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-L-COST           PIC ZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-L-EXT            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-L-EXPECTED       PIC 9(8).
       01  WS-PO-TOTAL-LINE.
           05  FILLER              PIC X(45) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "PO TOTAL ".
           05  WS-T-TOTAL          PIC ZZZZZZZZ9.99.
       01  WS-CITY-STATE-ZIP       PIC X(40).
      *    OPEN-PO REPORT LINE
       01  WS-OPEN-LINE.
           05  WS-O-EXPECTED       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-O-PO             PIC 9(7).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-O-LINE           PIC 9(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-O-ITEM           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-O-QTY            PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-O-COST           PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-O-LATE           PIC X(5).
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
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM A-100-OPEN-PO-FILE.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 4.
            CLOSE PO-FILE.
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
            ACCEPT WS-INV-FILE-PATH FROM ENVIRONMENT "INV_FILE_PATH".
            IF WS-INV-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\INVENTRY.TXT" TO WS-INV-FILE-PATH
            END-IF.
            ACCEPT WS-SUPP-FILE-PATH FROM ENVIRONMENT "SUPP_FILE_PATH".
            IF WS-SUPP-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\SUPPLIER.TXT" TO WS-SUPP-FILE-PATH
            END-IF.
            ACCEPT WS-SOURCE-FILE-PATH
                FROM ENVIRONMENT "SUPP_SOURCE_PATH".
            IF WS-SOURCE-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\SUPPSRC.TXT"
                    TO WS-SOURCE-FILE-PATH
            END-IF.
            ACCEPT WS-PO-FILE-PATH FROM ENVIRONMENT "PO_FILE_PATH".
            IF WS-PO-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\PURCHORD.TXT" TO WS-PO-FILE-PATH
            END-IF.
            ACCEPT WS-PO-SEQ-PATH FROM ENVIRONMENT "PO_SEQ_PATH".
            IF WS-PO-SEQ-PATH = SPACES
                MOVE "C:\COBOL_Files\POSEQ.TXT" TO WS-PO-SEQ-PATH
            END-IF.
            ACCEPT WS-PO-PRINT-PATH FROM ENVIRONMENT "PO_PRINT_PATH".
            IF WS-PO-PRINT-PATH = SPACES
                MOVE "C:\COBOL_Files\POPRINT.TXT" TO WS-PO-PRINT-PATH
            END-IF.

       A-100-OPEN-PO-FILE.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS = "35"
                OPEN OUTPUT PO-FILE
                CLOSE PO-FILE
                OPEN I-O PO-FILE
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "======== PURCHASE ORDER MENU ========".
            DISPLAY "[1] GENERATE ORDERS FROM REORDER REPORT".
            DISPLAY "[2] REPRINT PURCHASE ORDER".
            DISPLAY "[3] OPEN PURCHASE ORDER REPORT".
            DISPLAY "[4] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-GENERATE-ORDERS
                WHEN 2
                    PERFORM B-300-REPRINT-ORDER
                WHEN 3
                    PERFORM B-400-OPEN-PO-REPORT
            END-EVALUATE.

       B-200-GENERATE-ORDERS.
            OPEN INPUT INV-FILE.
            IF WS-INV-STATUS NOT = "00"
                DISPLAY "INVENTORY FILE NOT FOUND"
            ELSE
                OPEN INPUT SOURCE-FILE
                IF WS-SOURCE-STATUS NOT = "00"
                    DISPLAY "NO MATERIAL SOURCING ON FILE - SET IT UP "
                        "IN SUPPMNT"
                ELSE
                    OPEN INPUT SUPPLIER-FILE
                    PERFORM B-210-SELECT-LOW-STOCK
                    IF WS-PROP-COUNT > ZERO
                        DISPLAY "CREATE THESE PURCHASE ORDERS (Y/N)?"
                        ACCEPT WS-CONFIRM
                        IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                            PERFORM B-230-WRITE-ORDERS
                        ELSE
                            DISPLAY "NO PURCHASE ORDERS CREATED"
                        END-IF
                    END-IF
                    CLOSE SUPPLIER-FILE
                    CLOSE SOURCE-FILE
                END-IF
                CLOSE INV-FILE
            END-IF.

       B-210-SELECT-LOW-STOCK.
            MOVE ZERO TO WS-PROP-COUNT.
            MOVE ZERO TO WS-CNT-LOW.
            MOVE ZERO TO WS-CNT-ON-ORDER.
            MOVE ZERO TO WS-CNT-NO-SOURCE.
            MOVE LOW-VALUES TO INV-ITEM-CODE.
            START INV-FILE KEY NOT LESS THAN INV-ITEM-CODE
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-FLAG
            END-START.
            DISPLAY " ".
            DISPLAY "======== PROPOSED PURCHASE ORDERS ========".
            DISPLAY "CODE        SUPP        QTY  STATUS".
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ INV-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        IF INV-ON-HAND <= INV-REORDER-POINT
                            ADD 1 TO WS-CNT-LOW
                            PERFORM B-220-PROPOSE-ONE-MATERIAL
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY "------------------------------------------".
            DISPLAY "MATERIALS AT OR BELOW REORDER POINT: " WS-CNT-LOW.
            DISPLAY "ALREADY ON AN OPEN PURCHASE ORDER  : "
                WS-CNT-ON-ORDER.
            DISPLAY "NO PREFERRED SUPPLIER ON FILE      : "
                WS-CNT-NO-SOURCE.
            DISPLAY "LINES TO ORDER                     : "
                WS-PROP-COUNT.

       B-220-PROPOSE-ONE-MATERIAL.
            PERFORM C-100-CHECK-ON-ORDER.
            IF WS-ON-ORDER = "Y"
                ADD 1 TO WS-CNT-ON-ORDER
                DISPLAY INV-ITEM-CODE "                   ON ORDER"
            ELSE
                MOVE INV-ITEM-CODE TO SRC-ITEM-CODE
                MOVE "N" TO WS-SUPP-FOUND
                READ SOURCE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SRC-SUPP-NUM TO SUPP-NUM
                        READ SUPPLIER-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE "Y" TO WS-SUPP-FOUND
                        END-READ
                END-READ
                IF WS-SUPP-FOUND = "N" OR WS-PROP-COUNT = 200
                    ADD 1 TO WS-CNT-NO-SOURCE
                    DISPLAY INV-ITEM-CODE
                        "                   NO SUPPLIER"
                ELSE
                    ADD 1 TO WS-PROP-COUNT
                    MOVE SRC-SUPP-NUM TO WS-PR-SUPP(WS-PROP-COUNT)
                    MOVE INV-ITEM-CODE TO WS-PR-ITEM(WS-PROP-COUNT)
                    MOVE INV-DESCRIPTION TO WS-PR-DESC(WS-PROP-COUNT)
                    MOVE INV-UNIT TO WS-PR-UNIT(WS-PROP-COUNT)
                    MOVE SRC-ORDER-QTY TO WS-PR-QTY(WS-PROP-COUNT)
                    MOVE INV-UNIT-COST TO WS-PR-COST(WS-PROP-COUNT)
                    MOVE SRC-LEAD-DAYS TO WS-LEAD-DAYS
                    PERFORM C-300-FIGURE-EXPECTED-DATE
                    MOVE WS-EXPECTED-DATE
                        TO WS-PR-EXPECTED(WS-PROP-COUNT)
                    MOVE SRC-ORDER-QTY TO WS-QTY-EDIT
                    DISPLAY INV-ITEM-CODE "  " SRC-SUPP-NUM "  "
                        WS-QTY-EDIT "  ORDER"
                END-IF
            END-IF.

       B-230-WRITE-ORDERS.
            PERFORM C-400-SORT-PROPOSALS.
            OPEN OUTPUT PO-PRINT-FILE.
            MOVE ZERO TO WS-CNT-PO-WRITTEN.
            MOVE ZERO TO WS-CURRENT-SUPP.
            PERFORM B-240-WRITE-ONE-LINE
                VARYING WS-SORT-I FROM 1 BY 1
                UNTIL WS-SORT-I > WS-PROP-COUNT.
            PERFORM C-230-PRINT-PO-TOTAL.
            CLOSE PO-PRINT-FILE.
            DISPLAY "PURCHASE ORDERS WRITTEN: " WS-CNT-PO-WRITTEN.
            DISPLAY "PRINTED TO             : " WS-PO-PRINT-PATH.

       B-240-WRITE-ONE-LINE.
            IF WS-PR-SUPP(WS-SORT-I) NOT = WS-CURRENT-SUPP
                IF WS-CURRENT-SUPP NOT = ZERO
                    PERFORM C-230-PRINT-PO-TOTAL
                END-IF
                MOVE WS-PR-SUPP(WS-SORT-I) TO WS-CURRENT-SUPP
                PERFORM C-200-GET-NEXT-PO-NUM
                ADD 1 TO WS-CNT-PO-WRITTEN
                MOVE ZERO TO WS-LINE-NUM
                MOVE ZERO TO WS-PO-TOTAL
                MOVE WS-NEXT-PO-NUM TO WS-H-PO-NUM
                MOVE WS-TODAY-DATE TO WS-H-DATE
                PERFORM C-210-PRINT-PO-HEADING
            END-IF.
            ADD 1 TO WS-LINE-NUM.
            MOVE WS-NEXT-PO-NUM TO PO-NUM.
            MOVE WS-LINE-NUM TO PO-LINE-NUM.
            MOVE WS-PR-SUPP(WS-SORT-I) TO PO-SUPP-NUM.
            MOVE WS-PR-ITEM(WS-SORT-I) TO PO-ITEM-CODE.
            MOVE WS-PR-QTY(WS-SORT-I) TO PO-ORDER-QTY.
            MOVE WS-PR-COST(WS-SORT-I) TO PO-UNIT-COST.
            MOVE WS-TODAY-DATE TO PO-ORDER-DATE.
            MOVE WS-PR-EXPECTED(WS-SORT-I) TO PO-EXPECTED-DATE.
            MOVE ZERO TO PO-RECEIVED-QTY.
            MOVE ZERO TO PO-LAST-RECV-DATE.
            MOVE "OPEN" TO PO-STATUS.
            WRITE PO-REC
                INVALID KEY
                    DISPLAY "PURCHASE ORDER LINE ALREADY ON FILE: "
                        PO-NUM "-" PO-LINE-NUM
            END-WRITE.
            MOVE WS-PR-DESC(WS-SORT-I) TO WS-L-DESC.
            PERFORM C-220-PRINT-PO-LINE.

       B-300-REPRINT-ORDER.
            DISPLAY "PURCHASE ORDER NUMBER:".
            ACCEPT WS-REPRINT-PO-NUM.
            MOVE WS-REPRINT-PO-NUM TO PO-NUM.
            MOVE ZERO TO PO-LINE-NUM.
            MOVE "N" TO WS-PO-EOF-FLAG.
            MOVE ZERO TO WS-LINE-NUM.
            MOVE ZERO TO WS-PO-TOTAL.
            START PO-FILE KEY NOT LESS THAN PO-KEY
                INVALID KEY
                    MOVE "Y" TO WS-PO-EOF-FLAG
            END-START.
            OPEN INPUT INV-FILE.
            OPEN INPUT SUPPLIER-FILE.
            OPEN OUTPUT PO-PRINT-FILE.
            PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                READ PO-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PO-EOF-FLAG
                    NOT AT END
                        IF PO-NUM NOT = WS-REPRINT-PO-NUM
                            MOVE "Y" TO WS-PO-EOF-FLAG
                        ELSE
                            PERFORM B-310-REPRINT-ONE-LINE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LINE-NUM = ZERO
                DISPLAY "PURCHASE ORDER NOT FOUND"
            ELSE
                PERFORM C-230-PRINT-PO-TOTAL
                DISPLAY "PURCHASE ORDER PRINTED TO: " WS-PO-PRINT-PATH
            END-IF.
            CLOSE PO-PRINT-FILE.
            CLOSE SUPPLIER-FILE.
            CLOSE INV-FILE.

       B-310-REPRINT-ONE-LINE.
            IF WS-LINE-NUM = ZERO
                MOVE PO-SUPP-NUM TO WS-CURRENT-SUPP
                MOVE PO-NUM TO WS-H-PO-NUM
                MOVE PO-ORDER-DATE TO WS-H-DATE
                PERFORM C-210-PRINT-PO-HEADING
            END-IF.
            MOVE PO-LINE-NUM TO WS-LINE-NUM.
            MOVE PO-ITEM-CODE TO INV-ITEM-CODE.
            READ INV-FILE
                INVALID KEY
                    MOVE "** NOT ON FILE **" TO INV-DESCRIPTION
            END-READ.
            MOVE INV-DESCRIPTION TO WS-L-DESC.
            PERFORM C-220-PRINT-PO-LINE.

       B-400-OPEN-PO-REPORT.
            MOVE ZERO TO WS-OPEN-COUNT.
            MOVE ZERO TO WS-OPEN-VALUE.
            MOVE ZERO TO PO-NUM.
            MOVE ZERO TO PO-LINE-NUM.
            MOVE "N" TO WS-PO-EOF-FLAG.
            START PO-FILE KEY NOT LESS THAN PO-KEY
                INVALID KEY
                    MOVE "Y" TO WS-PO-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                READ PO-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PO-EOF-FLAG
                    NOT AT END
                        IF PO-STATUS NOT = "CLOSED"
                            AND WS-OPEN-COUNT < 500
                            PERFORM B-410-LOAD-OPEN-LINE
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM C-410-SORT-OPEN-LINES.
            OPEN INPUT SUPPLIER-FILE.
            MOVE ZERO TO WS-CURRENT-SUPP.
            DISPLAY " ".
            DISPLAY "========= OPEN PURCHASE ORDERS =========".
            DISPLAY "AS OF " WS-TODAY-DATE.
            DISPLAY "EXPECTED  PO NUMBER    MATERIAL       OPEN QTY"
                "  UNIT COST".
            PERFORM B-420-PRINT-OPEN-LINE
                VARYING WS-SORT-I FROM 1 BY 1
                UNTIL WS-SORT-I > WS-OPEN-COUNT.
            CLOSE SUPPLIER-FILE.
            DISPLAY "------------------------------------------".
            DISPLAY "OPEN PURCHASE ORDER LINES: " WS-OPEN-COUNT.
            MOVE WS-OPEN-VALUE TO WS-AMOUNT-EDIT.
            DISPLAY "VALUE STILL ON ORDER     : " WS-AMOUNT-EDIT.
            DISPLAY "LATE = PAST EXPECTED DATE".

       B-410-LOAD-OPEN-LINE.
            COMPUTE WS-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
            IF WS-OPEN-QTY < ZERO
                MOVE ZERO TO WS-OPEN-QTY
            END-IF.
            ADD 1 TO WS-OPEN-COUNT.
            MOVE PO-SUPP-NUM TO WS-OP-SUPP(WS-OPEN-COUNT).
            MOVE PO-EXPECTED-DATE TO WS-OP-EXPECTED(WS-OPEN-COUNT).
            MOVE PO-NUM TO WS-OP-PO(WS-OPEN-COUNT).
            MOVE PO-LINE-NUM TO WS-OP-LINE(WS-OPEN-COUNT).
            MOVE PO-ITEM-CODE TO WS-OP-ITEM(WS-OPEN-COUNT).
            MOVE WS-OPEN-QTY TO WS-OP-QTY(WS-OPEN-COUNT).
            MOVE PO-UNIT-COST TO WS-OP-COST(WS-OPEN-COUNT).
            COMPUTE WS-OPEN-VALUE ROUNDED =
                WS-OPEN-VALUE + (WS-OPEN-QTY * PO-UNIT-COST).

       B-420-PRINT-OPEN-LINE.
            IF WS-OP-SUPP(WS-SORT-I) NOT = WS-CURRENT-SUPP
                MOVE WS-OP-SUPP(WS-SORT-I) TO WS-CURRENT-SUPP
                MOVE WS-CURRENT-SUPP TO SUPP-NUM
                READ SUPPLIER-FILE
                    INVALID KEY
                        MOVE "** SUPPLIER NOT ON FILE **" TO SUPP-NAME
                        MOVE SPACES TO SUPP-PHONE
                END-READ
                DISPLAY " "
                DISPLAY "SUPPLIER " WS-CURRENT-SUPP "  " SUPP-NAME
                    "  " SUPP-PHONE
            END-IF.
            MOVE WS-OP-EXPECTED(WS-SORT-I) TO WS-O-EXPECTED.
            MOVE WS-OP-PO(WS-SORT-I) TO WS-O-PO.
            MOVE WS-OP-LINE(WS-SORT-I) TO WS-O-LINE.
            MOVE WS-OP-ITEM(WS-SORT-I) TO WS-O-ITEM.
            MOVE WS-OP-QTY(WS-SORT-I) TO WS-O-QTY.
            MOVE WS-OP-COST(WS-SORT-I) TO WS-O-COST.
            IF WS-OP-EXPECTED(WS-SORT-I) < WS-TODAY-DATE
                MOVE "LATE" TO WS-O-LATE
            ELSE
                MOVE SPACES TO WS-O-LATE
            END-IF.
            DISPLAY WS-OPEN-LINE.

      *    A MATERIAL IS ON ORDER WHILE ANY PURCHASE ORDER LINE FOR IT
      *    IS NOT CLOSED.
       C-100-CHECK-ON-ORDER.
            MOVE "N" TO WS-ON-ORDER.
            MOVE "N" TO WS-PO-EOF-FLAG.
            MOVE INV-ITEM-CODE TO PO-ITEM-CODE.
            START PO-FILE KEY = PO-ITEM-CODE
                INVALID KEY
                    MOVE "Y" TO WS-PO-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                READ PO-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PO-EOF-FLAG
                    NOT AT END
                        IF PO-ITEM-CODE NOT = INV-ITEM-CODE
                            MOVE "Y" TO WS-PO-EOF-FLAG
                        ELSE
                            IF PO-STATUS NOT = "CLOSED"
                                MOVE "Y" TO WS-ON-ORDER
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       C-200-GET-NEXT-PO-NUM.
            MOVE ZERO TO WS-NEXT-PO-NUM.
            OPEN INPUT PO-SEQ-FILE.
            IF WS-POSEQ-STATUS = "00"
                READ PO-SEQ-FILE
                    NOT AT END
                        MOVE POSEQ-LAST-PO-NUM TO WS-NEXT-PO-NUM
                END-READ
                CLOSE PO-SEQ-FILE
            END-IF.
            ADD 1 TO WS-NEXT-PO-NUM.
            OPEN OUTPUT PO-SEQ-FILE.
            MOVE WS-NEXT-PO-NUM TO POSEQ-LAST-PO-NUM.
            WRITE PO-SEQ-REC.
            CLOSE PO-SEQ-FILE.

       C-210-PRINT-PO-HEADING.
            MOVE WS-CURRENT-SUPP TO WS-H-SUPP.
            MOVE WS-CURRENT-SUPP TO SUPP-NUM.
            MOVE SPACES TO WS-CITY-STATE-ZIP.
            READ SUPPLIER-FILE
                INVALID KEY
                    MOVE "** SUPPLIER NOT ON FILE **" TO SUPP-NAME
                    MOVE SPACES TO SUPP-ADDR
                    MOVE SPACES TO SUPP-PHONE
                NOT INVALID KEY
                    STRING SUPP-CITY DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           SUPP-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SUPP-ZIP DELIMITED BY SIZE
                           INTO WS-CITY-STATE-ZIP
            END-READ.
            MOVE SPACES TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.
            MOVE WS-PO-HEAD-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.
            MOVE SUPP-NAME TO WS-H-ADDR.
            MOVE WS-PO-ADDR-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.
            MOVE SPACES TO WS-PO-ADDR-LINE.
            MOVE SUPP-ADDR TO WS-H-ADDR.
            MOVE WS-PO-ADDR-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.
            MOVE WS-CITY-STATE-ZIP TO WS-H-ADDR.
            MOVE WS-PO-ADDR-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.
            MOVE SUPP-PHONE TO WS-H-ADDR.
            MOVE WS-PO-ADDR-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.
            MOVE "TO: " TO WS-PO-ADDR-LINE.
            MOVE WS-PO-COL-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.

      *    PRINTS THE PURCHASE ORDER LINE JUST WRITTEN OR READ.
       C-220-PRINT-PO-LINE.
            MOVE PO-LINE-NUM TO WS-L-LINE.
            MOVE PO-ITEM-CODE TO WS-L-ITEM.
            MOVE PO-ORDER-QTY TO WS-L-QTY.
            MOVE PO-UNIT-COST TO WS-L-COST.
            COMPUTE WS-LINE-EXTENSION ROUNDED =
                PO-ORDER-QTY * PO-UNIT-COST.
            MOVE WS-LINE-EXTENSION TO WS-L-EXT.
            MOVE PO-EXPECTED-DATE TO WS-L-EXPECTED.
            ADD WS-LINE-EXTENSION TO WS-PO-TOTAL.
            MOVE WS-PO-DETAIL-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.

       C-230-PRINT-PO-TOTAL.
            MOVE WS-PO-TOTAL TO WS-T-TOTAL.
            MOVE WS-PO-TOTAL-LINE TO PO-PRINT-REC.
            WRITE PO-PRINT-REC.

      *    TODAY PLUS THE LEAD TIME. THE DAYS ARE ADDED TO THE DAY OF
      *    THE MONTH AND ROLLED FORWARD A CALENDAR MONTH AT A TIME.
       C-300-FIGURE-EXPECTED-DATE.
            MOVE WS-TODAY-DATE TO WS-EXPECTED-DATE.
            COMPUTE WS-EXP-DAYS = WS-TODAY-DD + WS-LEAD-DAYS.
            MOVE "Y" TO WS-EXP-ADJUSTED.
            PERFORM C-310-NORMALIZE-EXPECTED
                UNTIL WS-EXP-ADJUSTED = "N".
            MOVE WS-EXP-DAYS TO WS-EXP-DD.

       C-310-NORMALIZE-EXPECTED.
            MOVE WS-MONTH-DAYS(WS-EXP-MM) TO WS-MONTH-LEN.
            IF WS-EXP-MM = 2
                DIVIDE WS-EXP-YY BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = ZERO
                    DIVIDE WS-EXP-YY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = ZERO
                        MOVE 29 TO WS-MONTH-LEN
                    ELSE
                        DIVIDE WS-EXP-YY BY 400 GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM = ZERO
                            MOVE 29 TO WS-MONTH-LEN
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-EXP-DAYS > WS-MONTH-LEN
                SUBTRACT WS-MONTH-LEN FROM WS-EXP-DAYS
                IF WS-EXP-MM = 12
                    MOVE 01 TO WS-EXP-MM
                    ADD 1 TO WS-EXP-YY
                ELSE
                    ADD 1 TO WS-EXP-MM
                END-IF
            ELSE
                MOVE "N" TO WS-EXP-ADJUSTED
            END-IF.

       C-400-SORT-PROPOSALS.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-PROP-COUNT
                COMPUTE WS-SORT-LIMIT = WS-PROP-COUNT - WS-SORT-I
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-SORT-LIMIT
                    MOVE "N" TO WS-SWAP-FLAG
                    IF WS-PR-SUPP(WS-SORT-J)
                        > WS-PR-SUPP(WS-SORT-J + 1)
                        MOVE "Y" TO WS-SWAP-FLAG
                    END-IF
                    IF WS-PR-SUPP(WS-SORT-J)
                        = WS-PR-SUPP(WS-SORT-J + 1)
                        AND WS-PR-ITEM(WS-SORT-J)
                        > WS-PR-ITEM(WS-SORT-J + 1)
                        MOVE "Y" TO WS-SWAP-FLAG
                    END-IF
                    IF WS-SWAP-FLAG = "Y"
                        MOVE WS-PROP-ENTRY(WS-SORT-J) TO WS-PROP-SWAP
                        MOVE WS-PROP-ENTRY(WS-SORT-J + 1)
                            TO WS-PROP-ENTRY(WS-SORT-J)
                        MOVE WS-PROP-SWAP
                            TO WS-PROP-ENTRY(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       C-410-SORT-OPEN-LINES.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I >= WS-OPEN-COUNT
                COMPUTE WS-SORT-LIMIT = WS-OPEN-COUNT - WS-SORT-I
                PERFORM VARYING WS-SORT-J FROM 1 BY 1
                        UNTIL WS-SORT-J > WS-SORT-LIMIT
                    MOVE "N" TO WS-SWAP-FLAG
                    IF WS-OP-SUPP(WS-SORT-J)
                        > WS-OP-SUPP(WS-SORT-J + 1)
                        MOVE "Y" TO WS-SWAP-FLAG
                    END-IF
                    IF WS-OP-SUPP(WS-SORT-J)
                        = WS-OP-SUPP(WS-SORT-J + 1)
                        AND WS-OP-EXPECTED(WS-SORT-J)
                        > WS-OP-EXPECTED(WS-SORT-J + 1)
                        MOVE "Y" TO WS-SWAP-FLAG
                    END-IF
                    IF WS-SWAP-FLAG = "Y"
                        MOVE WS-OPEN-ENTRY(WS-SORT-J) TO WS-OPEN-SWAP
                        MOVE WS-OPEN-ENTRY(WS-SORT-J + 1)
                            TO WS-OPEN-ENTRY(WS-SORT-J)
                        MOVE WS-OPEN-SWAP
                            TO WS-OPEN-ENTRY(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
       END PROGRAM PURCHORD.
