      *          adjustments from the physical count mode, which takes
      *          counted quantities, prints a variance report and only
      *          then books the adjustments. The stock-card inquiry
      *          replays a material's ledger movements. A delivery
      *          can be received against a PURCHORD purchase order
      *          line: the open lines are shown, the line's received
      *          quantity and status are updated, and short or over
      *          quantities and invoice prices that differ from the
      *          unit cost are flagged as variances.
      *          Operators sign on first (FRONT-COUNTER or MANAGER).
      *          Unit cost changes and physical counts are restricted
      *          to MANAGER, and every ledger movement carries the
      *          operator ID and time of day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-LEDGER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT PO-FILE
           ASSIGN TO WS-PO-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           ALTERNATE RECORD KEY IS PO-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-PO-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE
           05  LED-QTY                PIC S9(7)V99.
           05  LED-ORDER-NUM          PIC 9(9).
           05  LED-DATE               PIC 9(8).
           05  LED-OPERATOR-ID        PIC X(8).
           05  LED-TIME               PIC 9(8).
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
       01  WS-INV-STATUS           PIC XX    VALUE "00".
           05  WS-LED-QTY          PIC S9(7)V99.
           05  WS-LED-ORDER        PIC 9(9).
           05  WS-LED-DATE         PIC 9(8).
       01  WS-PO-FILE-PATH         PIC X(100).
       01  WS-PO-STATUS            PIC XX    VALUE "00".
       01  WS-PO-FILE-OPEN         PIC X     VALUE "N".
       01  WS-PO-EOF-FLAG          PIC X     VALUE "N".
       01  WS-PO-LINE-OK           PIC X     VALUE "N".
       01  WS-PO-OPEN-LINES        PIC 9(3)  VALUE ZERO.
       01  WS-RECV-PO-NUM          PIC 9(7)  VALUE ZERO.
       01  WS-RECV-PO-LINE         PIC 9(3)  VALUE ZERO.
       01  WS-PO-OPEN-QTY          PIC S9(7)V99 VALUE ZERO.
       01  WS-INVOICE-COST         PIC 9(5)V99 VALUE ZERO.
       01  WS-QTY-VARIANCE         PIC S9(7)V99 VALUE ZERO.
       01  WS-COST-VARIANCE        PIC S9(5)V99 VALUE ZERO.
       01  WS-PRICE-VAR-AMT        PIC S9(9)V99 VALUE ZERO.
       01  WS-CLOSE-SHORT          PIC X     VALUE "N".
       01  WS-RECV-DATE            PIC 9(8).
       01  WS-PO-LINE-DISPLAY.
           05  WS-PD-PO            PIC 9(7).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-PD-LINE          PIC 9(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-ORDERED       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-RECEIVED      PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-OPEN          PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-EXPECTED      PIC 9(8).
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
            PERFORM A-100-OPEN-INV-FILE.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 9.
            CLOSE INV-FILE.
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
                MOVE "C:\COBOL_Files\INVLEDG.TXT"
                    TO WS-LEDGER-FILE-PATH
            END-IF.
            ACCEPT WS-PO-FILE-PATH FROM ENVIRONMENT "PO_FILE_PATH".
            IF WS-PO-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\PURCHORD.TXT" TO WS-PO-FILE-PATH
            END-IF.

       A-100-OPEN-INV-FILE.
            OPEN I-O INV-FILE.
                WHEN 4
                    PERFORM B-500-LIST-INVENTORY
                WHEN 5
                    IF WS-OPERATOR-ROLE = "MANAGER"
                        PERFORM B-600-CHANGE-UNIT-COST
                    ELSE
                        DISPLAY "CHANGE UNIT COST IS RESTRICTED TO "
                            "MANAGER"
                    END-IF
                WHEN 6
                    PERFORM B-700-VALUATION-REPORT
                WHEN 7
                    PERFORM B-800-STOCK-CARD
                WHEN 8
                    IF WS-OPERATOR-ROLE = "MANAGER"
                        PERFORM B-900-PHYSICAL-COUNT
                    ELSE
                        DISPLAY "PHYSICAL COUNT IS RESTRICTED TO "
                            "MANAGER"
                    END-IF
            END-EVALUATE.

       B-200-CREATE-MATERIAL.
                INVALID KEY
                    DISPLAY "MATERIAL NOT ON FILE"
                NOT INVALID KEY
                    PERFORM B-310-RECEIVE-MATERIAL
            END-READ.

       B-310-RECEIVE-MATERIAL.
            ACCEPT WS-RECV-DATE FROM DATE YYYYMMDD.
            MOVE INV-ON-HAND TO WS-ON-HAND-EDIT.
            DISPLAY "ON HAND: " WS-ON-HAND-EDIT.
            MOVE "N" TO WS-PO-FILE-OPEN.
            MOVE "N" TO WS-PO-LINE-OK.
            MOVE ZERO TO WS-RECV-PO-NUM.
            MOVE ZERO TO WS-PO-OPEN-LINES.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS = "00"
                MOVE "Y" TO WS-PO-FILE-OPEN
                PERFORM C-200-LIST-OPEN-PO-LINES
            END-IF.
            IF WS-PO-OPEN-LINES > ZERO
                DISPLAY "PO NUMBER (0 = NOT ON A PURCHASE ORDER):"
                ACCEPT WS-RECV-PO-NUM
                IF WS-RECV-PO-NUM NOT = ZERO
                    PERFORM B-320-SELECT-PO-LINE
                END-IF
            END-IF.
            IF WS-RECV-PO-NUM NOT = ZERO AND WS-PO-LINE-OK = "N"
                DISPLAY "RECEIPT NOT BOOKED"
            ELSE
                DISPLAY "QUANTITY RECEIVED:"
                ACCEPT WS-RECEIVED-QTY
                IF WS-PO-LINE-OK = "Y"
                    PERFORM B-330-RECEIVE-AGAINST-PO
                END-IF
                ADD WS-RECEIVED-QTY TO INV-ON-HAND
                REWRITE INV-REC
                MOVE INV-ITEM-CODE TO WS-LED-CODE
                MOVE "RECEIPT" TO WS-LED-TYPE
                MOVE WS-RECEIVED-QTY TO WS-LED-QTY
                MOVE ZERO TO WS-LED-ORDER
                MOVE WS-RECV-DATE TO WS-LED-DATE
                PERFORM C-100-WRITE-LEDGER-ROW
                MOVE INV-ON-HAND TO WS-ON-HAND-EDIT
                DISPLAY "NEW ON HAND: " WS-ON-HAND-EDIT
            END-IF.
            IF WS-PO-FILE-OPEN = "Y"
                CLOSE PO-FILE
            END-IF.

       B-320-SELECT-PO-LINE.
            DISPLAY "PO LINE NUMBER:".
            ACCEPT WS-RECV-PO-LINE.
            MOVE WS-RECV-PO-NUM TO PO-NUM.
            MOVE WS-RECV-PO-LINE TO PO-LINE-NUM.
            READ PO-FILE
                INVALID KEY
                    DISPLAY "PURCHASE ORDER LINE NOT ON FILE"
                NOT INVALID KEY
                    IF PO-ITEM-CODE NOT = INV-ITEM-CODE
                        DISPLAY "PURCHASE ORDER LINE IS FOR MATERIAL "
                            PO-ITEM-CODE
                    ELSE
                        IF PO-STATUS = "CLOSED"
                            DISPLAY "PURCHASE ORDER LINE IS CLOSED"
                        ELSE
                            MOVE "Y" TO WS-PO-LINE-OK
                        END-IF
                    END-IF
            END-READ.
            IF WS-PO-LINE-OK = "Y"
                COMPUTE WS-PO-OPEN-QTY =
                    PO-ORDER-QTY - PO-RECEIVED-QTY
                MOVE PO-ORDER-QTY TO WS-REORDER-EDIT
                DISPLAY "ORDERED         : " WS-REORDER-EDIT
                MOVE PO-RECEIVED-QTY TO WS-REORDER-EDIT
                DISPLAY "RECEIVED TO DATE: " WS-REORDER-EDIT
                MOVE WS-PO-OPEN-QTY TO WS-QTY-EDIT
                DISPLAY "STILL OPEN      :" WS-QTY-EDIT
                MOVE PO-UNIT-COST TO WS-UNIT-COST-EDIT
                DISPLAY "PO UNIT COST    : " WS-UNIT-COST-EDIT
            END-IF.

       B-330-RECEIVE-AGAINST-PO.
            DISPLAY "INVOICE UNIT COST:".
            ACCEPT WS-INVOICE-COST.
            COMPUTE WS-QTY-VARIANCE = WS-RECEIVED-QTY - WS-PO-OPEN-QTY.
            IF WS-QTY-VARIANCE < ZERO
                MOVE WS-QTY-VARIANCE TO WS-QTY-EDIT
                DISPLAY "** QUANTITY VARIANCE - SHORT:" WS-QTY-EDIT
            END-IF.
            IF WS-QTY-VARIANCE > ZERO
                MOVE WS-QTY-VARIANCE TO WS-QTY-EDIT
                DISPLAY "** QUANTITY VARIANCE - OVER :" WS-QTY-EDIT
            END-IF.
            IF WS-INVOICE-COST NOT = INV-UNIT-COST
                COMPUTE WS-COST-VARIANCE =
                    WS-INVOICE-COST - INV-UNIT-COST
                COMPUTE WS-PRICE-VAR-AMT ROUNDED =
                    WS-COST-VARIANCE * WS-RECEIVED-QTY
                MOVE INV-UNIT-COST TO WS-UNIT-COST-EDIT
                DISPLAY "** PRICE VARIANCE - UNIT COST: "
                    WS-UNIT-COST-EDIT
                MOVE WS-INVOICE-COST TO WS-UNIT-COST-EDIT
                DISPLAY "                    INVOICE  : "
                    WS-UNIT-COST-EDIT
                MOVE WS-PRICE-VAR-AMT TO WS-ITEM-VALUE-EDIT
                DISPLAY "                    EXTENDED :"
                    WS-ITEM-VALUE-EDIT
            END-IF.
            ADD WS-RECEIVED-QTY TO PO-RECEIVED-QTY.
            MOVE WS-RECV-DATE TO PO-LAST-RECV-DATE.
            IF PO-RECEIVED-QTY NOT < PO-ORDER-QTY
                MOVE "CLOSED" TO PO-STATUS
            ELSE
                MOVE "PARTIAL" TO PO-STATUS
                COMPUTE WS-PO-OPEN-QTY =
                    PO-ORDER-QTY - PO-RECEIVED-QTY
                MOVE WS-PO-OPEN-QTY TO WS-QTY-EDIT
                DISPLAY "STILL OPEN ON PO:" WS-QTY-EDIT
                DISPLAY "CLOSE THE LINE SHORT (Y/N)?"
                ACCEPT WS-CLOSE-SHORT
                IF WS-CLOSE-SHORT = "Y" OR WS-CLOSE-SHORT = "y"
                    MOVE "CLOSED" TO PO-STATUS
                END-IF
            END-IF.
            REWRITE PO-REC.
            DISPLAY "PURCHASE ORDER LINE " PO-NUM "-" PO-LINE-NUM
                " NOW " PO-STATUS.

       B-400-REORDER-REPORT.
            MOVE LOW-VALUES TO INV-ITEM-CODE.
            MOVE WS-LED-QTY TO LED-QTY.
            MOVE WS-LED-ORDER TO LED-ORDER-NUM.
            MOVE WS-LED-DATE TO LED-DATE.
            MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID.
            ACCEPT LED-TIME FROM TIME.
            WRITE LEDGER-REC.
            CLOSE LEDGER-FILE.

       C-200-LIST-OPEN-PO-LINES.
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
                                IF WS-PO-OPEN-LINES = ZERO
                                    DISPLAY "OPEN PURCHASE ORDER LINES:"
                                    DISPLAY "PO-LINE         ORDERED"
                                        "    RECEIVED         OPEN"
                                        "  EXPECTED"
                                END-IF
                                ADD 1 TO WS-PO-OPEN-LINES
                                MOVE PO-NUM TO WS-PD-PO
                                MOVE PO-LINE-NUM TO WS-PD-LINE
                                MOVE PO-ORDER-QTY TO WS-PD-ORDERED
                                MOVE PO-RECEIVED-QTY TO WS-PD-RECEIVED
                                COMPUTE WS-PO-OPEN-QTY =
                                    PO-ORDER-QTY - PO-RECEIVED-QTY
                                MOVE WS-PO-OPEN-QTY TO WS-PD-OPEN
                                MOVE PO-EXPECTED-DATE TO WS-PD-EXPECTED
                                DISPLAY WS-PO-LINE-DISPLAY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       END PROGRAM INVMAINT.
