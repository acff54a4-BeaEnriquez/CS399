      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier master maintenance for the framing shop's
      *          materials. Keeps one record per supplier (number,
      *          name, mailing address, phone) and, per material on
      *          the inventory file, the sourcing record PURCHORD
      *          orders from: the preferred supplier, the quantity to
      *          order when the material falls to its reorder point
      *          and the supplier's lead time in days.
      *          Operators sign on first (FRONT-COUNTER or MANAGER).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT INV-FILE
           ASSIGN TO WS-INV-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO WS-OPERATOR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  INV-FILE
           DATA RECORD IS INV-REC.
       01  INV-REC.
           05  INV-ITEM-CODE          PIC X(10).
           05  INV-DESCRIPTION        PIC X(26).
           05  INV-UNIT               PIC X(8).
           05  INV-ON-HAND            PIC S9(7)V99.
           05  INV-REORDER-POINT      PIC 9(7)V99.
           05  INV-UNIT-COST          PIC 9(5)V99.
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
       01  WS-SUPP-FILE-PATH       PIC X(100).
       01  WS-SOURCE-FILE-PATH     PIC X(100).
       01  WS-INV-FILE-PATH        PIC X(100).
       01  WS-SUPP-STATUS          PIC XX    VALUE "00".
       01  WS-SOURCE-STATUS        PIC XX    VALUE "00".
       01  WS-INV-STATUS           PIC XX    VALUE "00".
       01  WS-MENU-CHOICE          PIC 9     VALUE ZERO.
       01  WS-EOF-FLAG             PIC X     VALUE "N".
       01  WS-SUPP-FOUND           PIC X     VALUE "N".
       01  WS-SUPP-NUM             PIC 9(5).
       01  WS-SUPP-NAME            PIC X(26).
       01  WS-SUPP-ADDR            PIC X(40).
       01  WS-SUPP-CITY            PIC X(20).
       01  WS-SUPP-STATE           PIC X(2).
       01  WS-SUPP-ZIP             PIC 9(5).
       01  WS-SUPP-PHONE           PIC X(12).
       01  WS-ITEM-CODE            PIC X(10).
       01  WS-ORDER-QTY            PIC 9(7)V99.
       01  WS-LEAD-DAYS            PIC 9(3).
       01  WS-QTY-EDIT             PIC ZZZZZZ9.99.
       01  WS-SOURCE-LINE.
           05  WS-S-ITEM           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-SUPP           PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-SUPP-NAME      PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-QTY            PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-S-LEAD           PIC ZZ9.
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
            PERFORM A-100-OPEN-FILES.
            PERFORM B-100-PROCESS-MENU UNTIL WS-MENU-CHOICE = 6.
            CLOSE SOURCE-FILE.
            CLOSE SUPPLIER-FILE.
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
            ACCEPT WS-INV-FILE-PATH FROM ENVIRONMENT "INV_FILE_PATH".
            IF WS-INV-FILE-PATH = SPACES
                MOVE "C:\COBOL_Files\INVENTRY.TXT" TO WS-INV-FILE-PATH
            END-IF.

       A-100-OPEN-FILES.
            OPEN I-O SUPPLIER-FILE.
            IF WS-SUPP-STATUS = "35"
                OPEN OUTPUT SUPPLIER-FILE
                CLOSE SUPPLIER-FILE
                OPEN I-O SUPPLIER-FILE
            END-IF.
            OPEN I-O SOURCE-FILE.
            IF WS-SOURCE-STATUS = "35"
                OPEN OUTPUT SOURCE-FILE
                CLOSE SOURCE-FILE
                OPEN I-O SOURCE-FILE
            END-IF.

       B-100-PROCESS-MENU.
            DISPLAY " ".
            DISPLAY "======== SUPPLIER MASTER MENU ========".
            DISPLAY "[1] CREATE SUPPLIER".
            DISPLAY "[2] UPDATE SUPPLIER".
            DISPLAY "[3] LIST SUPPLIERS".
            DISPLAY "[4] SET MATERIAL SOURCING".
            DISPLAY "[5] LIST MATERIAL SOURCING".
            DISPLAY "[6] QUIT".
            DISPLAY "ENTER CHOICE:".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 1
                    PERFORM B-200-CREATE-SUPPLIER
                WHEN 2
                    PERFORM B-300-UPDATE-SUPPLIER
                WHEN 3
                    PERFORM B-400-LIST-SUPPLIERS
                WHEN 4
                    PERFORM B-500-SET-SOURCING
                WHEN 5
                    PERFORM B-600-LIST-SOURCING
            END-EVALUATE.

       B-200-CREATE-SUPPLIER.
            DISPLAY "SUPPLIER NUMBER:".
            ACCEPT WS-SUPP-NUM.
            PERFORM C-100-ACCEPT-SUPPLIER-DETAILS.
            MOVE WS-SUPP-NUM TO SUPP-NUM.
            PERFORM C-110-MOVE-SUPPLIER-DETAILS.
            WRITE SUPPLIER-REC
                INVALID KEY
                    DISPLAY "SUPPLIER NUMBER ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "SUPPLIER CREATED"
            END-WRITE.

       B-300-UPDATE-SUPPLIER.
            DISPLAY "SUPPLIER NUMBER:".
            ACCEPT WS-SUPP-NUM.
            MOVE WS-SUPP-NUM TO SUPP-NUM.
            READ SUPPLIER-FILE
                INVALID KEY
                    DISPLAY "SUPPLIER NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "CURRENT NAME: " SUPP-NAME
                    PERFORM C-100-ACCEPT-SUPPLIER-DETAILS
                    PERFORM C-110-MOVE-SUPPLIER-DETAILS
                    REWRITE SUPPLIER-REC
                    DISPLAY "SUPPLIER UPDATED"
            END-READ.

       B-400-LIST-SUPPLIERS.
            MOVE ZERO TO SUPP-NUM.
            START SUPPLIER-FILE KEY NOT LESS THAN SUPP-NUM
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-FLAG
            END-START.
            DISPLAY "SUPP   NAME                        PHONE"
                "         CITY".
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ SUPPLIER-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        DISPLAY SUPP-NUM "  " SUPP-NAME "  "
                            SUPP-PHONE "  " SUPP-CITY
                END-READ
            END-PERFORM.

       B-500-SET-SOURCING.
            DISPLAY "MATERIAL CODE:".
            ACCEPT WS-ITEM-CODE.
            OPEN INPUT INV-FILE.
            IF WS-INV-STATUS NOT = "00"
                DISPLAY "INVENTORY FILE NOT FOUND"
            ELSE
                MOVE WS-ITEM-CODE TO INV-ITEM-CODE
                READ INV-FILE
                    INVALID KEY
                        DISPLAY "MATERIAL NOT ON FILE"
                    NOT INVALID KEY
                        DISPLAY "MATERIAL: " INV-DESCRIPTION
                        PERFORM B-510-TAKE-SOURCING
                END-READ
                CLOSE INV-FILE
            END-IF.

       B-510-TAKE-SOURCING.
            MOVE WS-ITEM-CODE TO SRC-ITEM-CODE.
            READ SOURCE-FILE
                INVALID KEY
                    DISPLAY "NO SOURCING ON FILE YET"
                NOT INVALID KEY
                    MOVE SRC-ORDER-QTY TO WS-QTY-EDIT
                    DISPLAY "CURRENT SUPPLIER " SRC-SUPP-NUM
                        "  ORDER QTY " WS-QTY-EDIT
                        "  LEAD DAYS " SRC-LEAD-DAYS
            END-READ.
            DISPLAY "PREFERRED SUPPLIER NUMBER:".
            ACCEPT WS-SUPP-NUM.
            MOVE "N" TO WS-SUPP-FOUND.
            MOVE WS-SUPP-NUM TO SUPP-NUM.
            READ SUPPLIER-FILE
                INVALID KEY
                    DISPLAY "SUPPLIER NOT FOUND - SOURCING NOT SAVED"
                NOT INVALID KEY
                    MOVE "Y" TO WS-SUPP-FOUND
                    DISPLAY "SUPPLIER: " SUPP-NAME
            END-READ.
            IF WS-SUPP-FOUND = "Y"
                DISPLAY "ORDER QUANTITY:"
                ACCEPT WS-ORDER-QTY
                DISPLAY "LEAD TIME IN DAYS:"
                ACCEPT WS-LEAD-DAYS
                IF WS-ORDER-QTY = ZERO
                    DISPLAY "ORDER QUANTITY MUST BE GREATER THAN ZERO"
                        " - SOURCING NOT SAVED"
                ELSE
                    MOVE WS-ITEM-CODE TO SRC-ITEM-CODE
                    MOVE WS-SUPP-NUM TO SRC-SUPP-NUM
                    MOVE WS-ORDER-QTY TO SRC-ORDER-QTY
                    MOVE WS-LEAD-DAYS TO SRC-LEAD-DAYS
                    WRITE SOURCE-REC
                        INVALID KEY
                            REWRITE SOURCE-REC
                    END-WRITE
                    DISPLAY "SOURCING SAVED"
                END-IF
            END-IF.

       B-600-LIST-SOURCING.
            MOVE LOW-VALUES TO SRC-ITEM-CODE.
            START SOURCE-FILE KEY NOT LESS THAN SRC-ITEM-CODE
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-FLAG
            END-START.
            DISPLAY " ".
            DISPLAY "CODE        SUPP   SUPPLIER NAME               "
                "  ORDER QTY  LEAD".
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ SOURCE-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        PERFORM B-610-LIST-ONE-SOURCE
                END-READ
            END-PERFORM.

       B-610-LIST-ONE-SOURCE.
            MOVE SRC-SUPP-NUM TO SUPP-NUM.
            READ SUPPLIER-FILE
                INVALID KEY
                    MOVE "** SUPPLIER NOT ON FILE **" TO SUPP-NAME
            END-READ.
            MOVE SRC-ITEM-CODE TO WS-S-ITEM.
            MOVE SRC-SUPP-NUM TO WS-S-SUPP.
            MOVE SUPP-NAME TO WS-S-SUPP-NAME.
            MOVE SRC-ORDER-QTY TO WS-S-QTY.
            MOVE SRC-LEAD-DAYS TO WS-S-LEAD.
            DISPLAY WS-SOURCE-LINE.

       C-100-ACCEPT-SUPPLIER-DETAILS.
            DISPLAY "SUPPLIER NAME:".
            ACCEPT WS-SUPP-NAME.
            DISPLAY "MAILING ADDRESS:".
            ACCEPT WS-SUPP-ADDR.
            DISPLAY "CITY:".
            ACCEPT WS-SUPP-CITY.
            DISPLAY "STATE:".
            ACCEPT WS-SUPP-STATE.
            DISPLAY "ZIP:".
            ACCEPT WS-SUPP-ZIP.
            DISPLAY "PHONE:".
            ACCEPT WS-SUPP-PHONE.

       C-110-MOVE-SUPPLIER-DETAILS.
            MOVE WS-SUPP-NAME TO SUPP-NAME.
            MOVE WS-SUPP-ADDR TO SUPP-ADDR.
            MOVE WS-SUPP-CITY TO SUPP-CITY.
            MOVE WS-SUPP-STATE TO SUPP-STATE.
            MOVE WS-SUPP-ZIP TO SUPP-ZIP.
            MOVE WS-SUPP-PHONE TO SUPP-PHONE.
       END PROGRAM SUPPMNT.
