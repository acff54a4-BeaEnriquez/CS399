      * Purpose: Lot change-history inquiry over the CAO audit log.
      *          Takes a lot number (zero for all lots) and a date
      *          range and prints each matching entry (op type, old
      *          value, new value, date, operator) from the live audit
      *          file and from the dated archive files written by
      *          AUDARCH for every month in the range. Produces the
      *          history an assessment appeal asks for without
      *          eyeballing the raw file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  AUDIT-NEW-VALUE        PIC X(26).
           05  AUDIT-EVAL-AMOUNT      PIC X(11).
           05  AUDIT-DATE             PIC 9(8).
           05  AUDIT-OPERATOR-ID      PIC X(8).
           05  AUDIT-TIME             PIC 9(8).
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC.
           05  ARCH-NEW-VALUE         PIC X(26).
           05  ARCH-EVAL-AMOUNT       PIC X(11).
           05  ARCH-DATE              PIC 9(8).
           05  ARCH-OPERATOR-ID       PIC X(8).
           05  ARCH-TIME              PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-PATH      PIC X(100).
       01  WS-ARCHIVE-FILE-PATH    PIC X(100).
            DISPLAY "===== LOT CHANGE HISTORY =====".
            DISPLAY "LOT        OP TYPE     OLD VALUE"
                "                   NEW VALUE                  "
                " DATE      OPERATOR".
            PERFORM B-100-SCAN-ARCHIVES.
            PERFORM B-200-SCAN-LIVE-FILE.
            DISPLAY "------------------------------".
                ADD 1 TO WS-MATCH-COUNT
                DISPLAY ARCH-LOT-NUM "  " ARCH-OP-TYPE "  "
                    ARCH-OLD-VALUE "  " ARCH-NEW-VALUE "  "
                    ARCH-DATE "  " ARCH-OPERATOR-ID
            END-IF.

       B-200-SCAN-LIVE-FILE.
                ADD 1 TO WS-MATCH-COUNT
                DISPLAY AUDIT-LOT-NUM "  " AUDIT-OP-TYPE "  "
                    AUDIT-OLD-VALUE "  " AUDIT-NEW-VALUE "  "
                    AUDIT-DATE "  " AUDIT-OPERATOR-ID
            END-IF.
       END PROGRAM AUDINQ.
