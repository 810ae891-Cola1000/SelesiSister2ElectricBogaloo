      *> bounded by disk, not by an in-storage account table; a
      *> failed sort abandons the run loudly rather than prove the
      *> book against part of the journal.
      *> Usage: reconcile [YYYYMMDD] - the business date, when given,
      *> heads the report. Any out-of-balance account (or a run that
      *> could not prove the book at all) ends with exit status 8, so
      *> the end-of-day controller goes no further that night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 ACC-ACCRUAL-DATE       PIC X(8).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-RECORD       PIC X(80).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD INT-ARC-FILE.
       01 INT-ARC-RECORD            PIC X(80).
       77 EXPECTED-BALANCE          PIC 9(6)V99.
       77 BALANCE-DIFF              PIC S9(7)V99.

       *> --- Command line ---
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 RUN-DATE                  PIC 9(8) VALUE 0.

       *> --- Report formatting / totals ---
       77 ACCOUNT-FMT               PIC 9(6).
       77 BALANCE-FMT               PIC Z(6)9.99.
       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-RECONCILE-DATE
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT
                       " - NOTHING RECONCILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REC-EXT-FILE
               CALL "SYSTEM" USING
                   "rm -f reconcile.ext.tmp reconcile.srt.tmp"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           CALL "SYSTEM" USING
               "rm -f reconcile.ext.tmp reconcile.srt.tmp"
           PERFORM RELEASE-BATCH-LOCK
           IF OUT-BALANCE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-RECONCILE-DATE.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO ARG-TOKEN-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL " "
               INTO ARG-TOKEN(1) ARG-TOKEN(2) ARG-TOKEN(3)
                    ARG-TOKEN(4) ARG-TOKEN(5) ARG-TOKEN(6)
                    ARG-TOKEN(7) ARG-TOKEN(8)
           END-UNSTRING
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
               IF ARG-TOKEN(ARG-IDX)(1:8) IS NUMERIC
                   AND ARG-TOKEN(ARG-IDX)(9:32) = SPACES
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO RUN-DATE
               END-IF
           END-PERFORM.

      *> ---------------- banking.lock, as in BANKING ----------------

       ACQUIRE-BATCH-LOCK.

       WRITE-REPORT-HEADER.
           MOVE "END-OF-DAY RECONCILIATION REPORT" TO RPT-RECORD
           IF RUN-DATE NOT = 0
               MOVE " - BUSINESS DATE " TO RPT-RECORD(33:17)
               MOVE RUN-DATE            TO RPT-RECORD(50:8)
           END-IF
           WRITE RPT-RECORD
           MOVE "ACCOUNT  ACTUAL      EXPECTED    STATUS"
               TO RPT-RECORD
