      *> top of the copied records, everything at or before it is
      *> already inside them. Published write-temp-then-rename, so a
      *> crash mid-copy leaves last night's snapshot intact.
      *> Usage: snapshot [YYYYMMDD] - the snapshot date is the business
      *> date given (the end-of-day controller's), else today. A
      *> snapshot not taken ends the run with exit status 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 SNAP-DATE                 PIC 9(8).
       77 SNAP-TIME                 PIC 9(6).
       77 COPIED-COUNT              PIC 9(6) VALUE 0.
       77 SNAP-TAKEN                PIC X VALUE "N".
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NO SNAPSHOT TAKEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TXN-SEQ
           PERFORM RESOLVE-SNAPSHOT-DATE
           ACCEPT SNAP-TIME FROM TIME
           PERFORM COPY-MASTER
           PERFORM RELEASE-BATCH-LOCK
           IF SNAP-TAKEN = "N"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-SNAPSHOT-DATE.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO ARG-TOKEN-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL " "
               INTO ARG-TOKEN(1) ARG-TOKEN(2) ARG-TOKEN(3)
                    ARG-TOKEN(4) ARG-TOKEN(5) ARG-TOKEN(6)
                    ARG-TOKEN(7) ARG-TOKEN(8)
           END-UNSTRING
           MOVE 0 TO SNAP-DATE
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
               IF ARG-TOKEN(ARG-IDX)(1:8) IS NUMERIC
                   AND ARG-TOKEN(ARG-IDX)(9:32) = SPACES
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO SNAP-DATE
               END-IF
           END-PERFORM
           IF SNAP-DATE = 0
               ACCEPT SNAP-DATE FROM DATE YYYYMMDD
           END-IF.

       COPY-MASTER.
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               CLOSE SNAP-TMP-FILE
               CALL "SYSTEM" USING
                   "mv accounts.snap.tmp accounts.snap"
               MOVE "Y" TO SNAP-TAKEN
               MOVE COPIED-COUNT TO COUNT-FMT
               DISPLAY "SNAPSHOT TAKEN: " COUNT-FMT
                       " ACCOUNT RECORDS, CUT " SNAP-DATE " "
