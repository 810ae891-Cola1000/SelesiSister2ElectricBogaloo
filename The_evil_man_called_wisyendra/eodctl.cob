IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCTL.

      *> End-of-day run controller. Holds the bank's business date in
      *> busdate.txt (cols 1-8 the current business date, 9-16 the one
      *> before it) and runs the day's steps, as eodsteps.txt lists
      *> them, one after another, passing each that business date -
      *> so a run that crosses midnight still stamps the day it is
      *> closing, never the wall clock's.
      *> eodsteps.txt, one line per step in running order:
      *>   cols 1-9 step name; 11 when it runs ("D" every business day,
      *>   "M" only on the last business day of the month); 13 what
      *>   the step is given ("D" the business date YYYYMMDD, "P" the
      *>   period YYYYMM, "A" the business date and the number of
      *>   calendar days up to the next business date - the accrual -
      *>   never carried past the month end; blank nothing); 15-30 the
      *>   input file the step consumes, if any; 32-80 the command.
      *> A step reports failure through its exit status (BANKING on a
      *> rejected batch, RECONCILE out of balance, and so on). The
      *> chain stops at the first failure; every step that completed
      *> is recorded in eodctl.ckpt against the business date, so the
      *> rerun after operator action resumes at the failed step and
      *> does not run a finished step twice. A consumed input file is
      *> moved aside to <file>.<business date> as its step completes,
      *> ahead of the checkpoint, so that not even a crash between the
      *> two can post it a second time.
      *> Only when every step of the day has completed is the business
      *> date rolled to the next business day - Monday to Friday, less
      *> any date on the optional holidays.txt (cols 1-8 YYYYMMDD,
      *> 10-40 description) - and the checkpoint cleared.
      *> Every step start, end and outcome goes to eodlog.txt:
      *>   cols 1-8 business date, 10-18 step, 20-33 start and 35-48
      *>   end (clock YYYYMMDDHHMMSS), 50-53 outcome (OK, FAIL; DONE
      *>   for a step an earlier run completed, SKIP for a month-end
      *>   step on another day; ROLL for the date roll itself), 55-58
      *>   exit status, 60-120 the command as run.
      *> Usage: eodctl [YYYYMMDD] - the date is taken only to start
      *> busdate.txt on the first run; from then on the file rules.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-TMP-FILE ASSIGN TO "busdate.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-FILE ASSIGN TO "eodsteps.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EOD-CKPT-FILE ASSIGN TO "eodctl.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOD-CKPT-TMP-FILE ASSIGN TO "eodctl.ckpt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EOD-LOG-FILE ASSIGN TO "eodlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(16).

       FD BUSDATE-TMP-FILE.
       01 BUSDATE-TMP-RECORD        PIC X(16).

       FD STEP-FILE.
       01 STEP-RECORD               PIC X(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD            PIC X(40).

       FD EOD-CKPT-FILE.
      *> eodctl.ckpt: cols 1-8 the business date, 9-28 one byte per
      *> eodsteps.txt line, "Y" once that step has completed.
       01 EOD-CKPT-RECORD           PIC X(28).

       FD EOD-CKPT-TMP-FILE.
       01 EOD-CKPT-TMP-RECORD       PIC X(28).

       FD EOD-LOG-FILE.
       01 EOD-LOG-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       *> --- Command line ---
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 SEED-DATE                 PIC 9(8) VALUE 0.

       *> --- Business dates ---
       77 BUS-DATE                  PIC 9(8) VALUE 0.
       77 PREV-BUS-DATE             PIC 9(8) VALUE 0.
       77 NEXT-BUS-DATE             PIC 9(8) VALUE 0.
       77 TODAY-DATE                PIC 9(8).
       77 BUSDATE-FOUND             PIC X VALUE "N".
       77 MONTH-END-DAY             PIC X VALUE "N".
       77 ACCRUAL-SPAN              PIC 9(2).
       77 SPAN-FMT                  PIC Z9.
       01 NEXT-MONTH-DATE.
          05 NM-YEAR                PIC 9(4).
          05 NM-MONTH               PIC 9(2).
          05 NM-DAY                 PIC 9(2).
       01 NEXT-MONTH-START REDEFINES NEXT-MONTH-DATE PIC 9(8).
       77 DAY-NUMBER                PIC 9(8).
       77 TEST-DATE                 PIC 9(8).
       77 BUSINESS-DAY              PIC X.

       *> --- holidays.txt ---
       01 HOL-TABLE.
          05 HOL-DATE OCCURS 100 TIMES PIC 9(8).
       77 HOL-COUNT                 PIC 9(4) VALUE 0.
       77 HOL-IDX                   PIC 9(4).

       *> --- eodsteps.txt, with what this business date has done ---
       01 ST-TABLE.
          05 ST-ENTRY OCCURS 20 TIMES.
             10 ST-NAME             PIC X(9).
             10 ST-WHEN             PIC X.
             10 ST-ARG              PIC X.
             10 ST-INPUT            PIC X(16).
             10 ST-COMMAND          PIC X(49).
             10 ST-DONE             PIC X.
       77 ST-COUNT                  PIC 9(4) VALUE 0.
       77 ST-IDX                    PIC 9(4).
       77 ST-TABLE-FULL             PIC X VALUE "N".
       77 ST-BAD-LINE               PIC X VALUE "N".

       *> --- The step being run ---
       77 DAY-FAILED                PIC X VALUE "N".
       77 LOG-STEP                  PIC X(9).
       77 STEP-OUTCOME              PIC X(4).
       77 STEP-STATUS               PIC 9(9).
       77 STEP-EXIT                 PIC 9(4).
       77 STEP-EXIT-FMT             PIC ZZZ9.
       77 STEP-START                PIC X(14).
       77 STEP-END                  PIC X(14).
       77 CLOCK-DATE                PIC 9(8).
       77 CLOCK-TIME                PIC 9(8).
       77 STEP-CMD                  PIC X(120).
       77 SYSTEM-CMD                PIC X(120).
       77 COUNT-FMT                 PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-EOD-ARGUMENTS
           PERFORM LOAD-BUSINESS-DATE
           IF BUS-DATE = 0
               DISPLAY "NO BUSINESS DATE: busdate.txt IS MISSING OR "
                       "UNREADABLE - START IT WITH eodctl <YYYYMMDD>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BUSDATE-FOUND = "Y" AND SEED-DATE NOT = 0
               AND SEED-DATE NOT = BUS-DATE
               DISPLAY "busdate.txt HOLDS BUSINESS DATE " BUS-DATE
                       " - THE DATE " SEED-DATE " ON THE COMMAND "
                       "LINE IS NOT USED; NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-HOLIDAYS
           MOVE BUS-DATE TO TEST-DATE
           PERFORM TEST-BUSINESS-DAY
           IF BUSINESS-DAY = "N"
               DISPLAY "BUSINESS DATE " BUS-DATE " IS A WEEKEND OR "
                       "HOLIDAY - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           IF BUS-DATE > TODAY-DATE
               DISPLAY "BUSINESS DATE " BUS-DATE " IS AHEAD OF THE "
                       "CALENDAR (" TODAY-DATE ") - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STEP-TABLE
           IF ST-COUNT = 0 OR ST-TABLE-FULL = "Y" OR ST-BAD-LINE = "Y"
               DISPLAY "eodsteps.txt MISSING, EMPTY, OVER 20 STEPS OR "
                       "NOT READABLE - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPUTE-NEXT-BUSINESS-DATE
           PERFORM LOAD-EOD-CKPT
           IF BUSDATE-FOUND = "N"
               PERFORM SAVE-BUSINESS-DATE
           END-IF
           DISPLAY "END OF DAY FOR BUSINESS DATE " BUS-DATE
           IF MONTH-END-DAY = "Y"
               DISPLAY "LAST BUSINESS DAY OF THE MONTH - MONTH-END "
                       "STEPS RUN TONIGHT"
           END-IF
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT OR DAY-FAILED = "Y"
               PERFORM RUN-ONE-STEP
           END-PERFORM
           IF DAY-FAILED = "Y"
               SUBTRACT 1 FROM ST-IDX
               DISPLAY "END OF DAY " BUS-DATE " STOPPED AT STEP "
                       ST-NAME(ST-IDX) " - RERUN eodctl AFTER "
                       "OPERATOR ACTION TO RESUME THERE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ROLL-BUSINESS-DATE
               DISPLAY "END OF DAY " BUS-DATE " COMPLETE - BUSINESS "
                       "DATE NOW " NEXT-BUS-DATE
           END-IF
           STOP RUN.

       RESOLVE-EOD-ARGUMENTS.
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
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO SEED-DATE
               END-IF
           END-PERFORM.

      *> ----------------- busdate.txt -----------------

       LOAD-BUSINESS-DATE.
           MOVE 0 TO BUS-DATE
           MOVE 0 TO PREV-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO BUSDATE-FOUND
                   IF BUSDATE-RECORD(1:8) IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(BUSDATE-RECORD(1:8))) = 0
                       MOVE BUSDATE-RECORD(1:8) TO BUS-DATE
                   END-IF
                   IF BUSDATE-RECORD(9:8) IS NUMERIC
                       MOVE BUSDATE-RECORD(9:8) TO PREV-BUS-DATE
                   END-IF
           END-READ
           CLOSE BUSDATE-FILE
      *> No file yet: the first run starts it from the command line.
           IF BUSDATE-FOUND = "N" AND SEED-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(SEED-DATE) = 0
                   MOVE SEED-DATE TO BUS-DATE
               END-IF
           END-IF.

       SAVE-BUSINESS-DATE.
           MOVE SPACES        TO BUSDATE-TMP-RECORD
           MOVE BUS-DATE      TO BUSDATE-TMP-RECORD(1:8)
           MOVE PREV-BUS-DATE TO BUSDATE-TMP-RECORD(9:8)
           OPEN OUTPUT BUSDATE-TMP-FILE
           WRITE BUSDATE-TMP-RECORD
           CLOSE BUSDATE-TMP-FILE
           CALL "SYSTEM" USING "mv busdate.txt.tmp busdate.txt".

       ROLL-BUSINESS-DATE.
      *> The new date is published before the checkpoint goes: a crash
      *> in between leaves a checkpoint for a date that is no longer
      *> current, which LOAD-EOD-CKPT ignores.
           MOVE BUS-DATE      TO PREV-BUS-DATE
           MOVE NEXT-BUS-DATE TO BUS-DATE
           PERFORM SAVE-BUSINESS-DATE
           CALL "SYSTEM" USING "rm -f eodctl.ckpt"
           MOVE PREV-BUS-DATE TO BUS-DATE
           MOVE "ROLL"        TO LOG-STEP
           MOVE SPACES        TO STEP-START
           MOVE SPACES        TO STEP-END
           MOVE "ROLL"        TO STEP-OUTCOME
           MOVE 0             TO STEP-EXIT
           MOVE SPACES        TO STEP-CMD
           STRING "NEXT BUSINESS DATE " DELIMITED SIZE
                  NEXT-BUS-DATE         DELIMITED SIZE
                  INTO STEP-CMD
           PERFORM WRITE-EOD-LOG.

      *> ----------------- calendar -----------------

       LOAD-HOLIDAYS.
           MOVE 0 TO HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           PERFORM UNTIL 1 = 2
               READ HOLIDAY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLIDAY-RECORD(1:8) IS NUMERIC
                           AND HOL-COUNT < 100
                           ADD 1 TO HOL-COUNT
                           MOVE HOLIDAY-RECORD(1:8) TO HOL-DATE(HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       TEST-BUSINESS-DAY.
      *> In: TEST-DATE. Out: BUSINESS-DAY. INTEGER-OF-DATE day 1 is a
      *> Monday, so MOD 7 of (day - 1) gives 5 and 6 for the weekend.
           MOVE "Y" TO BUSINESS-DAY
           COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(TEST-DATE)
           IF FUNCTION MOD(DAY-NUMBER - 1, 7) > 4
               MOVE "N" TO BUSINESS-DAY
           ELSE
               PERFORM VARYING HOL-IDX FROM 1 BY 1
                       UNTIL HOL-IDX > HOL-COUNT
                   IF HOL-DATE(HOL-IDX) = TEST-DATE
                       MOVE "N" TO BUSINESS-DAY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-NEXT-BUSINESS-DATE.
      *> The next business date after BUS-DATE; a different month there
      *> makes tonight the month's last business day. The accrual span
      *> runs from tonight up to the next business date or the first
      *> of next month, whichever comes first. A month that opens on a
      *> weekend or holiday has its opening days accrued by the pass on
      *> its first business date, from each account's accrual stamp.
           COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(BUS-DATE)
           MOVE "N" TO BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY = "Y"
               ADD 1 TO DAY-NUMBER
               COMPUTE TEST-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM
           MOVE TEST-DATE TO NEXT-BUS-DATE
           IF NEXT-BUS-DATE(1:6) NOT = BUS-DATE(1:6)
               MOVE "Y" TO MONTH-END-DAY
           ELSE
               MOVE "N" TO MONTH-END-DAY
           END-IF
           MOVE BUS-DATE TO NEXT-MONTH-START
           MOVE 1        TO NM-DAY
           IF NM-MONTH = 12
               ADD 1 TO NM-YEAR
               MOVE 1 TO NM-MONTH
           ELSE
               ADD 1 TO NM-MONTH
           END-IF
           IF NEXT-MONTH-START < NEXT-BUS-DATE
               COMPUTE ACCRUAL-SPAN =
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START)
                   - FUNCTION INTEGER-OF-DATE(BUS-DATE)
           ELSE
               COMPUTE ACCRUAL-SPAN =
                   FUNCTION INTEGER-OF-DATE(NEXT-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(BUS-DATE)
           END-IF.

      *> ----------------- eodsteps.txt / eodctl.ckpt -----------------

       LOAD-STEP-TABLE.
           MOVE 0 TO ST-COUNT
           OPEN INPUT STEP-FILE
           PERFORM UNTIL 1 = 2
               READ STEP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF STEP-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-FILE.

       LOAD-ONE-STEP.
      *> A line the controller cannot run exactly as written stops the
      *> whole night before anything starts - never a silent skip.
           IF ST-COUNT >= 20
               MOVE "Y" TO ST-TABLE-FULL
           ELSE
               IF STEP-RECORD(1:9) = SPACES
                   OR STEP-RECORD(32:49) = SPACES
                   OR (STEP-RECORD(11:1) NOT = "D"
                       AND STEP-RECORD(11:1) NOT = "M")
                   OR (STEP-RECORD(13:1) NOT = "D"
                       AND STEP-RECORD(13:1) NOT = "P"
                       AND STEP-RECORD(13:1) NOT = "A"
                       AND STEP-RECORD(13:1) NOT = SPACE)
                   DISPLAY "eodsteps.txt LINE NOT UNDERSTOOD: "
                           STEP-RECORD
                   MOVE "Y" TO ST-BAD-LINE
               ELSE
                   ADD 1 TO ST-COUNT
                   MOVE STEP-RECORD(1:9)   TO ST-NAME(ST-COUNT)
                   MOVE STEP-RECORD(11:1)  TO ST-WHEN(ST-COUNT)
                   MOVE STEP-RECORD(13:1)  TO ST-ARG(ST-COUNT)
                   MOVE STEP-RECORD(15:16) TO ST-INPUT(ST-COUNT)
                   MOVE STEP-RECORD(32:49) TO ST-COMMAND(ST-COUNT)
                   MOVE "N"                TO ST-DONE(ST-COUNT)
               END-IF
           END-IF.

       LOAD-EOD-CKPT.
      *> A checkpoint for another date belongs to a day already rolled
      *> past; tonight starts from the first step.
           OPEN INPUT EOD-CKPT-FILE
           READ EOD-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF EOD-CKPT-RECORD(1:8) = BUS-DATE
                       PERFORM VARYING ST-IDX FROM 1 BY 1
                               UNTIL ST-IDX > ST-COUNT
                           IF EOD-CKPT-RECORD(8 + ST-IDX:1) = "Y"
                               MOVE "Y" TO ST-DONE(ST-IDX)
                           END-IF
                       END-PERFORM
                       DISPLAY "RESUMING END OF DAY " BUS-DATE
                   END-IF
           END-READ
           CLOSE EOD-CKPT-FILE.

       SAVE-EOD-CKPT.
           MOVE SPACES   TO EOD-CKPT-TMP-RECORD
           MOVE BUS-DATE TO EOD-CKPT-TMP-RECORD(1:8)
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > ST-COUNT
               MOVE ST-DONE(ARG-IDX) TO EOD-CKPT-TMP-RECORD(8 + ARG-IDX:1)
           END-PERFORM
           OPEN OUTPUT EOD-CKPT-TMP-FILE
           WRITE EOD-CKPT-TMP-RECORD
           CLOSE EOD-CKPT-TMP-FILE
           CALL "SYSTEM" USING "mv eodctl.ckpt.tmp eodctl.ckpt".

      *> ----------------- running the steps -----------------

       RUN-ONE-STEP.
           MOVE ST-NAME(ST-IDX) TO LOG-STEP
           MOVE SPACES TO STEP-START
           MOVE SPACES TO STEP-END
           MOVE 0      TO STEP-EXIT
           MOVE ST-COMMAND(ST-IDX) TO STEP-CMD
           EVALUATE TRUE
               WHEN ST-DONE(ST-IDX) = "Y"
                   DISPLAY "STEP " ST-NAME(ST-IDX) " ALREADY COMPLETE"
                   MOVE "DONE" TO STEP-OUTCOME
                   PERFORM WRITE-EOD-LOG
               WHEN ST-WHEN(ST-IDX) = "M" AND MONTH-END-DAY = "N"
                   MOVE "SKIP" TO STEP-OUTCOME
                   PERFORM WRITE-EOD-LOG
               WHEN OTHER
                   PERFORM EXECUTE-STEP
           END-EVALUATE.

       EXECUTE-STEP.
           PERFORM BUILD-STEP-COMMAND
           DISPLAY "STEP " ST-NAME(ST-IDX) ": " STEP-CMD
           PERFORM TAKE-CLOCK
           MOVE CLOCK-DATE       TO STEP-START(1:8)
           MOVE CLOCK-TIME(1:6)  TO STEP-START(9:6)
           MOVE STEP-CMD TO SYSTEM-CMD
           CALL "SYSTEM" USING SYSTEM-CMD
           MOVE RETURN-CODE TO STEP-STATUS
           PERFORM TAKE-CLOCK
           MOVE CLOCK-DATE       TO STEP-END(1:8)
           MOVE CLOCK-TIME(1:6)  TO STEP-END(9:6)
      *> The shell hands back the wait status: the exit code sits in
      *> the high byte, a killing signal in the low one.
           IF STEP-STATUS >= 256
               COMPUTE STEP-EXIT = STEP-STATUS / 256
           ELSE
               MOVE STEP-STATUS TO STEP-EXIT
           END-IF
           IF STEP-STATUS = 0
               PERFORM CONSUME-STEP-INPUT
               MOVE "Y" TO ST-DONE(ST-IDX)
               PERFORM SAVE-EOD-CKPT
               MOVE "OK" TO STEP-OUTCOME
           ELSE
               MOVE "Y" TO DAY-FAILED
               MOVE "FAIL" TO STEP-OUTCOME
               MOVE STEP-EXIT TO STEP-EXIT-FMT
               DISPLAY "STEP " ST-NAME(ST-IDX) " FAILED (EXIT STATUS "
                       STEP-EXIT-FMT ")"
           END-IF
           PERFORM WRITE-EOD-LOG.

       BUILD-STEP-COMMAND.
           MOVE SPACES TO STEP-CMD
           MOVE ACCRUAL-SPAN TO SPAN-FMT
           EVALUATE ST-ARG(ST-IDX)
               WHEN "D"
                   STRING ST-COMMAND(ST-IDX) DELIMITED "  "
                          " "                DELIMITED SIZE
                          BUS-DATE           DELIMITED SIZE
                          INTO STEP-CMD
               WHEN "P"
                   STRING ST-COMMAND(ST-IDX) DELIMITED "  "
                          " "                DELIMITED SIZE
                          BUS-DATE(1:6)      DELIMITED SIZE
                          INTO STEP-CMD
               WHEN "A"
                   STRING ST-COMMAND(ST-IDX) DELIMITED "  "
                          " "                DELIMITED SIZE
                          BUS-DATE           DELIMITED SIZE
                          " "                DELIMITED SIZE
                          SPAN-FMT           DELIMITED SIZE
                          INTO STEP-CMD
               WHEN OTHER
                   MOVE ST-COMMAND(ST-IDX) TO STEP-CMD
           END-EVALUATE.

       CONSUME-STEP-INPUT.
           IF ST-INPUT(ST-IDX) NOT = SPACES
               MOVE SPACES TO SYSTEM-CMD
               STRING "[ -f "          DELIMITED SIZE
                      ST-INPUT(ST-IDX) DELIMITED " "
                      " ] && mv "      DELIMITED SIZE
                      ST-INPUT(ST-IDX) DELIMITED " "
                      " "              DELIMITED SIZE
                      ST-INPUT(ST-IDX) DELIMITED " "
                      "."              DELIMITED SIZE
                      BUS-DATE         DELIMITED SIZE
                      INTO SYSTEM-CMD
               CALL "SYSTEM" USING SYSTEM-CMD
           END-IF.

       TAKE-CLOCK.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME.

       WRITE-EOD-LOG.
           MOVE SPACES       TO EOD-LOG-RECORD
           MOVE BUS-DATE     TO EOD-LOG-RECORD(1:8)
           MOVE LOG-STEP     TO EOD-LOG-RECORD(10:9)
           MOVE STEP-START   TO EOD-LOG-RECORD(20:14)
           MOVE STEP-END     TO EOD-LOG-RECORD(35:14)
           MOVE STEP-OUTCOME TO EOD-LOG-RECORD(50:4)
           IF STEP-START NOT = SPACES
               MOVE STEP-EXIT TO STEP-EXIT-FMT
               MOVE STEP-EXIT-FMT TO EOD-LOG-RECORD(55:4)
           END-IF
           MOVE STEP-CMD     TO EOD-LOG-RECORD(60:61)
           OPEN EXTEND EOD-LOG-FILE
           WRITE EOD-LOG-RECORD
           CLOSE EOD-LOG-FILE.
