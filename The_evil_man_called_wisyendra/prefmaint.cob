IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFMAINT.

      *> Customer notification preferences maintenance. Reads
      *> prefinput.txt and applies each line to notifprefs.txt, adding
      *> the customer's preferences or rewriting the ones already
      *> there, the way CUSTMAINT applies custinput.txt. A line is:
      *>   cols 1-6   customer id
      *>   cols 8-13  Y (send) or N (do not send) for each alert type
      *>              in turn - LOW balance below threshold, BIG large
      *>              debit, REF refused debit, STS frozen or closed,
      *>              SOF standing order failed for funds, DRM dormancy
      *>              warning
      *>   cols 15-23 low-balance threshold 9(6).99 in the account's
      *>              currency; blank means no low-balance alert
      *>   cols 25-33 large-debit amount 9(6).99; blank means the
      *>              house amount on notifparms.txt
      *> A line whose id is not numeric or is zero, whose flags are not
      *> all Y or N, or whose amounts do not read as numbers is skipped
      *> and reported, so a mistyped line never silences a customer's
      *> alerts. A customer with no preferences gets every alert but
      *> the low-balance one. Runs under the posting lock: the
      *> notification run reads notifprefs.txt and must not see it
      *> mid-rewrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREF-IN-FILE ASSIGN TO "prefinput.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREF-FILE ASSIGN TO "notifprefs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NP-KEY
               FILE STATUS IS PREF-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "banking.lock"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PREF-IN-FILE.
       01 PREF-IN-RECORD            PIC X(33).

       FD PREF-FILE.
       01 NP-RECORD.
          05 NP-KEY                 PIC 9(6).
          05 NP-OPT-TABLE.
             10 NP-OPT OCCURS 6 TIMES PIC X.
          05 NP-LOW-AMOUNT          PIC X(9).
          05 NP-BIG-AMOUNT          PIC X(9).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 PREF-FILE-STATUS          PIC XX.
       77 ADDED-COUNT               PIC 9(6) VALUE 0.
       77 UPDATED-COUNT             PIC 9(6) VALUE 0.
       77 SKIPPED-COUNT             PIC 9(6) VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 LINE-OK                   PIC X.
       77 OPT-IDX                   PIC 9(2).
       77 OPT-FLAG                  PIC X.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).
       77 SYSTEM-CMD                PIC X(80).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING APPLIED"
               STOP RUN
           END-IF
           PERFORM ENSURE-PREF-FILE-EXISTS
           PERFORM APPLY-ALL-LINES
           PERFORM REPORT-COUNTS
           PERFORM RELEASE-BATCH-LOCK
           STOP RUN.

       ENSURE-PREF-FILE-EXISTS.
      *> notifprefs.txt is ORGANIZATION INDEXED - OPEN I-O requires the
      *> file to already exist, so the first maintenance run creates
      *> an empty indexed file before anything else can open it.
           OPEN I-O PREF-FILE
           IF PREF-FILE-STATUS = "35"
               OPEN OUTPUT PREF-FILE
               PERFORM VERIFY-PREF-FILE-OPEN
               CLOSE PREF-FILE
           ELSE
               PERFORM VERIFY-PREF-FILE-OPEN
               CLOSE PREF-FILE
           END-IF.

       VERIFY-PREF-FILE-OPEN.
           IF PREF-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN notifprefs.txt, FILE STATUS "
                       PREF-FILE-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

       APPLY-ALL-LINES.
           OPEN I-O PREF-FILE
           PERFORM VERIFY-PREF-FILE-OPEN
           OPEN INPUT PREF-IN-FILE
           PERFORM UNTIL 1 = 2
               READ PREF-IN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM APPLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE PREF-IN-FILE
           CLOSE PREF-FILE.

       APPLY-ONE-LINE.
           PERFORM EDIT-ONE-LINE
           IF LINE-OK = "N"
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "SKIPPED: " PREF-IN-RECORD
           ELSE
               MOVE PREF-IN-RECORD(1:6)   TO NP-KEY
               MOVE PREF-IN-RECORD(8:6)   TO NP-OPT-TABLE
               MOVE PREF-IN-RECORD(15:9)  TO NP-LOW-AMOUNT
               MOVE PREF-IN-RECORD(25:9)  TO NP-BIG-AMOUNT
               WRITE NP-RECORD
                   INVALID KEY
                       REWRITE NP-RECORD
                       ADD 1 TO UPDATED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO ADDED-COUNT
               END-WRITE
           END-IF.

       EDIT-ONE-LINE.
           MOVE "Y" TO LINE-OK
           IF PREF-IN-RECORD(1:6) IS NOT NUMERIC
               MOVE "N" TO LINE-OK
           ELSE
               IF FUNCTION NUMVAL(PREF-IN-RECORD(1:6)) = 0
                   MOVE "N" TO LINE-OK
               END-IF
           END-IF
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > 6
               MOVE PREF-IN-RECORD(7 + OPT-IDX:1) TO OPT-FLAG
               IF OPT-FLAG NOT = "Y" AND OPT-FLAG NOT = "N"
                   MOVE "N" TO LINE-OK
               END-IF
           END-PERFORM
           IF PREF-IN-RECORD(15:9) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(PREF-IN-RECORD(15:9)) NOT = 0
               MOVE "N" TO LINE-OK
           END-IF
           IF PREF-IN-RECORD(25:9) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(PREF-IN-RECORD(25:9)) NOT = 0
               MOVE "N" TO LINE-OK
           END-IF.

       REPORT-COUNTS.
           MOVE ADDED-COUNT TO COUNT-FMT
           DISPLAY "PREFERENCES ADDED:   " COUNT-FMT
           MOVE UPDATED-COUNT TO COUNT-FMT
           DISPLAY "PREFERENCES UPDATED: " COUNT-FMT
           MOVE SKIPPED-COUNT TO COUNT-FMT
           DISPLAY "LINES SKIPPED:       " COUNT-FMT.

      *> ----------------- banking.lock, as in BANKING -----------------

       ACQUIRE-BATCH-LOCK.
           PERFORM TRY-BATCH-LOCK
           MOVE 0 TO LOCK-TRY-COUNT
           PERFORM UNTIL LOCK-ACQUIRED = "Y"
               OR LOCK-TRY-COUNT >= LOCK-WAIT-LIMIT
               ADD 1 TO LOCK-TRY-COUNT
               DISPLAY "WAITING FOR banking.lock (TRY "
                       LOCK-TRY-COUNT " OF " LOCK-WAIT-LIMIT ")"
               CALL "SYSTEM" USING "sleep 1"
               PERFORM TRY-BATCH-LOCK
           END-PERFORM.

       TRY-BATCH-LOCK.
           MOVE "N" TO LOCK-ACQUIRED
           CALL "SYSTEM" USING "echo $PPID > banking.lock.$PPID"
           CALL "SYSTEM" USING
               "ln banking.lock.$PPID banking.lock 2>/dev/null"
           IF RETURN-CODE NOT = 0
               PERFORM REMOVE-LOCK-IF-STALE
               CALL "SYSTEM" USING
                   "ln banking.lock.$PPID banking.lock 2>/dev/null"
           END-IF
           IF RETURN-CODE = 0
               PERFORM VERIFY-LOCK-OWNERSHIP
           END-IF
           CALL "SYSTEM" USING "rm -f banking.lock.$PPID".

       VERIFY-LOCK-OWNERSHIP.
      *> Read the lock back and claim it only if it names us - two
      *> contenders can both judge the same lock stale, and without
      *> this the loser's removal can take out the winner's lock.
           CALL "SYSTEM" USING
               "[ ""$(cat banking.lock 2>/dev/null)"" = ""$PPID"" ]"
           IF RETURN-CODE = 0
               MOVE "Y" TO LOCK-ACQUIRED
           END-IF.

       REMOVE-LOCK-IF-STALE.
           MOVE SPACES TO LOCK-PID-TEXT
           OPEN INPUT LOCK-FILE
           READ LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LOCK-RECORD(1:10) TO LOCK-PID-TEXT
           END-READ
           CLOSE LOCK-FILE
           IF LOCK-PID-TEXT = SPACES
               CALL "SYSTEM" USING
                   "[ -f banking.lock ] && [ ! -s banking.lock ] && rm -f banking.lock"
           ELSE
               MOVE SPACES TO SYSTEM-CMD
               STRING "kill -0 "     DELIMITED SIZE
                      LOCK-PID-TEXT  DELIMITED " "
                      " 2>/dev/null" DELIMITED SIZE
                      INTO SYSTEM-CMD
               CALL "SYSTEM" USING SYSTEM-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "REMOVING STALE banking.lock LEFT BY DEAD "
                           "PROCESS " LOCK-PID-TEXT
      *> Remove only while the lock still names the dead owner.
                   MOVE SPACES TO SYSTEM-CMD
                   STRING "[ ""$(cat banking.lock 2>/dev/null)"" = """
                              DELIMITED SIZE
                          LOCK-PID-TEXT DELIMITED " "
                          """ ] && rm -f banking.lock" DELIMITED SIZE
                          INTO SYSTEM-CMD
                   CALL "SYSTEM" USING SYSTEM-CMD
               END-IF
           END-IF.

       RELEASE-BATCH-LOCK.
           CALL "SYSTEM" USING "rm -f banking.lock".
