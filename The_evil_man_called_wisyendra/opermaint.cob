IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.

      *> Operator master maintenance. Reads operinput.txt - cols 1-8
      *> operator id, 9-38 name, 39 role (T teller, S supervisor, O
      *> operations, R read-only), 40-75 the DEP, WDR, TRF and XTR
      *> limits as four 9(6).99 fields, 76-91 a new PIN in clear
      *> (blank keeps the PIN already set), 92 status (A active - also
      *> clears a lockout and its failure count - L locked, blank
      *> leaves it as it is) - and applies each line to operators.txt,
      *> adding the operator or rewriting the one already there. Only
      *> a digest of the PIN, salted with the operator id, is stored;
      *> BANKING computes the same digest at sign-on. A line with a
      *> blank id or name, an unknown role, an unreadable limit, a PIN
      *> under four characters, or a new operator with no PIN at all
      *> is skipped and reported. Once applied, operinput.txt is
      *> rewritten with every PIN column blanked, so no clear PIN is
      *> left lying on disk. Runs under the posting lock: the teller
      *> and approval sessions update operators.txt at sign-on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPER-IN-FILE ASSIGN TO "operinput.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPER-IN-TMP-FILE ASSIGN TO "operinput.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-KEY
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "banking.lock"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-IN-FILE.
       01 OPER-IN-RECORD            PIC X(92).

       FD OPER-IN-TMP-FILE.
       01 OPER-IN-TMP-RECORD        PIC X(92).

       FD OPERATOR-FILE.
       01 OPER-RECORD.
          05 OPER-KEY               PIC X(8).
          05 OPER-NAME              PIC X(30).
          05 OPER-ROLE              PIC X.
          05 OPER-LIMIT-DEP         PIC X(9).
          05 OPER-LIMIT-WDR         PIC X(9).
          05 OPER-LIMIT-TRF         PIC X(9).
          05 OPER-LIMIT-XTR         PIC X(9).
          05 OPER-PIN-HASH          PIC X(16).
          05 OPER-STATUS            PIC X.
          05 OPER-FAIL-COUNT        PIC X.

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 OPER-FILE-STATUS          PIC XX.
       77 ADDED-COUNT               PIC 9(6) VALUE 0.
       77 UPDATED-COUNT             PIC 9(6) VALUE 0.
       77 SKIPPED-COUNT             PIC 9(6) VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 LINE-OK                   PIC X.
       77 SKIP-REASON               PIC X(30).
       77 OPERATOR-EXISTS           PIC X.
       77 PIN-SPACE-COUNT           PIC 9(4).
       77 LIMIT-IDX                 PIC 9(4).
       77 LIMIT-POS                 PIC 9(4).
       77 LIMIT-AMOUNT              PIC 9(6)V99.
       77 FORMATTED-AMOUNT          PIC 9(6).99.
       01 LIMIT-TEXT-TABLE.
          05 LIMIT-TEXT OCCURS 4 TIMES PIC X(9).

       *> --- PIN digest, as BANKING computes it at sign-on ---
       77 SIGN-ON-ID                PIC X(8).
       77 SIGN-ON-PIN               PIC X(16).
       77 PIN-HASH-SOURCE           PIC X(24).
       77 PIN-HASH-WORK             PIC 9(18).
       77 PIN-HASH-IDX              PIC 9(4).
       77 PIN-HASH-ROUND            PIC 9(4).
       77 PIN-HASH-TEXT             PIC 9(16).

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
           PERFORM ENSURE-OPERATOR-FILE-EXISTS
           PERFORM APPLY-ALL-LINES
           PERFORM REPORT-COUNTS
           PERFORM RELEASE-BATCH-LOCK
           STOP RUN.

       ENSURE-OPERATOR-FILE-EXISTS.
      *> operators.txt is ORGANIZATION INDEXED - OPEN I-O requires the
      *> file to already exist, so the first maintenance run creates
      *> an empty indexed file before anything else can open it.
           OPEN I-O OPERATOR-FILE
           IF OPER-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               PERFORM VERIFY-OPERATOR-FILE-OPEN
               CLOSE OPERATOR-FILE
           ELSE
               PERFORM VERIFY-OPERATOR-FILE-OPEN
               CLOSE OPERATOR-FILE
           END-IF.

       VERIFY-OPERATOR-FILE-OPEN.
           IF OPER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN operators.txt, FILE STATUS "
                       OPER-FILE-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

       APPLY-ALL-LINES.
      *> Each line is copied to the temp file with its PIN blanked as
      *> it is applied; the temp file replaces operinput.txt at the
      *> end, skipped lines included - a PIN keyed on a bad line is
      *> keyed again, never kept.
           OPEN I-O OPERATOR-FILE
           PERFORM VERIFY-OPERATOR-FILE-OPEN
           OPEN INPUT OPER-IN-FILE
           OPEN OUTPUT OPER-IN-TMP-FILE
           PERFORM UNTIL 1 = 2
               READ OPER-IN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM APPLY-ONE-LINE
                       MOVE OPER-IN-RECORD TO OPER-IN-TMP-RECORD
                       MOVE SPACES TO OPER-IN-TMP-RECORD(76:16)
                       WRITE OPER-IN-TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE OPER-IN-TMP-FILE
           CLOSE OPER-IN-FILE
           CLOSE OPERATOR-FILE
           CALL "SYSTEM" USING "mv operinput.txt.tmp operinput.txt".

       APPLY-ONE-LINE.
           PERFORM EDIT-OPERATOR-LINE
           IF LINE-OK = "N"
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "SKIPPED: " OPER-IN-RECORD(1:75) " - "
                       SKIP-REASON
           ELSE
               MOVE OPER-IN-RECORD(1:8) TO OPER-KEY
               MOVE "Y" TO OPERATOR-EXISTS
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "N" TO OPERATOR-EXISTS
               END-READ
               IF OPERATOR-EXISTS = "N"
                   AND OPER-IN-RECORD(76:16) = SPACES
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "SKIPPED: " OPER-IN-RECORD(1:75)
                           " - NEW OPERATOR NEEDS A PIN"
               ELSE
                   PERFORM BUILD-OPERATOR-RECORD
                   IF OPERATOR-EXISTS = "Y"
                       REWRITE OPER-RECORD
                       ADD 1 TO UPDATED-COUNT
                   ELSE
                       WRITE OPER-RECORD
                       ADD 1 TO ADDED-COUNT
                   END-IF
               END-IF
           END-IF.

       EDIT-OPERATOR-LINE.
           MOVE "Y" TO LINE-OK
           MOVE SPACES TO SKIP-REASON
           MOVE OPER-IN-RECORD(40:9) TO LIMIT-TEXT(1)
           MOVE OPER-IN-RECORD(49:9) TO LIMIT-TEXT(2)
           MOVE OPER-IN-RECORD(58:9) TO LIMIT-TEXT(3)
           MOVE OPER-IN-RECORD(67:9) TO LIMIT-TEXT(4)
           EVALUATE TRUE
               WHEN OPER-IN-RECORD(1:8) = SPACES
                   MOVE "N" TO LINE-OK
                   MOVE "BLANK OPERATOR ID" TO SKIP-REASON
               WHEN OPER-IN-RECORD(9:30) = SPACES
                   MOVE "N" TO LINE-OK
                   MOVE "BLANK NAME" TO SKIP-REASON
               WHEN OPER-IN-RECORD(39:1) NOT = "T"
                   AND OPER-IN-RECORD(39:1) NOT = "S"
                   AND OPER-IN-RECORD(39:1) NOT = "O"
                   AND OPER-IN-RECORD(39:1) NOT = "R"
                   MOVE "N" TO LINE-OK
                   MOVE "UNKNOWN ROLE" TO SKIP-REASON
               WHEN OPER-IN-RECORD(92:1) NOT = SPACE
                   AND OPER-IN-RECORD(92:1) NOT = "A"
                   AND OPER-IN-RECORD(92:1) NOT = "L"
                   MOVE "N" TO LINE-OK
                   MOVE "UNKNOWN STATUS" TO SKIP-REASON
           END-EVALUATE
           IF LINE-OK = "Y"
               PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                       UNTIL LIMIT-IDX > 4
                   IF FUNCTION TEST-NUMVAL(LIMIT-TEXT(LIMIT-IDX)) NOT = 0
                       MOVE "N" TO LINE-OK
                       MOVE "UNREADABLE LIMIT" TO SKIP-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF LINE-OK = "Y" AND OPER-IN-RECORD(76:16) NOT = SPACES
               MOVE 0 TO PIN-SPACE-COUNT
               INSPECT OPER-IN-RECORD(76:4)
                   TALLYING PIN-SPACE-COUNT FOR ALL SPACES
               IF PIN-SPACE-COUNT > 0
                   MOVE "N" TO LINE-OK
                   MOVE "PIN UNDER 4 CHARACTERS" TO SKIP-REASON
               END-IF
           END-IF.

       BUILD-OPERATOR-RECORD.
      *> OPER-RECORD holds the existing operator (or nothing, for a new
      *> one); the line's fields replace it, except a blank PIN or
      *> status, which leave the current ones standing.
           IF OPERATOR-EXISTS = "N"
               MOVE SPACES TO OPER-RECORD
               MOVE OPER-IN-RECORD(1:8) TO OPER-KEY
               MOVE "A" TO OPER-STATUS
               MOVE "0" TO OPER-FAIL-COUNT
           END-IF
           MOVE OPER-IN-RECORD(9:30) TO OPER-NAME
           MOVE OPER-IN-RECORD(39:1) TO OPER-ROLE
           PERFORM VARYING LIMIT-IDX FROM 1 BY 1 UNTIL LIMIT-IDX > 4
               MOVE FUNCTION NUMVAL(LIMIT-TEXT(LIMIT-IDX))
                   TO LIMIT-AMOUNT
               MOVE LIMIT-AMOUNT TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO LIMIT-TEXT(LIMIT-IDX)
           END-PERFORM
           MOVE LIMIT-TEXT(1) TO OPER-LIMIT-DEP
           MOVE LIMIT-TEXT(2) TO OPER-LIMIT-WDR
           MOVE LIMIT-TEXT(3) TO OPER-LIMIT-TRF
           MOVE LIMIT-TEXT(4) TO OPER-LIMIT-XTR
           IF OPER-IN-RECORD(76:16) NOT = SPACES
               MOVE OPER-KEY TO SIGN-ON-ID
               MOVE OPER-IN-RECORD(76:16) TO SIGN-ON-PIN
               PERFORM HASH-OPERATOR-PIN
               MOVE PIN-HASH-TEXT TO OPER-PIN-HASH
               MOVE SPACES TO SIGN-ON-PIN
           END-IF
           IF OPER-IN-RECORD(92:1) = "A"
               MOVE "A" TO OPER-STATUS
               MOVE "0" TO OPER-FAIL-COUNT
           END-IF
           IF OPER-IN-RECORD(92:1) = "L"
               MOVE "L" TO OPER-STATUS
           END-IF.

       HASH-OPERATOR-PIN.
      *> Digest of SIGN-ON-ID and SIGN-ON-PIN into PIN-HASH-TEXT -
      *> must stay identical to BANKING's, or nobody can sign on.
           MOVE SPACES      TO PIN-HASH-SOURCE
           MOVE SIGN-ON-ID  TO PIN-HASH-SOURCE(1:8)
           MOVE SIGN-ON-PIN TO PIN-HASH-SOURCE(9:16)
           MOVE 5381 TO PIN-HASH-WORK
           PERFORM VARYING PIN-HASH-ROUND FROM 1 BY 1
                   UNTIL PIN-HASH-ROUND > 3
               PERFORM VARYING PIN-HASH-IDX FROM 1 BY 1
                       UNTIL PIN-HASH-IDX > 24
                   COMPUTE PIN-HASH-WORK = FUNCTION MOD(
                       PIN-HASH-WORK * 33
                       + FUNCTION ORD(PIN-HASH-SOURCE(PIN-HASH-IDX:1))
                       + PIN-HASH-ROUND, 9999999999999937)
               END-PERFORM
           END-PERFORM
           MOVE PIN-HASH-WORK TO PIN-HASH-TEXT.

       REPORT-COUNTS.
           MOVE ADDED-COUNT TO COUNT-FMT
           DISPLAY "OPERATORS ADDED:   " COUNT-FMT
           MOVE UPDATED-COUNT TO COUNT-FMT
           DISPLAY "OPERATORS UPDATED: " COUNT-FMT
           MOVE SKIPPED-COUNT TO COUNT-FMT
           DISPLAY "LINES SKIPPED:     " COUNT-FMT.

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
