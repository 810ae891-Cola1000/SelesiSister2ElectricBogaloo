IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLIDX.

      *> Journal index build and verification. Two indexed companions
      *> stand beside the flat transaction journal so that one
      *> account's activity is a keyed read instead of a pass over
      *> txnlog.txt and every txnlog.<YYYYMM>.arc archive:
      *>   jrnlidx.txt - every journal entry, live and archived, keyed
      *>     by account + journal sequence number (cols 1-6, 7-12),
      *>     the journal line itself in cols 13-134. An entry written
      *>     before sequence numbers existed is keyed by a space and a
      *>     five-digit ordinal in journal order, which sorts it ahead
      *>     of the account's numbered entries;
      *>   jrnlsum.txt - one record per account per business month
      *>     (account + YYYYMM), holding per action code the number of
      *>     entries, how many of them left the balance unchanged
      *>     (refused attempts, enquiries, status changes) and the sum
      *>     of the amounts of those that moved it. Undated entries
      *>     belong to no month.
      *> Every program that writes the journal (BANKING, SETTLEIN,
      *> SETTLACK, LOANSVC, DORMSWEEP, MONTHEND) adds each entry to
      *> both as it writes it; MONTHEND's archiving moves lines between
      *> flat files and leaves the index as it is. Until the files
      *> exist nothing is kept, and the readers (BANKING's withdrawal
      *> fee count, TXNHIST, DORMSWEEP) scan the flat journal as they
      *> always did.
      *> -build  reads the archives and the live journal under the
      *>         posting lock into jrnlidx.new / jrnlsum.new and swaps
      *>         them into place (the same way ACCTCONV swaps the
      *>         account master), so readers never see half an index.
      *>         Run it once to start the index; rerun it to repair one
      *>         that -verify has found wrong.
      *> -verify proves the index against the flat journal, entry by
      *>         entry and month by month, into jrnlcheck.txt and ends
      *>         with exit status 8 on any difference.
      *> Usage: jrnlidx -build | -verify

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-ARC-FILE
               ASSIGN TO "txnlog.jxarcs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-INDEX-FILE ASSIGN TO "jrnlidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS JX-FILE-STATUS.
           SELECT JRNL-SUMMARY-FILE ASSIGN TO "jrnlsum.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-KEY
               FILE STATUS IS JS-FILE-STATUS.
           SELECT NEW-INDEX-FILE ASSIGN TO "jrnlidx.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NX-KEY
               FILE STATUS IS NX-FILE-STATUS.
           SELECT NEW-SUMMARY-FILE ASSIGN TO "jrnlsum.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-KEY
               FILE STATUS IS NS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "jrnlcheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "banking.lock"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD JRNL-INDEX-FILE.
       01 JX-RECORD.
          05 JX-KEY.
             10 JX-ACCOUNT          PIC X(6).
             10 JX-SEQ              PIC X(6).
          05 JX-ENTRY               PIC X(122).

       FD JRNL-SUMMARY-FILE.
       01 JS-RECORD.
          05 JS-KEY.
             10 JS-ACCOUNT          PIC X(6).
             10 JS-PERIOD           PIC X(6).
          05 JS-ACTION-COUNT        PIC 9(2).
          05 JS-ACTION-TABLE.
             10 JS-ACTION-ENTRY OCCURS 40 TIMES.
                15 JS-ACTION        PIC X(3).
                15 JS-ENTRIES       PIC 9(7).
                15 JS-UNMOVED       PIC 9(7).
                15 JS-VALUE         PIC 9(13)V99.

      *> The -build output, and -verify's recount of the summary.
       FD NEW-INDEX-FILE.
       01 NX-RECORD.
          05 NX-KEY                 PIC X(12).
          05 NX-ENTRY               PIC X(122).

       FD NEW-SUMMARY-FILE.
       01 NS-RECORD.
          05 NS-KEY.
             10 NS-ACCOUNT          PIC X(6).
             10 NS-PERIOD           PIC X(6).
          05 NS-ACTION-COUNT        PIC 9(2).
          05 NS-ACTION-TABLE.
             10 NS-ACTION-ENTRY OCCURS 40 TIMES.
                15 NS-ACTION        PIC X(3).
                15 NS-ENTRIES       PIC 9(7).
                15 NS-UNMOVED       PIC 9(7).
                15 NS-VALUE         PIC 9(13)V99.

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(100).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 JX-FILE-STATUS            PIC XX.
       77 JS-FILE-STATUS            PIC XX.
       77 NX-FILE-STATUS            PIC XX.
       77 NS-FILE-STATUS            PIC XX.
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       77 BUILD-FOUND               PIC 9(4) VALUE 0.
       77 VERIFY-FOUND              PIC 9(4) VALUE 0.
       77 RUN-MODE                  PIC X VALUE SPACE.

       *> --- The journal line in hand and the key it files under ---
       77 JRNL-LINE                 PIC X(122).
       01 ENTRY-KEY.
          05 ENTRY-ACCOUNT          PIC X(6).
          05 ENTRY-SEQ              PIC X(6).
       77 LEGACY-ORDINAL            PIC 9(5) VALUE 0.

       *> --- Summary slot search ---
       77 JS-IDX                    PIC 9(4).
       77 JS-SLOT                   PIC 9(4).
       77 NS-IDX                    PIC 9(4).
       77 NS-SLOT                   PIC 9(4).
       77 NS-ON-FILE                PIC X.
       77 JX-FOUND                  PIC X.
       77 ENTRY-AMOUNT              PIC 9(13)V99.

       *> --- Counts ---
       77 JOURNAL-COUNT             PIC 9(8) VALUE 0.
       77 INDEXED-COUNT             PIC 9(8) VALUE 0.
       77 DUPLICATE-COUNT           PIC 9(8) VALUE 0.
       77 OVERFLOW-COUNT            PIC 9(8) VALUE 0.
       77 MISSING-COUNT             PIC 9(8) VALUE 0.
       77 DIFFER-COUNT              PIC 9(8) VALUE 0.
       77 MATCHED-COUNT             PIC 9(8) VALUE 0.
       77 MONTH-COUNT               PIC 9(8) VALUE 0.
       77 MONTH-BAD-COUNT           PIC 9(8) VALUE 0.
       77 MONTH-MATCH               PIC X.
       77 VERIFY-CLEAN              PIC X VALUE "Y".
       77 COUNT-FMT                 PIC ZZZZZZZ9.
       77 COUNT-FMT-2               PIC ZZZZZZZ9.

       *> --- Month-by-month comparison: the recount against the file ---
       77 NS-AT-END                 PIC X.
       77 JS-AT-END                 PIC X.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).
       77 SYSTEM-CMD                PIC X(80).

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           INSPECT CMD-LINE TALLYING BUILD-FOUND FOR ALL "-build"
           INSPECT CMD-LINE TALLYING VERIFY-FOUND FOR ALL "-verify"
           EVALUATE TRUE
               WHEN BUILD-FOUND > 0 AND VERIFY-FOUND = 0
                   MOVE "B" TO RUN-MODE
               WHEN VERIFY-FOUND > 0 AND BUILD-FOUND = 0
                   MOVE "V" TO RUN-MODE
               WHEN OTHER
                   DISPLAY "USAGE: JRNLIDX -build | -verify"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-MODE = "B"
               PERFORM BUILD-JOURNAL-INDEX
               PERFORM RELEASE-BATCH-LOCK
           ELSE
               PERFORM VERIFY-JOURNAL-INDEX
               PERFORM RELEASE-BATCH-LOCK
               IF VERIFY-CLEAN = "N"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> ----------------- -build -----------------

       BUILD-JOURNAL-INDEX.
           OPEN OUTPUT NEW-INDEX-FILE
           CLOSE NEW-INDEX-FILE
           OPEN OUTPUT NEW-SUMMARY-FILE
           CLOSE NEW-SUMMARY-FILE
           OPEN I-O NEW-INDEX-FILE
           OPEN I-O NEW-SUMMARY-FILE
           IF NX-FILE-STATUS NOT = "00" OR NS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT CREATE jrnlidx.new / jrnlsum.new "
                       "(FILE STATUS " NX-FILE-STATUS " / "
                       NS-FILE-STATUS ") - NOTHING BUILT"
               CLOSE NEW-INDEX-FILE
               CLOSE NEW-SUMMARY-FILE
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-WHOLE-JOURNAL
           CLOSE NEW-INDEX-FILE
           CLOSE NEW-SUMMARY-FILE
           CALL "SYSTEM" USING "mv jrnlidx.new jrnlidx.txt"
           CALL "SYSTEM" USING "mv jrnlsum.new jrnlsum.txt"
           MOVE JOURNAL-COUNT TO COUNT-FMT
           MOVE INDEXED-COUNT TO COUNT-FMT-2
           DISPLAY "JOURNAL INDEX BUILT: " COUNT-FMT
                   " JOURNAL ENTRIES, " COUNT-FMT-2 " INDEXED"
           IF DUPLICATE-COUNT > 0
               MOVE DUPLICATE-COUNT TO COUNT-FMT
               DISPLAY COUNT-FMT " ENTRIES REPEAT AN ACCOUNT AND "
                       "SEQUENCE ALREADY INDEXED - NOT INDEXED"
           END-IF
           IF OVERFLOW-COUNT > 0
               MOVE OVERFLOW-COUNT TO COUNT-FMT
               DISPLAY COUNT-FMT " ENTRIES FOUND THEIR MONTH'S ACTION "
                       "TABLE FULL - NOT SUMMARIZED"
           END-IF.

       READ-WHOLE-JOURNAL.
      *> Archives first, oldest period first, then the live journal -
      *> the order the entries were written, which is what gives
      *> unnumbered entries the same ordinal in -build and -verify.
           MOVE 0 TO LEGACY-ORDINAL
           CALL "SYSTEM" USING
               "cat txnlog.??????.arc > txnlog.jxarcs.tmp 2>/dev/null"
           OPEN INPUT TXN-ARC-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-ARC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-ARC-RECORD TO JRNL-LINE
                       PERFORM TAKE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE TXN-ARC-FILE
           CALL "SYSTEM" USING "rm -f txnlog.jxarcs.tmp"
           OPEN INPUT TXN-LOG-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO JRNL-LINE
                       PERFORM TAKE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE TXN-LOG-FILE.

       TAKE-JOURNAL-LINE.
           IF JRNL-LINE(1:6) IS NUMERIC
               ADD 1 TO JOURNAL-COUNT
               MOVE JRNL-LINE(1:6) TO ENTRY-ACCOUNT
               IF JRNL-LINE(52:6) IS NUMERIC
                   MOVE JRNL-LINE(52:6) TO ENTRY-SEQ
               ELSE
                   ADD 1 TO LEGACY-ORDINAL
                   MOVE SPACE          TO ENTRY-SEQ(1:1)
                   MOVE LEGACY-ORDINAL TO ENTRY-SEQ(2:5)
               END-IF
               IF RUN-MODE = "B"
                   PERFORM ADD-NEW-INDEX-ENTRY
               ELSE
                   PERFORM CHECK-INDEX-ENTRY
                   PERFORM ADD-TO-NEW-SUMMARY
               END-IF
           END-IF.

       ADD-NEW-INDEX-ENTRY.
           MOVE ENTRY-KEY TO NX-KEY
           MOVE JRNL-LINE TO NX-ENTRY
           WRITE NX-RECORD
           IF NX-FILE-STATUS = "00"
               ADD 1 TO INDEXED-COUNT
               PERFORM ADD-TO-NEW-SUMMARY
           ELSE
               ADD 1 TO DUPLICATE-COUNT
           END-IF.

       ADD-TO-NEW-SUMMARY.
      *> The same counting the journal writers do in
      *> ADD-TO-JOURNAL-SUMMARY, into the new file.
           IF JRNL-LINE(38:6) IS NUMERIC
               MOVE ENTRY-ACCOUNT    TO NS-ACCOUNT
               MOVE JRNL-LINE(38:6)  TO NS-PERIOD
               READ NEW-SUMMARY-FILE
                   INVALID KEY
                       MOVE "N" TO NS-ON-FILE
                       MOVE 0      TO NS-ACTION-COUNT
                       MOVE SPACES TO NS-ACTION-TABLE
                   NOT INVALID KEY
                       MOVE "Y" TO NS-ON-FILE
               END-READ
               MOVE 0 TO NS-SLOT
               PERFORM VARYING NS-IDX FROM 1 BY 1
                       UNTIL NS-IDX > NS-ACTION-COUNT
                   IF NS-ACTION(NS-IDX) = JRNL-LINE(7:3)
                       MOVE NS-IDX TO NS-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NS-SLOT = 0 AND NS-ACTION-COUNT < 40
                   ADD 1 TO NS-ACTION-COUNT
                   MOVE NS-ACTION-COUNT TO NS-SLOT
                   MOVE JRNL-LINE(7:3) TO NS-ACTION(NS-SLOT)
                   MOVE 0 TO NS-ENTRIES(NS-SLOT)
                   MOVE 0 TO NS-UNMOVED(NS-SLOT)
                   MOVE 0 TO NS-VALUE(NS-SLOT)
               END-IF
               IF NS-SLOT = 0
                   ADD 1 TO OVERFLOW-COUNT
               ELSE
                   ADD 1 TO NS-ENTRIES(NS-SLOT)
                   IF JRNL-LINE(10:9) = JRNL-LINE(67:9)
                       ADD 1 TO NS-UNMOVED(NS-SLOT)
                   ELSE
                       IF FUNCTION TEST-NUMVAL(JRNL-LINE(58:9)) = 0
                           MOVE FUNCTION NUMVAL(JRNL-LINE(58:9))
                               TO ENTRY-AMOUNT
                           ADD ENTRY-AMOUNT TO NS-VALUE(NS-SLOT)
                       END-IF
                   END-IF
                   IF NS-ON-FILE = "Y"
                       REWRITE NS-RECORD
                   ELSE
                       WRITE NS-RECORD
                   END-IF
               END-IF
           END-IF.

      *> ----------------- -verify -----------------

       VERIFY-JOURNAL-INDEX.
           OPEN INPUT JRNL-INDEX-FILE
           IF JX-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL INDEX (jrnlidx.txt FILE STATUS "
                       JX-FILE-STATUS ") - RUN JRNLIDX -build FIRST"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-SUMMARY-FILE
           CLOSE NEW-SUMMARY-FILE
           OPEN I-O NEW-SUMMARY-FILE
           OPEN OUTPUT RPT-FILE
           MOVE "JOURNAL INDEX VERIFICATION" TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM READ-WHOLE-JOURNAL
           PERFORM COUNT-INDEX-ENTRIES
           CLOSE JRNL-INDEX-FILE
           PERFORM COMPARE-MONTH-SUMMARIES
           CLOSE NEW-SUMMARY-FILE
           CALL "SYSTEM" USING "rm -f jrnlsum.new"
           PERFORM WRITE-VERIFY-TOTALS
           CLOSE RPT-FILE
           IF VERIFY-CLEAN = "Y"
               DISPLAY "JOURNAL INDEX VERIFIED - MATCHES THE JOURNAL"
           ELSE
               DISPLAY "JOURNAL INDEX DOES NOT MATCH THE JOURNAL - SEE "
                       "jrnlcheck.txt; JRNLIDX -build REBUILDS IT"
           END-IF.

       CHECK-INDEX-ENTRY.
           MOVE ENTRY-KEY TO JX-KEY
           READ JRNL-INDEX-FILE
               INVALID KEY
                   MOVE "N" TO JX-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO JX-FOUND
           END-READ
           EVALUATE TRUE
               WHEN JX-FOUND = "N"
                   ADD 1 TO MISSING-COUNT
                   MOVE "N" TO VERIFY-CLEAN
                   MOVE SPACES TO RPT-RECORD
                   STRING "NOT INDEXED:  " DELIMITED SIZE
                          JRNL-LINE(1:57)  DELIMITED SIZE
                          INTO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN JX-ENTRY = JRNL-LINE
                   ADD 1 TO MATCHED-COUNT
               WHEN OTHER
                   ADD 1 TO DIFFER-COUNT
                   MOVE "N" TO VERIFY-CLEAN
                   MOVE SPACES TO RPT-RECORD
                   STRING "DIFFERS:      " DELIMITED SIZE
                          JRNL-LINE(1:57)  DELIMITED SIZE
                          INTO RPT-RECORD
                   WRITE RPT-RECORD
           END-EVALUATE.

       COUNT-INDEX-ENTRIES.
      *> Every journal entry found its index entry above; an index
      *> holding more entries than the journal has ones of its own.
           MOVE LOW-VALUES TO JX-KEY
           START JRNL-INDEX-FILE KEY IS NOT LESS THAN JX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 1 = 2
                       READ JRNL-INDEX-FILE NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               ADD 1 TO INDEXED-COUNT
                       END-READ
                   END-PERFORM
           END-START
           IF INDEXED-COUNT > MATCHED-COUNT + DIFFER-COUNT
               MOVE "N" TO VERIFY-CLEAN
               COMPUTE COUNT-FMT =
                   INDEXED-COUNT - MATCHED-COUNT - DIFFER-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "INDEX HOLDS " DELIMITED SIZE
                      COUNT-FMT      DELIMITED SIZE
                      " ENTRIES THE JOURNAL DOES NOT" DELIMITED SIZE
                      INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       COMPARE-MONTH-SUMMARIES.
      *> Both summary files in key order, matched like two sorted
      *> decks: a month on only one side, or on both with different
      *> figures, is a difference.
           MOVE "N" TO NS-AT-END
           MOVE "N" TO JS-AT-END
           OPEN INPUT JRNL-SUMMARY-FILE
           IF JS-FILE-STATUS NOT = "00"
               MOVE "Y" TO JS-AT-END
           ELSE
               MOVE LOW-VALUES TO JS-KEY
               START JRNL-SUMMARY-FILE KEY IS NOT LESS THAN JS-KEY
                   INVALID KEY
                       MOVE "Y" TO JS-AT-END
               END-START
               PERFORM READ-NEXT-JS
           END-IF
           MOVE LOW-VALUES TO NS-KEY
           START NEW-SUMMARY-FILE KEY IS NOT LESS THAN NS-KEY
               INVALID KEY
                   MOVE "Y" TO NS-AT-END
           END-START
           PERFORM READ-NEXT-NS
           PERFORM UNTIL NS-AT-END = "Y" AND JS-AT-END = "Y"
               EVALUATE TRUE
                   WHEN JS-AT-END = "Y"
                       OR (NS-AT-END = "N" AND NS-KEY < JS-KEY)
                       MOVE NS-KEY TO ENTRY-KEY
                       MOVE "NOT SUMMARIZED:  " TO RPT-RECORD
                       PERFORM REPORT-MONTH-DIFFERENCE
                       PERFORM READ-NEXT-NS
                   WHEN NS-AT-END = "Y" OR JS-KEY < NS-KEY
                       MOVE JS-KEY TO ENTRY-KEY
                       MOVE "NO SUCH ACTIVITY:" TO RPT-RECORD
                       PERFORM REPORT-MONTH-DIFFERENCE
                       PERFORM READ-NEXT-JS
                   WHEN OTHER
                       ADD 1 TO MONTH-COUNT
                       PERFORM MATCH-MONTH-FIGURES
                       IF MONTH-MATCH = "N"
                           MOVE NS-KEY TO ENTRY-KEY
                           MOVE "FIGURES DIFFER:  " TO RPT-RECORD
                           PERFORM REPORT-MONTH-DIFFERENCE
                       END-IF
                       PERFORM READ-NEXT-NS
                       PERFORM READ-NEXT-JS
               END-EVALUATE
           END-PERFORM
           IF JS-FILE-STATUS NOT = "35"
               CLOSE JRNL-SUMMARY-FILE
           END-IF.

       READ-NEXT-NS.
           IF NS-AT-END = "N"
               READ NEW-SUMMARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO NS-AT-END
               END-READ
           END-IF.

       READ-NEXT-JS.
           IF JS-AT-END = "N"
               READ JRNL-SUMMARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO JS-AT-END
               END-READ
           END-IF.

       MATCH-MONTH-FIGURES.
      *> Action by action, whatever slot each landed in.
           MOVE "Y" TO MONTH-MATCH
           IF NS-ACTION-COUNT NOT = JS-ACTION-COUNT
               MOVE "N" TO MONTH-MATCH
           END-IF
           PERFORM VARYING NS-IDX FROM 1 BY 1
                   UNTIL NS-IDX > NS-ACTION-COUNT OR MONTH-MATCH = "N"
               MOVE 0 TO JS-SLOT
               PERFORM VARYING JS-IDX FROM 1 BY 1
                       UNTIL JS-IDX > JS-ACTION-COUNT
                   IF JS-ACTION(JS-IDX) = NS-ACTION(NS-IDX)
                       MOVE JS-IDX TO JS-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF JS-SLOT = 0
                   MOVE "N" TO MONTH-MATCH
               ELSE
                   IF JS-ENTRIES(JS-SLOT) NOT = NS-ENTRIES(NS-IDX)
                       OR JS-UNMOVED(JS-SLOT) NOT = NS-UNMOVED(NS-IDX)
                       OR JS-VALUE(JS-SLOT) NOT = NS-VALUE(NS-IDX)
                       MOVE "N" TO MONTH-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-MONTH-DIFFERENCE.
      *> In: the label in RPT-RECORD cols 1-17 and the month's key.
           ADD 1 TO MONTH-BAD-COUNT
           MOVE "N" TO VERIFY-CLEAN
           MOVE "ACCOUNT "     TO RPT-RECORD(19:8)
           MOVE ENTRY-ACCOUNT  TO RPT-RECORD(27:6)
           MOVE " MONTH "      TO RPT-RECORD(33:7)
           MOVE ENTRY-SEQ      TO RPT-RECORD(40:6)
           WRITE RPT-RECORD.

       WRITE-VERIFY-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE JOURNAL-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "JOURNAL ENTRIES:       " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE INDEXED-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "INDEX ENTRIES:         " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE MATCHED-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "MATCHED:               " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE MISSING-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "NOT INDEXED:           " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE DIFFER-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "DIFFERING:             " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE MONTH-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "ACCOUNT MONTHS AGREED: " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE MONTH-BAD-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "ACCOUNT MONTHS WRONG:  " DELIMITED SIZE
                  COUNT-FMT                 DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD.

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
