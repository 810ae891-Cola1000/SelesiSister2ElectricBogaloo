      *> transfer must fail here, not half-credit. Clean items credit
      *> the named account and journal to txnlog.txt under the XTI
      *> action, so RECONCILE and MONTHEND still prove the book;
      *> unmatched, closed, frozen or loan-account items (and amounts
      *> the balance field cannot carry) go to settlereturns.txt with a reason
      *> code, ready to send back. A dormant account takes the credit
      *> - dormancy blocks debits, not money coming in - without
      *> reactivating; only the customer's own deposit does that.
      *> Usage: settlein [YYYYMMDD] - given a business date (the
      *> end-of-day controller always passes one), a file whose header
      *> carries any other date is rejected unposted. A rejected file
      *> ends the run with exit status 8.
      *> Runs under the posting lock like every master update.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
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
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-SEQ-FILE ASSIGN TO "txnseq.txt"
       01 RETURNS-RECORD            PIC X(60).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD JRNL-INDEX-FILE.
      *> jrnlidx.txt / jrnlsum.txt, the journal index (see JRNLIDX).
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

       FD FX-RATE-FILE.
      *> fxrates.txt: cols 1-3 currency code, 5-20 that currency's
       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.

       *> --- Command line ---
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 RUN-DATE                  PIC 9(8) VALUE 0.

       *> --- Clearing-file control verification, as input.txt ---
       77 BATCH-OK                  PIC X VALUE "N".
       77 HDR-FOUND                 PIC X VALUE "N".

       *> --- Journalling (XTI credits) ---
       77 TXN-SEQ                   PIC 9(6) VALUE 0.
      *> Journal index upkeep - INDEX-JOURNAL-ENTRY.
       77 JX-FILE-STATUS            PIC XX.
       77 JS-FILE-STATUS            PIC XX.
       77 JRNL-INDEX-LINE           PIC X(122).
       77 JS-IDX                    PIC 9(4).
       77 JS-SLOT                   PIC 9(4).
       77 JS-ON-FILE                PIC X.
       77 JS-ENTRY-AMOUNT           PIC 9(13)V99.
       77 POST-TIME                 PIC 9(6).
       77 FORMATTED-AMOUNT          PIC 9(6).99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-CLEARING-ARGUMENTS
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY-CLEARING-CONTROL
               PERFORM REPORT-COUNTS
           END-IF
           PERFORM RELEASE-BATCH-LOCK
           IF BATCH-OK = "N" AND PREREAD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-CLEARING-ARGUMENTS.
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

       VERIFY-CLEARING-CONTROL.
      *> Pre-read the whole clearing file and prove the trailer's
      *> count and hash before anything posts, exactly as
                   DISPLAY "CLEARING FILE REJECTED: HASH TOTAL "
                           HASH-FMT " DOES NOT MATCH TRAILER "
                           HASH-FMT-2
               WHEN RUN-DATE NOT = 0 AND BUSINESS-DATE NOT = RUN-DATE
                   DISPLAY "CLEARING FILE REJECTED: HEADER DATE "
                           BUSINESS-DATE " IS NOT BUSINESS DATE "
                           RUN-DATE
               WHEN OTHER
                   MOVE "Y" TO BATCH-OK
           END-EVALUATE.
               DISPLAY "FATAL: CANNOT OPEN accounts.txt, FILE STATUS "
                       ACC-FILE-STATUS
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ITEM-ACCOUNT TO ACC-KEY
               WHEN ACC-STATUS = "F"
                   MOVE "A03" TO RETURN-REASON-CODE
                   MOVE "ACCOUNT FROZEN" TO RETURN-REASON-TEXT
      *> A loan account ("LON" in cols 7-9) is repaid only through its
      *> schedule; money sent to it goes back to the sender.
               WHEN ACC-RECORD-RAW(7:3) = "LON"
                   MOVE "A08" TO RETURN-REASON-CODE
                   MOVE "LOAN ACCOUNT" TO RETURN-REASON-TEXT
               WHEN ITEM-BALANCE + ITEM-AMOUNT > 999999.99
                   MOVE "A04" TO RETURN-REASON-CODE
                   MOVE "AMOUNT EXCEEDS LIMIT" TO RETURN-REASON-TEXT
               MOVE FX-FOUND-RATE TO IDR-QUOTE-FMT
               MOVE IDR-QUOTE-FMT TO TXN-LOG-RECORD(82:16)
           END-IF
      *> Cols 107-114: the keying operator - SYSTEM for a scheduled run.
           MOVE "SYSTEM"           TO TXN-LOG-RECORD(107:8)
           MOVE TXN-LOG-RECORD TO JRNL-INDEX-LINE
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE
           PERFORM INDEX-JOURNAL-ENTRY.

       WRITE-RETURN-ITEM.
           ADD 1 TO RETURNED-COUNT
           CLOSE TXN-SEQ-TMP-FILE
           CALL "SYSTEM" USING "mv txnseq.txt.tmp txnseq.txt".

      *> ----------------- journal index, as in BANKING -----------------

       INDEX-JOURNAL-ENTRY.
      *> In: JRNL-INDEX-LINE, the entry just written to txnlog.txt.
      *> Files it on jrnlidx.txt and counts it into its account's
      *> month on jrnlsum.txt. Until JRNLIDX -build has created the
      *> two files the open fails and nothing is kept (the readers
      *> scan the flat journal instead); a duplicate key means the
      *> entry is already indexed, and its month is not counted again.
           OPEN I-O JRNL-INDEX-FILE
           IF JX-FILE-STATUS = "00"
               MOVE JRNL-INDEX-LINE(1:6)  TO JX-ACCOUNT
               MOVE JRNL-INDEX-LINE(52:6) TO JX-SEQ
               MOVE JRNL-INDEX-LINE       TO JX-ENTRY
               WRITE JX-RECORD
               IF JX-FILE-STATUS = "00"
                   PERFORM ADD-TO-JOURNAL-SUMMARY
               END-IF
               CLOSE JRNL-INDEX-FILE
           END-IF.

       ADD-TO-JOURNAL-SUMMARY.
      *> Undated entries belong to no month. An entry that left the
      *> balance as it was (refused, enquiry, status change) is
      *> counted but adds nothing to the value.
           IF JRNL-INDEX-LINE(38:6) IS NUMERIC
               OPEN I-O JRNL-SUMMARY-FILE
               IF JS-FILE-STATUS = "00"
                   MOVE JRNL-INDEX-LINE(1:6)  TO JS-ACCOUNT
                   MOVE JRNL-INDEX-LINE(38:6) TO JS-PERIOD
                   READ JRNL-SUMMARY-FILE
                       INVALID KEY
                           MOVE "N" TO JS-ON-FILE
                           MOVE 0      TO JS-ACTION-COUNT
                           MOVE SPACES TO JS-ACTION-TABLE
                       NOT INVALID KEY
                           MOVE "Y" TO JS-ON-FILE
                   END-READ
                   MOVE 0 TO JS-SLOT
                   PERFORM VARYING JS-IDX FROM 1 BY 1
                           UNTIL JS-IDX > JS-ACTION-COUNT
                       IF JS-ACTION(JS-IDX) = JRNL-INDEX-LINE(7:3)
                           MOVE JS-IDX TO JS-SLOT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF JS-SLOT = 0 AND JS-ACTION-COUNT < 40
                       ADD 1 TO JS-ACTION-COUNT
                       MOVE JS-ACTION-COUNT TO JS-SLOT
                       MOVE JRNL-INDEX-LINE(7:3) TO JS-ACTION(JS-SLOT)
                       MOVE 0 TO JS-ENTRIES(JS-SLOT)
                       MOVE 0 TO JS-UNMOVED(JS-SLOT)
                       MOVE 0 TO JS-VALUE(JS-SLOT)
                   END-IF
                   IF JS-SLOT > 0
                       ADD 1 TO JS-ENTRIES(JS-SLOT)
                       IF JRNL-INDEX-LINE(10:9) = JRNL-INDEX-LINE(67:9)
                           ADD 1 TO JS-UNMOVED(JS-SLOT)
                       ELSE
                           IF FUNCTION TEST-NUMVAL
                                  (JRNL-INDEX-LINE(58:9)) = 0
                               MOVE FUNCTION NUMVAL
                                  (JRNL-INDEX-LINE(58:9))
                                   TO JS-ENTRY-AMOUNT
                               ADD JS-ENTRY-AMOUNT TO JS-VALUE(JS-SLOT)
                           END-IF
                       END-IF
                       IF JS-ON-FILE = "Y"
                           REWRITE JS-RECORD
                       ELSE
                           WRITE JS-RECORD
                       END-IF
                   END-IF
                   CLOSE JRNL-SUMMARY-FILE
               END-IF
           END-IF.

      *> ----------------- banking.lock, as in BANKING -----------------

       ACQUIRE-BATCH-LOCK.
