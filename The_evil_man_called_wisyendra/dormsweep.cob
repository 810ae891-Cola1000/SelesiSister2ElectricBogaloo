      *> journals is flagged too. BANKING then blocks WDR and TRF
      *> debits on dormant accounts while still taking deposits, and
      *> a deposit reactivates (RAC). The sweep writes dormant.txt
      *> listing what it flagged. Once JRNLIDX has built the journal
      *> index, each account is judged on its own run of jrnlidx.txt
      *> instead of a pass over every journal file up front.
      *> Usage: dormsweep [months] [as-of-YYYYMMDD] - a 1-3 digit
      *> token is the month count (default 12), an 8-digit token the
      *> as-of date (default today).
               FILE STATUS IS ACC-FILE-STATUS.
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
           SELECT OPTIONAL TXN-ARC-FILE
               ASSIGN TO "txnlog.dsarcs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
          05 ACC-ACCRUAL-DATE       PIC X(8).

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

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD            PIC X(6).
       77 LOOKUP-ACCT               PIC 9(6).

       77 JRNL-LINE                 PIC X(80).
       77 INDEX-USED                PIC X VALUE "N".
       77 INDEX-ACCOUNT             PIC X(6).
       77 JRNL-ACCOUNT              PIC 9(6).
       77 JRNL-ACTION               PIC X(3).
       77 JRNL-DATE                 PIC 9(8).

       *> --- Marking and the DMT journal entry ---
       77 TXN-SEQ                   PIC 9(6) VALUE 0.
      *> Journal index upkeep - INDEX-JOURNAL-ENTRY.
       77 JX-FILE-STATUS            PIC XX.
       77 JS-FILE-STATUS            PIC XX.
       77 JRNL-INDEX-LINE           PIC X(122).
       77 JS-IDX                    PIC 9(4).
       77 JS-SLOT                   PIC 9(4).
       77 JS-ON-FILE                PIC X.
       77 JS-ENTRY-AMOUNT           PIC 9(13)V99.
       77 SWEEP-TIME                PIC 9(6).
       77 MARK-BALANCE              PIC 9(6)V99.
       77 FORMATTED-AMOUNT          PIC 9(6).99.
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING SWEPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPUTE-CUTOFF-DATE
           OPEN INPUT JRNL-INDEX-FILE
           IF JX-FILE-STATUS = "00"
               MOVE "Y" TO INDEX-USED
               CLOSE JRNL-INDEX-FILE
           ELSE
               PERFORM LOAD-TXN-JOURNAL
               PERFORM LOAD-ARCHIVED-JOURNALS
           END-IF
           IF DS-OVERFLOW = "Y"
               DISPLAY "ACCOUNT TABLE FULL - A PARTIAL SWEEP COULD "
                       "FLAG THE WRONG ACCOUNTS; NOTHING MARKED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TXN-SEQ
           END-IF.

       JUDGE-ONE-ACCOUNT.
      *> A loan account ("LON" in cols 7-9) sees no customer
      *> postings by design and is never dormant.
           EVALUATE TRUE
               WHEN ACC-RECORD-RAW(7:3) = "LON"
                   CONTINUE
               WHEN ACC-STATUS = "D"
                   ADD 1 TO ALREADY-DORMANT-COUNT
               WHEN ACC-STATUS = "F" OR ACC-STATUS = "C"
                   CONTINUE
               WHEN OTHER
                   IF INDEX-USED = "Y"
                       PERFORM LOAD-ACCOUNT-ACTIVITY
                   END-IF
                   MOVE ACC-KEY TO LOOKUP-ACCT
                   PERFORM SEARCH-DS-SLOT
                   IF DS-SLOT = 0
                   END-IF
           END-EVALUATE.

       LOAD-ACCOUNT-ACTIVITY.
      *> With the index, the table holds only the account being
      *> judged, taken from its own run of jrnlidx.txt through the
      *> same test as the full pass.
           MOVE 0 TO DS-COUNT
           OPEN INPUT JRNL-INDEX-FILE
           MOVE ACC-KEY       TO INDEX-ACCOUNT
           MOVE INDEX-ACCOUNT TO JX-ACCOUNT
           MOVE LOW-VALUES    TO JX-SEQ
           START JRNL-INDEX-FILE KEY IS NOT LESS THAN JX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 1 = 2
                       READ JRNL-INDEX-FILE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF JX-ACCOUNT NOT = INDEX-ACCOUNT
                           EXIT PERFORM
                       END-IF
                       MOVE JX-ENTRY TO JRNL-LINE
                       PERFORM TAKE-JOURNAL-LINE
                   END-PERFORM
           END-START
           CLOSE JRNL-INDEX-FILE.

       MARK-ACCOUNT-DORMANT.
      *> Journal first (DMT, balance unchanged on both sides), then
      *> flip the status byte - a crash in between re-marks the
           MOVE TXN-SEQ            TO TXN-LOG-RECORD(52:6)
           MOVE "000000.00"        TO TXN-LOG-RECORD(58:9)
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(67:9)
      *> Cols 107-114: the keying operator - SYSTEM for a scheduled run.
           MOVE "SYSTEM"           TO TXN-LOG-RECORD(107:8)
           MOVE TXN-LOG-RECORD TO JRNL-INDEX-LINE
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE
           PERFORM INDEX-JOURNAL-ENTRY.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-RECORD
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
