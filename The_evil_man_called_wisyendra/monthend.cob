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
           SELECT OPTIONAL INTEREST-LOG-FILE ASSIGN TO "interest.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-ARC-FILE ASSIGN TO "txnlog.arc.tmp"
       01 TXN-SEQ-TMP-RECORD        PIC X(6).

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

       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-RECORD       PIC X(80).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD TXN-NEW-FILE.
       01 TXN-NEW-RECORD            PIC X(122).

       FD INT-ARC-FILE.
       01 INT-ARC-RECORD            PIC X(80).
      *> Summary work record: cols 1-26 account + business date /
      *> time / sequence key, 27-29 action, 30-38 amount, 39-47
      *> resulting balance, 48-56 balance before the posting, 57 "Y"
      *> when that pre-posting balance was actually journalled, 58-60
      *> the reversed action on a REV entry.
       FD ME-EXT-FILE.
       01 ME-EXT-RECORD             PIC X(60).

       FD ME-SRT-FILE.
       01 ME-SRT-RECORD             PIC X(60).

       SD SORT-WORK.
       01 SORT-RECORD.
          05 SR-KEY                 PIC X(26).
          05 SR-REST                PIC X(34).

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(200).
       77 FEE-JRNL-POST             PIC 9(6)V99.
       77 FEE-SCAN-ACCOUNT          PIC 9(6).
       77 TXN-SEQ                   PIC 9(6) VALUE 0.
      *> Journal index upkeep - INDEX-JOURNAL-ENTRY.
       77 JX-FILE-STATUS            PIC XX.
       77 JS-FILE-STATUS            PIC XX.
       77 JRNL-INDEX-LINE           PIC X(122).
       77 JS-IDX                    PIC 9(4).
       77 JS-SLOT                   PIC 9(4).
       77 JS-ON-FILE                PIC X.
       77 JS-ENTRY-AMOUNT           PIC 9(13)V99.
       77 FORMATTED-AMOUNT          PIC 9(6).99.

       *> --- Multi-currency table, same logic as BANKING: the fee
       *> disk, never by an in-storage table, and a failed sort stops
       *> the close before anything is archived. ---
       77 ME-COUNT                  PIC 9(8) VALUE 0.
       77 WORK-REC                  PIC X(60).
       77 ME-CUR-ACTION             PIC X(3).
       77 ME-CUR-REV-ACTION         PIC X(3).
       77 ME-CUR-AMOUNT             PIC 9(6)V99.
       77 ME-CUR-BALANCE            PIC 9(6)V99.
       77 ME-CUR-PRE-BALANCE        PIC 9(6)V99.
           PERFORM RESOLVE-PERIOD
           IF CLOSE-PERIOD = 0
               DISPLAY "USAGE: MONTHEND <PERIOD-YYYYMM>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CLOSE-PERIOD TO PERIOD-TEXT
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - CLOSE NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CLOSE-CKPT
                       "AFTER OPERATOR ACTION"
           END-IF
           PERFORM RELEASE-BATCH-LOCK
           IF CLOSE-CLEAN = "N"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-PERIOD.
                               EXIT PERFORM
                           NOT AT END
      *> Only active accounts pay maintenance; frozen, closed and any
      *> other administrative status is left alone, and so is a loan
      *> account ("LON" in cols 7-9), which is not a deposit at all.
                               IF (ACC-STATUS = "A" OR ACC-STATUS = SPACE)
                                   AND ACC-RECORD-RAW(7:3) NOT = "LON"
                                   PERFORM ASSESS-ONE-MAINT-FEE
                               END-IF
                       END-READ
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

       REWRITE-FEE-BALANCE.
           MOVE "BAL"              TO ACC-RECORD-RAW(7:3)
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

      *> ----------------- period summary -----------------

       BUILD-PERIOD-SUMMARY.
           ELSE
               MOVE "N" TO WORK-REC(57:1)
           END-IF
           MOVE TXN-LOG-RECORD(104:3) TO WORK-REC(58:3)
           MOVE WORK-REC TO ME-EXT-RECORD
           WRITE ME-EXT-RECORD.


       PARSE-SUMMARY-ENTRY.
           MOVE WORK-REC(27:3) TO ME-CUR-ACTION
           MOVE WORK-REC(58:3) TO ME-CUR-REV-ACTION
           IF FUNCTION TEST-NUMVAL(WORK-REC(30:9)) = 0
               MOVE FUNCTION NUMVAL(WORK-REC(30:9)) TO ME-CUR-AMOUNT
           ELSE
               WHEN "INT"
                   ADD 1 TO INT-COUNT
                   ADD ME-CUR-AMOUNT TO INT-VALUE
               WHEN "REV"
                   PERFORM NET-REVERSAL-ENTRY
      *> A payment the clearing house returned comes off the period's
      *> outbound figures just as a counter reversal of it would.
               WHEN "XRT"
                   MOVE "XTR" TO ME-CUR-REV-ACTION
                   PERFORM NET-REVERSAL-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NET-REVERSAL-ENTRY.
      *> A reversal takes its original back out of the period's count
      *> and value for that action. When the original fell in an
      *> earlier period there is nothing here to net against, and the
      *> figures stop at zero rather than go negative.
           EVALUATE ME-CUR-REV-ACTION
               WHEN "DEP"
                   IF ENTRY-DELTA = 0 - ME-CUR-AMOUNT
                       IF DEP-COUNT > 0
                           SUBTRACT 1 FROM DEP-COUNT
                       END-IF
                       IF DEP-VALUE NOT < ME-CUR-AMOUNT
                           SUBTRACT ME-CUR-AMOUNT FROM DEP-VALUE
                       ELSE
                           MOVE 0 TO DEP-VALUE
                       END-IF
                   END-IF
               WHEN "TRI"
                   IF ENTRY-DELTA = 0 - ME-CUR-AMOUNT
                       IF TRI-COUNT > 0
                           SUBTRACT 1 FROM TRI-COUNT
                       END-IF
                       IF TRI-VALUE NOT < ME-CUR-AMOUNT
                           SUBTRACT ME-CUR-AMOUNT FROM TRI-VALUE
                       ELSE
                           MOVE 0 TO TRI-VALUE
                       END-IF
                   END-IF
               WHEN "WDR"
                   IF ENTRY-DELTA = ME-CUR-AMOUNT
                       IF WDR-COUNT > 0
                           SUBTRACT 1 FROM WDR-COUNT
                       END-IF
                       IF WDR-VALUE NOT < ME-CUR-AMOUNT
                           SUBTRACT ME-CUR-AMOUNT FROM WDR-VALUE
                       ELSE
                           MOVE 0 TO WDR-VALUE
                       END-IF
                   END-IF
               WHEN "TRF"
                   IF ENTRY-DELTA = ME-CUR-AMOUNT
                       IF TRO-COUNT > 0
                           SUBTRACT 1 FROM TRO-COUNT
                       END-IF
                       IF TRO-VALUE NOT < ME-CUR-AMOUNT
                           SUBTRACT ME-CUR-AMOUNT FROM TRO-VALUE
                       ELSE
                           MOVE 0 TO TRO-VALUE
                       END-IF
                   END-IF
               WHEN "XTR"
                   IF ENTRY-DELTA = ME-CUR-AMOUNT
                       IF XTO-COUNT > 0
                           SUBTRACT 1 FROM XTO-COUNT
                       END-IF
                       IF XTO-VALUE NOT < ME-CUR-AMOUNT
                           SUBTRACT ME-CUR-AMOUNT FROM XTO-VALUE
                       ELSE
                           MOVE 0 TO XTO-VALUE
                       END-IF
                   END-IF
               WHEN "FEE"
                   IF ENTRY-DELTA = ME-CUR-AMOUNT
                       IF FEE-COUNT > 0
                           SUBTRACT 1 FROM FEE-COUNT
                       END-IF
                       IF FEE-VALUE NOT < ME-CUR-AMOUNT
                           SUBTRACT ME-CUR-AMOUNT FROM FEE-VALUE
                       ELSE
                           MOVE 0 TO FEE-VALUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
