IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLACK.

      *> Outbound settlement acknowledgments and returns. Reads
      *> settlement.ack - the clearing house's answer to the payments
      *> we cut onto settlement.out, under the same HDR/TRL control
      *> discipline SETTLEIN applies to settlement.in:
      *>   HDR: cols 1-3 "HDR", 4-9 acknowledgment file id, 10-17
      *>     business date;
      *>   Detail: 1-3 receiving bank code, 4-9 account at that bank,
      *>     10-18 amount NNNNNN.NN (cols 1-18 exactly as we sent
      *>     them), 19-24 the batch id of the settlement.out block the
      *>     payment went out in, 25 outcome ("A" accepted, "R"
      *>     returned), 26-28 return reason code, 29-58 return reason
      *>     text;
      *>   TRL: cols 1-3 "TRL", 4-9 detail count, 10-21 amount hash
      *>     total NNNNNNNNN.NN.
      *> Each item is matched to the oldest payment on settleopen.txt
      *> (the open-payment register BANKING appends at every cut) with
      *> the same batch id, bank code, external account and amount.
      *> An accepted payment is settled. A returned one is credited
      *> back to the account it was debited from and journalled under
      *> the XRT action, linked to the XTR it brings back and carrying
      *> the return reason - unless the XTR was already reversed at
      *> the counter (a REV), in which case the customer has had the
      *> money back once and nothing more is credited. An accepted
      *> payment whose XTR was reversed at the counter has been paid
      *> twice - to the beneficiary and back to the customer - and
      *> goes to ackexcept.txt (K10) for the money to be recovered.
      *> Either way the payment leaves the register and its outcome
      *> goes to settlehist.txt. Items that match nothing, or whose
      *> return cannot be credited (account closed or frozen since,
      *> balance limit), go to ackexcept.txt for operations to handle
      *> by hand.
      *> Last, outstanding.txt lists every payment still on the
      *> register once the given number of business days (Monday to
      *> Friday, less the holidays on holidays.txt - cols 1-8
      *> YYYYMMDD, as the end-of-day controller reads it) has passed
      *> since its cut.
      *> Usage: settlack [days] [as-of-YYYYMMDD] - a 1-2 digit token
      *> is the business-day limit (default 3), an 8-digit token the
      *> as-of date for the report (default the acknowledgment file's
      *> business date, else today). A date given on the command line
      *> is also the business date the XRT credits are journalled
      *> under, as the end-of-day controller runs it; by hand they take
      *> the acknowledgment file's own date. A rejected file ends the
      *> run with exit status 8.
      *> Runs under the posting lock like every master update.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "settlement.ack"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLE-OPEN-FILE ASSIGN TO "settleopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLE-OPEN-TMP-FILE ASSIGN TO "settleopen.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLE-HIST-FILE ASSIGN TO "settlehist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO "ackexcept.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "outstanding.txt"
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
           SELECT OPTIONAL TXN-ARC-FILE
               ASSIGN TO "txnlog.ackarcs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-SEQ-FILE ASSIGN TO "txnseq.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-SEQ-TMP-FILE ASSIGN TO "txnseq.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "banking.lock"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACC-FILE.
       01 ACC-RECORD-RAW.
          05 ACC-KEY                PIC 9(6).
          05 FILLER                 PIC X(12).
          05 ACC-STATUS             PIC X.
          05 ACC-CURRENCY           PIC X(3).
          05 ACC-CUST-ID            PIC X(6).
          05 ACC-ACCRUAL            PIC X(9).
          05 ACC-ACCRUAL-DATE       PIC X(8).

       FD ACK-FILE.
       01 ACK-RECORD                PIC X(60).

       FD SETTLE-OPEN-FILE.
      *> settleopen.txt, as BANKING appends it: cols 1-3 receiving
      *> bank, 4-9 account at that bank, 10-18 amount, 19-24 our
      *> debited account, 25-27 its currency, 28-33 the XTR's journal
      *> sequence, 34-39 batch id and 40-47 business date of the
      *> settlement.out block.
       01 SETTLE-OPEN-RECORD        PIC X(47).

       FD SETTLE-OPEN-TMP-FILE.
       01 SETTLE-OPEN-TMP-RECORD    PIC X(47).

       FD SETTLE-HIST-FILE.
      *> settlehist.txt: one line per concluded payment, appended -
      *> cols 1-47 its settleopen.txt line, 48 outcome ("S" settled,
      *> "R" returned and re-credited, "V" returned after the XTR was
      *> reversed - not re-credited, "E" returned but not re-credited,
      *> see ackexcept.txt, "X" settled after the XTR was reversed -
      *> paid twice, see ackexcept.txt), 49-56 the acknowledgment's
      *> business date, 57-62 the acknowledgment file id, 63-65
      *> return reason code, 66-95 return reason text, 96-101 the XRT
      *> journal sequence.
       01 SETTLE-HIST-RECORD        PIC X(101).

       FD EXCEPT-FILE.
       01 EXCEPT-RECORD             PIC X(70).

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(100).

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

       FD FX-RATE-FILE.
      *> fxrates.txt: cols 1-3 currency code, 5-20 that currency's
      *> rate to IDR (the reporting currency) as 9(9).9(6).
       01 FX-RATE-RECORD            PIC X(20).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD            PIC X(6).

       FD TXN-SEQ-TMP-FILE.
       01 TXN-SEQ-TMP-RECORD        PIC X(6).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD            PIC X(40).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.

       *> --- Command line ---
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 AS-OF-DATE                PIC 9(8) VALUE 0.
       77 AGE-DAYS                  PIC 9(2) VALUE 0.

       *> --- Acknowledgment file control verification, as SETTLEIN ---
       77 BATCH-OK                  PIC X VALUE "N".
       77 HDR-FOUND                 PIC X VALUE "N".
       77 TRL-FOUND                 PIC X VALUE "N".
       77 ACK-FILE-ID               PIC 9(6) VALUE 0.
       77 BUSINESS-DATE             PIC 9(8) VALUE 0.
       77 TRL-RECORD-COUNT          PIC 9(6) VALUE 0.
       77 TRL-HASH-TOTAL            PIC 9(9)V99 VALUE 0.
       77 DETAIL-COUNT              PIC 9(6) VALUE 0.
       77 HASH-TOTAL                PIC 9(9)V99 VALUE 0.
       77 PREREAD-COUNT             PIC 9(6) VALUE 0.

       *> --- Open-payment register, held in storage and republished
       *> (write-temp-then-rename) after every concluded item ---
       01 OP-TABLE.
          05 OP-REC OCCURS 5000 TIMES PIC X(47).
       01 OP-STATE-TABLE.
          05 OP-STATE OCCURS 5000 TIMES PIC X.
       77 OP-COUNT                  PIC 9(4) VALUE 0.
       77 OP-IDX                    PIC 9(4).
       77 OP-PUB-IDX                PIC 9(4).
       77 OP-FOUND-IDX              PIC 9(4).
       77 OP-TABLE-FULL             PIC X VALUE "N".

       *> --- XTRs the journal shows already brought back: "V" a REV
       *> at the counter, "R" an earlier XRT (a run that stopped
       *> between the credit and the register republish) ---
       01 JL-TABLE.
          05 JL-ENTRY OCCURS 5000 TIMES.
             10 JL-SEQ              PIC X(6).
             10 JL-KIND             PIC X.
       77 JL-COUNT                  PIC 9(4) VALUE 0.
       77 JL-IDX                    PIC 9(4).
       77 JL-TABLE-FULL             PIC X VALUE "N".
       77 JRNL-LINE                 PIC X(122).
       77 JL-FOUND-KIND             PIC X.

       *> --- The item being applied ---
       77 ACK-AMOUNT                PIC 9(6)V99.
       77 ITEM-ACCOUNT              PIC 9(6).
       77 ITEM-AMOUNT               PIC 9(6)V99.
       77 ITEM-BALANCE              PIC 9(6)V99.
       77 ITEM-NEW-BALANCE          PIC 9(6)V99.
       77 ITEM-XTR-SEQ              PIC X(6).
       77 ITEM-OUTCOME              PIC X.
       77 ITEM-XRT-SEQ              PIC X(6).
       77 EXCEPT-CODE               PIC X(3).
       77 EXCEPT-TEXT               PIC X(36).

       *> --- Journalling (XRT credits) ---
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

       *> --- Multi-currency table, same logic as BANKING ---
       77 RAI-TO-IDR                PIC 9(9)   VALUE 119714660.
       01 FX-TABLE.
          05 FX-ENTRY OCCURS 10 TIMES.
             10 FX-CCY              PIC X(3).
             10 FX-RATE             PIC 9(9)V9(6).
       77 FX-COUNT                  PIC 9(4) VALUE 0.
       77 FX-IDX                    PIC 9(4).
       77 FX-LOOKUP-CCY             PIC X(3).
       77 FX-FOUND-RATE             PIC 9(9)V9(6).
       77 IDR-QUOTE-FMT             PIC 9(9).9(6).

       *> --- Business-day ageing for the outstanding report ---
       77 AS-OF-DAY                 PIC 9(8).
       77 AGE-DAY                   PIC 9(8).
       77 AGE-DATE                  PIC 9(8).
       77 AGE-HOLIDAY               PIC X.
       01 HOL-TABLE.
          05 HOL-DATE OCCURS 100 TIMES PIC 9(8).
       77 HOL-COUNT                 PIC 9(4) VALUE 0.
       77 HOL-IDX                   PIC 9(4).
       77 AGE-COUNT                 PIC 9(4).
       77 AGE-FMT                   PIC ZZZ9.

       *> --- Totals ---
       77 SETTLED-COUNT             PIC 9(6) VALUE 0.
       77 RECREDITED-COUNT          PIC 9(6) VALUE 0.
       77 REVERSED-COUNT            PIC 9(6) VALUE 0.
       77 PAID-TWICE-COUNT          PIC 9(6) VALUE 0.
       77 EXCEPTION-COUNT           PIC 9(6) VALUE 0.
       77 OUTSTANDING-COUNT         PIC 9(6) VALUE 0.
       77 OPEN-LEFT-COUNT           PIC 9(6) VALUE 0.
       77 OUTSTANDING-TOTAL         PIC 9(9)V99 VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 COUNT-FMT-2               PIC ZZZZZ9.
       77 HASH-FMT                  PIC 9(9).99.
       77 HASH-FMT-2                PIC 9(9).99.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).
       77 SYSTEM-CMD                PIC X(80).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-ACK-ARGUMENTS
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPEN-REGISTER
           IF OP-TABLE-FULL = "Y"
               DISPLAY "OPEN-PAYMENT REGISTER EXCEEDS 5000 ITEMS - "
                       "NOTHING APPLIED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY-ACK-CONTROL
           IF BATCH-OK = "Y"
               PERFORM LOAD-JOURNAL-LINKS
           END-IF
           IF BATCH-OK = "Y"
               PERFORM LOAD-TXN-SEQ
               PERFORM LOAD-FX-RATE
               ACCEPT POST-TIME FROM TIME
               OPEN OUTPUT EXCEPT-FILE
               PERFORM APPLY-ACK-FILE
               CLOSE EXCEPT-FILE
               PERFORM REPORT-COUNTS
           END-IF
           IF AS-OF-DATE = 0
               IF BUSINESS-DATE NOT = 0
                   MOVE BUSINESS-DATE TO AS-OF-DATE
               ELSE
                   ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           PERFORM WRITE-OUTSTANDING-REPORT
           PERFORM RELEASE-BATCH-LOCK
           IF BATCH-OK = "N" AND PREREAD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-ACK-ARGUMENTS.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO ARG-TOKEN-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL " "
               INTO ARG-TOKEN(1) ARG-TOKEN(2) ARG-TOKEN(3)
                    ARG-TOKEN(4) ARG-TOKEN(5) ARG-TOKEN(6)
                    ARG-TOKEN(7) ARG-TOKEN(8)
           END-UNSTRING
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
               EVALUATE TRUE
                   WHEN ARG-TOKEN(ARG-IDX)(1:8) IS NUMERIC
                       AND ARG-TOKEN(ARG-IDX)(9:32) = SPACES
                       MOVE ARG-TOKEN(ARG-IDX)(1:8) TO AS-OF-DATE
                   WHEN ARG-TOKEN(ARG-IDX)(1:2) IS NUMERIC
                       AND ARG-TOKEN(ARG-IDX)(3:38) = SPACES
                       MOVE ARG-TOKEN(ARG-IDX)(1:2) TO AGE-DAYS
                   WHEN ARG-TOKEN(ARG-IDX)(1:1) IS NUMERIC
                       AND ARG-TOKEN(ARG-IDX)(2:39) = SPACES
                       MOVE ARG-TOKEN(ARG-IDX)(1:1) TO AGE-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF AGE-DAYS = 0
               MOVE 3 TO AGE-DAYS
           END-IF.

      *> ----------------- settleopen.txt -----------------

       LOAD-OPEN-REGISTER.
           MOVE 0 TO OP-COUNT
           OPEN INPUT SETTLE-OPEN-FILE
           PERFORM UNTIL 1 = 2
               READ SETTLE-OPEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SETTLE-OPEN-RECORD NOT = SPACES
                           IF OP-COUNT >= 5000
                               MOVE "Y" TO OP-TABLE-FULL
                           ELSE
                               ADD 1 TO OP-COUNT
                               MOVE SETTLE-OPEN-RECORD
                                   TO OP-REC(OP-COUNT)
                               MOVE "O" TO OP-STATE(OP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLE-OPEN-FILE.

       PUBLISH-OPEN-REGISTER.
           OPEN OUTPUT SETTLE-OPEN-TMP-FILE
           PERFORM VARYING OP-PUB-IDX FROM 1 BY 1
                   UNTIL OP-PUB-IDX > OP-COUNT
               IF OP-STATE(OP-PUB-IDX) NOT = "D"
                   MOVE OP-REC(OP-PUB-IDX) TO SETTLE-OPEN-TMP-RECORD
                   WRITE SETTLE-OPEN-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE SETTLE-OPEN-TMP-FILE
           CALL "SYSTEM" USING "mv settleopen.txt.tmp settleopen.txt".

      *> ----------------- settlement.ack -----------------

       VERIFY-ACK-CONTROL.
      *> Pre-read the whole file and prove the trailer's count and
      *> hash before anything is applied, exactly as SETTLEIN does
      *> for settlement.in.
           MOVE "N" TO BATCH-OK
           OPEN INPUT ACK-FILE
           PERFORM UNTIL 1 = 2
               READ ACK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO PREREAD-COUNT
                       PERFORM TALLY-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           EVALUATE TRUE
               WHEN PREREAD-COUNT = 0
                   DISPLAY "NO settlement.ack TO APPLY"
               WHEN HDR-FOUND = "N"
                   DISPLAY "ACKNOWLEDGMENT FILE REJECTED: CONTROL "
                           "HEADER MISSING"
               WHEN TRL-FOUND = "N"
                   DISPLAY "ACKNOWLEDGMENT FILE REJECTED: CONTROL "
                           "TRAILER MISSING"
               WHEN DETAIL-COUNT NOT = TRL-RECORD-COUNT
                   MOVE DETAIL-COUNT     TO COUNT-FMT
                   MOVE TRL-RECORD-COUNT TO COUNT-FMT-2
                   DISPLAY "ACKNOWLEDGMENT FILE REJECTED: RECORD COUNT "
                           COUNT-FMT " DOES NOT MATCH TRAILER "
                           COUNT-FMT-2
               WHEN HASH-TOTAL NOT = TRL-HASH-TOTAL
                   MOVE HASH-TOTAL     TO HASH-FMT
                   MOVE TRL-HASH-TOTAL TO HASH-FMT-2
                   DISPLAY "ACKNOWLEDGMENT FILE REJECTED: HASH TOTAL "
                           HASH-FMT " DOES NOT MATCH TRAILER "
                           HASH-FMT-2
               WHEN OTHER
                   MOVE "Y" TO BATCH-OK
           END-EVALUATE
           IF BATCH-OK = "Y" AND BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       TALLY-ACK-RECORD.
           EVALUATE ACK-RECORD(1:3)
               WHEN "HDR"
                   MOVE "Y" TO HDR-FOUND
                   IF ACK-RECORD(4:6) IS NUMERIC
                       MOVE ACK-RECORD(4:6) TO ACK-FILE-ID
                   END-IF
                   IF ACK-RECORD(10:8) IS NUMERIC
                       MOVE ACK-RECORD(10:8) TO BUSINESS-DATE
                   END-IF
               WHEN "TRL"
                   MOVE "Y" TO TRL-FOUND
                   MOVE FUNCTION NUMVAL(ACK-RECORD(4:6))
                       TO TRL-RECORD-COUNT
                   MOVE FUNCTION NUMVAL(ACK-RECORD(10:12))
                       TO TRL-HASH-TOTAL
               WHEN OTHER
                   ADD 1 TO DETAIL-COUNT
                   IF FUNCTION TEST-NUMVAL(ACK-RECORD(10:9)) = 0
                       ADD FUNCTION NUMVAL(ACK-RECORD(10:9))
                           TO HASH-TOTAL
                   END-IF
           END-EVALUATE.

       LOAD-JOURNAL-LINKS.
      *> Collect every XTR the journal already shows brought back, live
      *> journal and archives both: a REV naming an XTR, or an XRT.
      *> Were the table to overflow, a reversed payment could be
      *> credited a second time, so nothing is applied at all.
           MOVE 0 TO JL-COUNT
           OPEN INPUT TXN-LOG-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO JRNL-LINE
                       PERFORM TAKE-JOURNAL-LINK
               END-READ
           END-PERFORM
           CLOSE TXN-LOG-FILE
           CALL "SYSTEM" USING
               "cat txnlog.??????.arc > txnlog.ackarcs.tmp 2>/dev/null"
           OPEN INPUT TXN-ARC-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-ARC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-ARC-RECORD TO JRNL-LINE
                       PERFORM TAKE-JOURNAL-LINK
               END-READ
           END-PERFORM
           CLOSE TXN-ARC-FILE
           CALL "SYSTEM" USING "rm -f txnlog.ackarcs.tmp"
           IF JL-TABLE-FULL = "Y"
               DISPLAY "MORE THAN 5000 RETURNED OR REVERSED PAYMENTS ON "
                       "THE JOURNAL - NOTHING APPLIED"
               MOVE "N" TO BATCH-OK
           END-IF.

       TAKE-JOURNAL-LINK.
           IF JRNL-LINE(98:6) IS NUMERIC
               AND ((JRNL-LINE(7:3) = "REV"
                     AND JRNL-LINE(104:3) = "XTR")
                    OR JRNL-LINE(7:3) = "XRT")
               IF JL-COUNT >= 5000
                   MOVE "Y" TO JL-TABLE-FULL
               ELSE
                   ADD 1 TO JL-COUNT
                   MOVE JRNL-LINE(98:6) TO JL-SEQ(JL-COUNT)
                   IF JRNL-LINE(7:3) = "REV"
                       MOVE "V" TO JL-KIND(JL-COUNT)
                   ELSE
                       MOVE "R" TO JL-KIND(JL-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOOKUP-JOURNAL-LINK.
           MOVE SPACE TO JL-FOUND-KIND
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               IF JL-SEQ(JL-IDX) = ITEM-XTR-SEQ
                   MOVE JL-KIND(JL-IDX) TO JL-FOUND-KIND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-ACK-FILE.
           OPEN INPUT ACK-FILE
           PERFORM UNTIL 1 = 2
               READ ACK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACK-RECORD(1:3) = "HDR"
                           OR ACK-RECORD(1:3) = "TRL"
                           CONTINUE
                       ELSE
                           PERFORM APPLY-ONE-ACK-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

       APPLY-ONE-ACK-ITEM.
           MOVE SPACES TO EXCEPT-CODE
           MOVE SPACES TO EXCEPT-TEXT
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(ACK-RECORD(10:9)) NOT = 0
                   MOVE "K03" TO EXCEPT-CODE
                   MOVE "AMOUNT NOT NUMERIC" TO EXCEPT-TEXT
               WHEN ACK-RECORD(25:1) NOT = "A"
                   AND ACK-RECORD(25:1) NOT = "R"
                   MOVE "K02" TO EXCEPT-CODE
                   MOVE "OUTCOME NOT A OR R" TO EXCEPT-TEXT
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(ACK-RECORD(10:9)) TO ACK-AMOUNT
                   PERFORM FIND-OPEN-PAYMENT
                   EVALUATE TRUE
                       WHEN OP-FOUND-IDX = 0
                           MOVE "K01" TO EXCEPT-CODE
                           MOVE "NO OUTSTANDING PAYMENT MATCHES"
                               TO EXCEPT-TEXT
                       WHEN ACK-RECORD(25:1) = "A"
                           PERFORM SETTLE-OPEN-PAYMENT
                           PERFORM CONCLUDE-OPEN-PAYMENT
                       WHEN OTHER
                           PERFORM RETURN-OPEN-PAYMENT
                           PERFORM CONCLUDE-OPEN-PAYMENT
                   END-EVALUATE
           END-EVALUATE
           IF EXCEPT-CODE NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

       FIND-OPEN-PAYMENT.
      *> The oldest still-open payment the item describes; a second
      *> identical payment in the same block matches the next item.
           MOVE 0 TO OP-FOUND-IDX
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-COUNT
               IF OP-STATE(OP-IDX) = "O"
                   AND OP-REC(OP-IDX)(1:3) = ACK-RECORD(1:3)
                   AND OP-REC(OP-IDX)(4:6) = ACK-RECORD(4:6)
                   AND OP-REC(OP-IDX)(34:6) = ACK-RECORD(19:6)
                   AND FUNCTION TEST-NUMVAL(OP-REC(OP-IDX)(10:9)) = 0
                   AND FUNCTION NUMVAL(OP-REC(OP-IDX)(10:9))
                       = ACK-AMOUNT
                   MOVE OP-IDX TO OP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SETTLE-OPEN-PAYMENT.
      *> The beneficiary bank kept a payment the counter already gave
      *> back with a REV: the bank is out the amount once over.
           MOVE SPACES TO ITEM-XRT-SEQ
           MOVE OP-REC(OP-FOUND-IDX)(28:6) TO ITEM-XTR-SEQ
           IF ITEM-XTR-SEQ IS NUMERIC
               PERFORM LOOKUP-JOURNAL-LINK
           ELSE
               MOVE SPACE TO JL-FOUND-KIND
           END-IF
           IF JL-FOUND-KIND = "V"
               MOVE "X" TO ITEM-OUTCOME
               ADD 1 TO PAID-TWICE-COUNT
               MOVE "K10" TO EXCEPT-CODE
               MOVE "ACCEPTED AFTER REVERSAL - RECOVER"
                   TO EXCEPT-TEXT
           ELSE
               MOVE "S" TO ITEM-OUTCOME
               ADD 1 TO SETTLED-COUNT
           END-IF.

       RETURN-OPEN-PAYMENT.
      *> A returned payment comes back to the account it left, once.
           MOVE SPACES TO ITEM-XRT-SEQ
           MOVE OP-REC(OP-FOUND-IDX)(28:6) TO ITEM-XTR-SEQ
           IF ITEM-XTR-SEQ IS NUMERIC
               PERFORM LOOKUP-JOURNAL-LINK
           ELSE
               MOVE SPACE TO JL-FOUND-KIND
           END-IF
           EVALUATE TRUE
               WHEN ITEM-XTR-SEQ IS NOT NUMERIC
      *> Cut before the register carried the XTR's sequence: with no
      *> link to test for a reversal it is left to a person.
                   MOVE "E" TO ITEM-OUTCOME
                   MOVE "K07" TO EXCEPT-CODE
                   MOVE "NO JOURNAL LINK - REFUND BY HAND"
                       TO EXCEPT-TEXT
               WHEN JL-FOUND-KIND = "V"
                   MOVE "V" TO ITEM-OUTCOME
                   ADD 1 TO REVERSED-COUNT
                   MOVE "K06" TO EXCEPT-CODE
                   MOVE "XTR ALREADY REVERSED - NOT RE-CREDITED"
                       TO EXCEPT-TEXT
               WHEN JL-FOUND-KIND = "R"
      *> Already credited by a run that stopped before it could take
      *> the payment off the register - just finish concluding it.
                   MOVE "R" TO ITEM-OUTCOME
                   ADD 1 TO RECREDITED-COUNT
               WHEN OTHER
                   PERFORM CREDIT-RETURNED-PAYMENT
           END-EVALUATE.

       CREDIT-RETURNED-PAYMENT.
           MOVE OP-REC(OP-FOUND-IDX)(19:6) TO ITEM-ACCOUNT
           MOVE ACK-AMOUNT TO ITEM-AMOUNT
           OPEN I-O ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN accounts.txt, FILE STATUS "
                       ACC-FILE-STATUS
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ITEM-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE "E" TO ITEM-OUTCOME
                   MOVE "K09" TO EXCEPT-CODE
                   MOVE "ACCOUNT NOT ON MASTER - REFUND BY HAND"
                       TO EXCEPT-TEXT
               NOT INVALID KEY
                   PERFORM JUDGE-RETURN-CREDIT
           END-READ
           CLOSE ACC-FILE.

       JUDGE-RETURN-CREDIT.
      *> The credit rules SETTLEIN applies to money coming in: a closed
      *> or frozen account takes nothing, and a dormant one takes the
      *> credit without being reactivated.
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO ITEM-BALANCE
           EVALUATE TRUE
               WHEN ACC-STATUS = "C"
                   MOVE "E" TO ITEM-OUTCOME
                   MOVE "K04" TO EXCEPT-CODE
                   MOVE "ACCOUNT CLOSED - REFUND BY HAND"
                       TO EXCEPT-TEXT
               WHEN ACC-STATUS = "F"
                   MOVE "E" TO ITEM-OUTCOME
                   MOVE "K05" TO EXCEPT-CODE
                   MOVE "ACCOUNT FROZEN - REFUND BY HAND"
                       TO EXCEPT-TEXT
               WHEN ITEM-BALANCE + ITEM-AMOUNT > 999999.99
                   MOVE "E" TO ITEM-OUTCOME
                   MOVE "K08" TO EXCEPT-CODE
                   MOVE "CREDIT EXCEEDS BALANCE LIMIT" TO EXCEPT-TEXT
               WHEN OTHER
                   ADD ITEM-BALANCE ITEM-AMOUNT
                       GIVING ITEM-NEW-BALANCE
                   MOVE "BAL"            TO ACC-RECORD-RAW(7:3)
                   MOVE ITEM-NEW-BALANCE TO FORMATTED-AMOUNT
                   MOVE FORMATTED-AMOUNT TO ACC-RECORD-RAW(10:9)
                   REWRITE ACC-RECORD-RAW
                   PERFORM WRITE-XRT-JOURNAL
                   MOVE "R" TO ITEM-OUTCOME
                   ADD 1 TO RECREDITED-COUNT
           END-EVALUATE.

       CONCLUDE-OPEN-PAYMENT.
      *> The outcome is on settlehist.txt before the payment leaves the
      *> register: a crash in between leaves it open, and the next run
      *> finds the XRT on the journal instead of crediting again.
           MOVE SPACES                   TO SETTLE-HIST-RECORD
           MOVE OP-REC(OP-FOUND-IDX)     TO SETTLE-HIST-RECORD(1:47)
           MOVE ITEM-OUTCOME             TO SETTLE-HIST-RECORD(48:1)
           MOVE BUSINESS-DATE            TO SETTLE-HIST-RECORD(49:8)
           MOVE ACK-FILE-ID              TO SETTLE-HIST-RECORD(57:6)
           IF ACK-RECORD(25:1) = "R"
               MOVE ACK-RECORD(26:3)     TO SETTLE-HIST-RECORD(63:3)
               MOVE ACK-RECORD(29:30)    TO SETTLE-HIST-RECORD(66:30)
           END-IF
           MOVE ITEM-XRT-SEQ             TO SETTLE-HIST-RECORD(96:6)
           OPEN EXTEND SETTLE-HIST-FILE
           WRITE SETTLE-HIST-RECORD
           CLOSE SETTLE-HIST-FILE
           MOVE "D" TO OP-STATE(OP-FOUND-IDX)
           PERFORM PUBLISH-OPEN-REGISTER.

       WRITE-XRT-JOURNAL.
           ADD 1 TO TXN-SEQ
           PERFORM SAVE-TXN-SEQ
           MOVE TXN-SEQ            TO ITEM-XRT-SEQ
           MOVE SPACES             TO TXN-LOG-RECORD
           MOVE ITEM-ACCOUNT       TO TXN-LOG-RECORD(1:6)
           MOVE "XRT"              TO TXN-LOG-RECORD(7:3)
           MOVE ITEM-NEW-BALANCE   TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(10:9)
           IF ACC-CURRENCY = SPACES
               MOVE "RAI"          TO TXN-LOG-RECORD(19:3)
           ELSE
               MOVE ACC-CURRENCY   TO TXN-LOG-RECORD(19:3)
           END-IF
           IF AS-OF-DATE NOT = 0
               MOVE AS-OF-DATE     TO TXN-LOG-RECORD(38:8)
           ELSE
               MOVE BUSINESS-DATE  TO TXN-LOG-RECORD(38:8)
           END-IF
           MOVE POST-TIME          TO TXN-LOG-RECORD(46:6)
           MOVE TXN-SEQ            TO TXN-LOG-RECORD(52:6)
           MOVE ITEM-AMOUNT        TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(58:9)
           MOVE ITEM-BALANCE       TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(67:9)
      *> Cols 82-97: the posting-time IDR quote for the entry's
      *> currency, as every BANKING posting stamps it.
           MOVE TXN-LOG-RECORD(19:3) TO FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           IF FX-FOUND-RATE > 0
               MOVE FX-FOUND-RATE TO IDR-QUOTE-FMT
               MOVE IDR-QUOTE-FMT TO TXN-LOG-RECORD(82:16)
           END-IF
      *> Cols 98-103 the XTR brought back, 104-106 the clearing
      *> house's return reason.
           MOVE ITEM-XTR-SEQ       TO TXN-LOG-RECORD(98:6)
           MOVE ACK-RECORD(26:3)   TO TXN-LOG-RECORD(104:3)
      *> Cols 107-114: the keying operator - SYSTEM for a scheduled run.
           MOVE "SYSTEM"           TO TXN-LOG-RECORD(107:8)
           MOVE TXN-LOG-RECORD TO JRNL-INDEX-LINE
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE
           PERFORM INDEX-JOURNAL-ENTRY.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO EXCEPT-RECORD
           STRING ACK-RECORD(1:28) DELIMITED SIZE
                  " "              DELIMITED SIZE
                  EXCEPT-CODE      DELIMITED SIZE
                  " "              DELIMITED SIZE
                  EXCEPT-TEXT      DELIMITED SIZE
                  INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD.

       REPORT-COUNTS.
           MOVE SETTLED-COUNT TO COUNT-FMT
           DISPLAY "PAYMENTS SETTLED:                 " COUNT-FMT
           MOVE RECREDITED-COUNT TO COUNT-FMT
           DISPLAY "PAYMENTS RETURNED AND RE-CREDITED: " COUNT-FMT
           MOVE REVERSED-COUNT TO COUNT-FMT
           DISPLAY "RETURNED AFTER REVERSAL (NO CREDIT): " COUNT-FMT
           MOVE PAID-TWICE-COUNT TO COUNT-FMT
           DISPLAY "ACCEPTED AFTER REVERSAL (RECOVER): " COUNT-FMT
           MOVE EXCEPTION-COUNT TO COUNT-FMT
           DISPLAY "EXCEPTIONS (ackexcept.txt):       " COUNT-FMT.

      *> ----------------- outstanding.txt -----------------

       WRITE-OUTSTANDING-REPORT.
           PERFORM LOAD-HOLIDAYS
           COMPUTE AS-OF-DAY = FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-RECORD
           MOVE AGE-DAYS TO AGE-FMT
           STRING "OUTSTANDING OUTBOUND PAYMENTS AS OF " DELIMITED SIZE
                  AS-OF-DATE                      DELIMITED SIZE
                  " - UNANSWERED AFTER"           DELIMITED SIZE
                  AGE-FMT                         DELIMITED SIZE
                  " BUSINESS DAYS"                DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE "BATCH"     TO RPT-RECORD(1:5)
           MOVE "CUT DATE"  TO RPT-RECORD(8:8)
           MOVE "BNK"       TO RPT-RECORD(17:3)
           MOVE "EXT AC"    TO RPT-RECORD(21:6)
           MOVE "AMOUNT"    TO RPT-RECORD(31:6)
           MOVE "CCY"       TO RPT-RECORD(38:3)
           MOVE "ACCOUNT"   TO RPT-RECORD(42:7)
           MOVE "XTR SEQ"   TO RPT-RECORD(50:7)
           MOVE "AGE"       TO RPT-RECORD(59:3)
           WRITE RPT-RECORD
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-COUNT
               IF OP-STATE(OP-IDX) = "O"
                   ADD 1 TO OPEN-LEFT-COUNT
                   PERFORM AGE-OPEN-PAYMENT
                   IF AGE-COUNT >= AGE-DAYS
                       PERFORM WRITE-OUTSTANDING-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE OUTSTANDING-COUNT TO COUNT-FMT
           MOVE OUTSTANDING-TOTAL TO HASH-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "OUTSTANDING: " DELIMITED SIZE
                  COUNT-FMT       DELIMITED SIZE
                  "  AMOUNT HASH " DELIMITED SIZE
                  HASH-FMT        DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE OPEN-LEFT-COUNT TO COUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING "STILL OPEN, ALL AGES: " DELIMITED SIZE
                  COUNT-FMT                DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE RPT-FILE
           MOVE OUTSTANDING-COUNT TO COUNT-FMT
           DISPLAY "OUTSTANDING PAYMENTS (outstanding.txt): " COUNT-FMT.

       AGE-OPEN-PAYMENT.
      *> Business days (Monday to Friday, not a holiday) after the
      *> cut date, up to and including the as-of date. INTEGER-OF-DATE
      *> day 1 is a Monday, so MOD 7 of (day - 1) gives 5 and 6 for
      *> the weekend. An unreadable cut date ages as overdue.
           MOVE 0 TO AGE-COUNT
           IF OP-REC(OP-IDX)(40:8) IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(OP-REC(OP-IDX)(40:8))) = 0
               COMPUTE AGE-DAY = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(OP-REC(OP-IDX)(40:8))) + 1
               PERFORM UNTIL AGE-DAY > AS-OF-DAY
                   IF FUNCTION MOD(AGE-DAY - 1, 7) < 5
                       PERFORM TEST-AGE-HOLIDAY
                       IF AGE-HOLIDAY = "N"
                           ADD 1 TO AGE-COUNT
                       END-IF
                   END-IF
                   ADD 1 TO AGE-DAY
               END-PERFORM
           ELSE
               MOVE 9999 TO AGE-COUNT
           END-IF.

       TEST-AGE-HOLIDAY.
           MOVE "N" TO AGE-HOLIDAY
           COMPUTE AGE-DATE = FUNCTION DATE-OF-INTEGER(AGE-DAY)
           PERFORM VARYING HOL-IDX FROM 1 BY 1 UNTIL HOL-IDX > HOL-COUNT
               IF HOL-DATE(HOL-IDX) = AGE-DATE
                   MOVE "Y" TO AGE-HOLIDAY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-HOLIDAYS.
      *> holidays.txt, as the end-of-day controller reads it.
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

       WRITE-OUTSTANDING-LINE.
           ADD 1 TO OUTSTANDING-COUNT
           IF FUNCTION TEST-NUMVAL(OP-REC(OP-IDX)(10:9)) = 0
               ADD FUNCTION NUMVAL(OP-REC(OP-IDX)(10:9))
                   TO OUTSTANDING-TOTAL
           END-IF
           MOVE AGE-COUNT TO AGE-FMT
           MOVE SPACES TO RPT-RECORD
           MOVE OP-REC(OP-IDX)(34:6) TO RPT-RECORD(1:6)
           MOVE OP-REC(OP-IDX)(40:8) TO RPT-RECORD(8:8)
           MOVE OP-REC(OP-IDX)(1:3)  TO RPT-RECORD(17:3)
           MOVE OP-REC(OP-IDX)(4:6)  TO RPT-RECORD(21:6)
           MOVE OP-REC(OP-IDX)(10:9) TO RPT-RECORD(28:9)
           MOVE OP-REC(OP-IDX)(25:3) TO RPT-RECORD(38:3)
           MOVE OP-REC(OP-IDX)(19:6) TO RPT-RECORD(42:6)
           MOVE OP-REC(OP-IDX)(28:6) TO RPT-RECORD(50:6)
           MOVE AGE-FMT              TO RPT-RECORD(58:4)
           WRITE RPT-RECORD.

      *> ----------------- shared with BANKING -----------------

       LOAD-FX-RATE.
           MOVE 2           TO FX-COUNT
           MOVE "RAI"       TO FX-CCY(1)
           MOVE RAI-TO-IDR  TO FX-RATE(1)
           MOVE "IDR"       TO FX-CCY(2)
           MOVE 1           TO FX-RATE(2)
           OPEN INPUT FX-RATE-FILE
           PERFORM UNTIL 1 = 2
               READ FX-RATE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-FX-RATE
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE.

       LOAD-ONE-FX-RATE.
           IF FX-RATE-RECORD(1:3) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FX-RATE-RECORD(5:16)) = 0
               MOVE FX-RATE-RECORD(1:3) TO FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               IF FX-IDX NOT = 0
                   MOVE FUNCTION NUMVAL(FX-RATE-RECORD(5:16))
                       TO FX-RATE(FX-IDX)
               ELSE
                   IF FX-COUNT < 10
                       ADD 1 TO FX-COUNT
                       MOVE FX-RATE-RECORD(1:3) TO FX-CCY(FX-COUNT)
                       MOVE FUNCTION NUMVAL(FX-RATE-RECORD(5:16))
                           TO FX-RATE(FX-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOOKUP-FX-RATE.
           MOVE 0 TO FX-FOUND-RATE
           MOVE 0 TO FX-IDX
           IF FX-LOOKUP-CCY = SPACES
               MOVE "RAI" TO FX-LOOKUP-CCY
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1 UNTIL FX-IDX > FX-COUNT
               IF FX-CCY(FX-IDX) = FX-LOOKUP-CCY
                   MOVE FX-RATE(FX-IDX) TO FX-FOUND-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FX-IDX > FX-COUNT
               MOVE 0 TO FX-IDX
           END-IF.

       LOAD-TXN-SEQ.
           OPEN INPUT TXN-SEQ-FILE
           READ TXN-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TXN-SEQ-RECORD IS NUMERIC
                       MOVE TXN-SEQ-RECORD TO TXN-SEQ
                   END-IF
           END-READ
           CLOSE TXN-SEQ-FILE.

       SAVE-TXN-SEQ.
           MOVE TXN-SEQ TO TXN-SEQ-TMP-RECORD
           OPEN OUTPUT TXN-SEQ-TMP-FILE
           WRITE TXN-SEQ-TMP-RECORD
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
