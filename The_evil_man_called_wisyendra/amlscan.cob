IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCAN.

      *> Nightly suspicious-activity screening over the transaction
      *> journal - txnlog.txt plus every txnlog.<YYYYMM>.arc archive,
      *> the way RECONCILE sweeps them - for the business date on the
      *> command line (default today). Four patterns, each configured
      *> by one line of amlparms.txt (a pattern whose line is missing
      *> is not screened, the way a fee missing from feesched.txt is
      *> not charged):
      *>   STR structuring - cols 5-19 the cash reporting threshold in
      *>       whole IDR, 21-23 the band below it in percent, 25-26 the
      *>       window in days, 28-29 how many DEPs make a pattern: that
      *>       many posted DEPs on one account inside the window, each
      *>       within the band under the threshold;
      *>   RIO rapid in and out - cols 5-6 the window in days, 8-10 a
      *>       percentage: an XTI credit from SETTLEIN followed inside
      *>       the window by an XTR out of the same account for at
      *>       least that percentage of it;
      *>   VOL volume jump - cols 5-6 months of history, 8-11 the
      *>       multiple N.NN, 13-27 a floor in whole IDR: the account's
      *>       posted volume for the business month so far above the
      *>       floor and above the multiple of its own monthly average
      *>       over the history months;
      *>   RAC reactivated then debited - cols 5-6 the window in days:
      *>       a WDR, TRF or XTR posted within that many days after the
      *>       account was reactivated from dormancy.
      *> Amounts are compared in IDR at each entry's own posting-time
      *> quote (txnlog cols 82-97), today's fxrates.txt quote for
      *> entries that predate it. A refused attempt (balance before
      *> equal to balance after) is never activity.
      *> Each alert is a case on amlcases.txt: cols 1-6 case number,
      *> 7-9 pattern, 10-15 account, 16-21 customer id, 22-51 the
      *> customer's name from customers.txt, 52-59 date raised, 60
      *> status ("O" open; compliance sets "W" once the case is
      *> worked), 61-78 the triggering entries' total in IDR
      *> 9(15).99, 79-81 how many entries triggered it, 82-151 the
      *> first ten of their journal sequence numbers, seven columns
      *> apiece, 152-157 the newest of them. A pattern on an account
      *> with an open case is not raised again; once the case is
      *> worked, only an entry newer than the newest it covered can
      *> raise a fresh one. A screening table too small for the
      *> window's entries ends the run with exit status 8 and nothing
      *> screened, like an amlcases.txt too large for its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-ARC-FILE
               ASSIGN TO "txnlog.amlarcs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "amlparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-FILE ASSIGN TO "amlcases.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-TMP-FILE ASSIGN TO "amlcases.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "banking.lock"
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

       FD CUSTOMER-FILE.
      *> customers.txt: cols 1-6 customer id, 7-36 name, 37-66 contact.
       01 CUST-RECORD.
          05 CUST-KEY               PIC 9(6).
          05 CUST-NAME              PIC X(30).
          05 CUST-CONTACT           PIC X(30).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD PARM-FILE.
       01 PARM-RECORD               PIC X(40).

       FD CASE-FILE.
       01 CASE-RECORD               PIC X(157).

       FD CASE-TMP-FILE.
       01 CASE-TMP-RECORD           PIC X(157).

       FD FX-RATE-FILE.
      *> fxrates.txt: cols 1-3 currency code, 5-20 that currency's
      *> rate to IDR (the reporting currency) as 9(9).9(6).
       01 FX-RATE-RECORD            PIC X(20).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.
       77 CUST-FILE-STATUS          PIC XX.
       77 CUST-FILE-OPEN            PIC X VALUE "N".
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 BUSINESS-DATE             PIC 9(8) VALUE 0.
       77 BUSINESS-DAY              PIC 9(7).

       *> --- amlparms.txt ---
       77 STR-ON                    PIC X VALUE "N".
       77 STR-THRESHOLD             PIC 9(15) VALUE 0.
       77 STR-BAND-PCT              PIC 9(3) VALUE 0.
       77 STR-DAYS                  PIC 9(2) VALUE 0.
       77 STR-MIN-COUNT             PIC 9(2) VALUE 0.
       77 STR-FLOOR                 PIC 9(15)V99.
       77 RIO-ON                    PIC X VALUE "N".
       77 RIO-DAYS                  PIC 9(2) VALUE 0.
       77 RIO-PCT                   PIC 9(3) VALUE 0.
       77 VOL-ON                    PIC X VALUE "N".
       77 VOL-MONTHS                PIC 9(2) VALUE 0.
       77 VOL-MULTIPLE              PIC 9V99 VALUE 0.
       77 VOL-FLOOR                 PIC 9(15) VALUE 0.
       77 VOL-MONTH-START           PIC 9(8).
       77 VOL-HIST-START            PIC 9(8).
       77 VOL-AVERAGE               PIC 9(15)V99.
       77 HIST-YEAR                 PIC 9(4).
       77 HIST-MONTH                PIC S9(5).
       77 RAC-ON                    PIC X VALUE "N".
       77 RAC-DAYS                  PIC 9(2) VALUE 0.

       *> --- The journal entry in hand ---
       77 JRNL-LINE                 PIC X(122).
       77 JRNL-ACCOUNT              PIC 9(6).
       77 JRNL-ACTION               PIC X(3).
       77 JRNL-DATE                 PIC 9(8).
       77 JRNL-DAY                  PIC 9(7).
       77 JRNL-AGE                  PIC S9(7).
       77 JRNL-SEQ                  PIC 9(6).
       77 JRNL-AMOUNT               PIC 9(6)V99.
       77 JRNL-IDR                  PIC 9(15)V99.
       77 JRNL-POSTED               PIC X.
       77 JRNL-KEEP                 PIC X.
      *> "R" the first sweep, collecting reactivated accounts for RAC;
      *> "S" the screening sweep proper.
       77 JRNL-PASS                 PIC X VALUE "S".

       *> --- Accounts reactivated inside the RAC window: only their
       *> debits are kept for RAC ---
       01 RA-TABLE.
          05 RA-ACCT OCCURS 1000 TIMES PIC 9(6).
       77 RA-COUNT                  PIC 9(4) VALUE 0.
       77 RA-IDX                    PIC 9(4).
       77 RA-FOUND                  PIC X.
       77 RA-OVERFLOW               PIC X VALUE "N".

       *> --- Screening entries: the journal entries a window can use,
       *> in journal order (archives first, then the live journal). ---
       01 SE-TABLE.
          05 SE-ENTRY OCCURS 10000 TIMES.
             10 SE-ACCT             PIC 9(6).
             10 SE-ACTION           PIC X(3).
             10 SE-DAY              PIC 9(7).
             10 SE-SEQ              PIC 9(6).
             10 SE-AMOUNT           PIC 9(6)V99.
             10 SE-IDR              PIC 9(15)V99.
             10 SE-DONE             PIC X.
       77 SE-COUNT                  PIC 9(5) VALUE 0.
       77 SE-IDX                    PIC 9(5).
       77 SE-SCAN                   PIC 9(5).
       77 SE-PAIR                   PIC 9(5).
       77 SE-OVERFLOW               PIC X VALUE "N".
       77 SE-GAP                    PIC S9(7).

       *> --- Monthly volume per account, business month and history ---
       01 VO-TABLE.
          05 VO-ENTRY OCCURS 5000 TIMES.
             10 VO-ACCT             PIC 9(6).
             10 VO-CUR-IDR          PIC 9(15)V99.
             10 VO-HIST-IDR         PIC 9(15)V99.
             10 VO-CUR-COUNT        PIC 9(5).
             10 VO-SEQ OCCURS 10 TIMES PIC 9(6).
             10 VO-NEWEST-SEQ       PIC 9(6).
       77 VO-COUNT                  PIC 9(4) VALUE 0.
       77 VO-IDX                    PIC 9(4).
       77 VO-SLOT                   PIC 9(4).
       77 VO-SEQ-IDX                PIC 9(2).
       77 VO-OVERFLOW               PIC X VALUE "N".

       *> --- The alert being assembled ---
       77 ALERT-PATTERN             PIC X(3).
       77 ALERT-ACCOUNT             PIC 9(6).
       01 ALERT-SEQ-TABLE.
          05 ALERT-SEQ OCCURS 50 TIMES PIC 9(6).
       77 ALERT-SEQ-COUNT           PIC 9(3).
       77 ALERT-SEQ-IDX             PIC 9(3).
       77 ALERT-ENTRY-COUNT         PIC 9(3).
       77 ALERT-IDR                 PIC 9(15)V99.
       77 ALERT-NEWEST-SEQ          PIC 9(6).
       77 ALERT-ON-FILE             PIC X.
       77 TRIGGER-SEQ               PIC 9(6).
       77 TRIGGER-IDR               PIC 9(15)V99.
       77 TRIGGER-KNOWN             PIC X.
       77 WORKED-NEWEST-SEQ         PIC 9(6).

       *> --- amlcases.txt, held in storage and republished ---
       01 CS-TABLE.
          05 CS-REC OCCURS 2000 TIMES PIC X(157).
       77 CS-COUNT                  PIC 9(4) VALUE 0.
       77 CS-IDX                    PIC 9(4).
       77 CS-PUB-IDX                PIC 9(4).
       77 CS-TABLE-FULL             PIC X VALUE "N".
       77 CS-HIGH-NUMBER            PIC 9(6) VALUE 0.
       77 CASE-LINE                 PIC X(157).
       77 CASE-NAME                 PIC X(30).
       77 CASE-CUST-ID              PIC X(6).
       77 CASE-SEQ-COL              PIC 9(3).
       77 CASE-IDR-FMT              PIC 9(15).99.
       77 CASE-COUNT-FMT            PIC 9(3).

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

       *> --- Totals ---
       77 ENTRIES-READ              PIC 9(9) VALUE 0.
       77 RAISED-COUNT              PIC 9(6) VALUE 0.
       77 SUPPRESSED-COUNT          PIC 9(6) VALUE 0.
       77 NOT-RAISED-COUNT          PIC 9(6) VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 BIG-COUNT-FMT             PIC ZZZZZZZZ9.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).
       77 SYSTEM-CMD                PIC X(80).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-SCAN-ARGUMENTS
           PERFORM LOAD-AML-PARAMETERS
           PERFORM LOAD-FX-RATE
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING SCREENED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CASE-TABLE
      *> A case table that cannot hold the whole file would republish
      *> it short - and forget which alerts are already open.
           IF CS-TABLE-FULL = "Y"
               DISPLAY "amlcases.txt TOO LARGE FOR ITS TABLE - "
                       "NOTHING SCREENED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "SYSTEM" USING
               "cat txnlog.??????.arc > txnlog.amlarcs.tmp 2>/dev/null"
           IF RAC-ON = "Y"
               MOVE "R" TO JRNL-PASS
               PERFORM LOAD-ARCHIVED-JOURNALS
               PERFORM LOAD-TXN-JOURNAL
           END-IF
           MOVE "S" TO JRNL-PASS
           PERFORM LOAD-ARCHIVED-JOURNALS
           PERFORM LOAD-TXN-JOURNAL
           CALL "SYSTEM" USING "rm -f txnlog.amlarcs.tmp"
      *> A full table drops the newest entries - the business day
      *> being screened - so screening what is left would pass them
      *> silently. Nothing is screened and the controller stops.
           IF RA-OVERFLOW = "Y"
               DISPLAY "REACTIVATION TABLE FULL - NOTHING SCREENED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SE-OVERFLOW = "Y"
               DISPLAY "SCREENING TABLE FULL - NOTHING SCREENED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VO-OVERFLOW = "Y"
               DISPLAY "VOLUME TABLE FULL - SOME ACCOUNTS WERE NOT "
                       "SCREENED FOR VOL"
           END-IF
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN accounts.txt, FILE STATUS "
                       ACC-FILE-STATUS
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS = "00"
               MOVE "Y" TO CUST-FILE-OPEN
           END-IF
           PERFORM SCREEN-STRUCTURING
           PERFORM SCREEN-RAPID-MOVEMENT
           PERFORM SCREEN-VOLUME-JUMP
           PERFORM SCREEN-REACTIVATION
           CLOSE ACC-FILE
           IF CUST-FILE-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF RAISED-COUNT > 0
               PERFORM PUBLISH-CASE-TABLE
           END-IF
           PERFORM REPORT-COUNTS
           PERFORM RELEASE-BATCH-LOCK
           STOP RUN.

       RESOLVE-SCAN-ARGUMENTS.
      *> An 8-digit token is the business date (default today).
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO ARG-TOKEN-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL " "
               INTO ARG-TOKEN(1) ARG-TOKEN(2) ARG-TOKEN(3)
                    ARG-TOKEN(4) ARG-TOKEN(5) ARG-TOKEN(6)
                    ARG-TOKEN(7) ARG-TOKEN(8)
           END-UNSTRING
           MOVE 0 TO BUSINESS-DATE
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
               IF ARG-TOKEN(ARG-IDX)(1:8) IS NUMERIC
                   AND ARG-TOKEN(ARG-IDX)(9:32) = SPACES
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO BUSINESS-DATE
               END-IF
           END-PERFORM
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE BUSINESS-DAY = FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).

      *> ----------------- amlparms.txt -----------------

       LOAD-AML-PARAMETERS.
      *> Absent file or absent line: that pattern is not screened. An
      *> unreadable line is ignored the same way rather than screen
      *> against a zero threshold.
           OPEN INPUT PARM-FILE
           PERFORM UNTIL 1 = 2
               READ PARM-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF STR-ON = "Y"
               COMPUTE STR-FLOOR =
                   STR-THRESHOLD * (100 - STR-BAND-PCT) / 100
           END-IF
           IF VOL-ON = "Y"
               PERFORM COMPUTE-VOLUME-WINDOW
           END-IF.

       LOAD-ONE-PARAMETER.
           EVALUATE PARM-RECORD(1:3)
               WHEN "STR"
                   IF PARM-RECORD(5:15) IS NUMERIC
                       AND PARM-RECORD(21:3) IS NUMERIC
                       AND PARM-RECORD(25:2) IS NUMERIC
                       AND PARM-RECORD(28:2) IS NUMERIC
                       AND PARM-RECORD(5:15) NOT = ZEROES
                       AND PARM-RECORD(21:3) NOT > "100"
                       AND PARM-RECORD(25:2) NOT = "00"
                       AND PARM-RECORD(28:2) NOT = "00"
                       MOVE PARM-RECORD(5:15) TO STR-THRESHOLD
                       MOVE PARM-RECORD(21:3) TO STR-BAND-PCT
                       MOVE PARM-RECORD(25:2) TO STR-DAYS
                       MOVE PARM-RECORD(28:2) TO STR-MIN-COUNT
                       MOVE "Y" TO STR-ON
                   END-IF
               WHEN "RIO"
                   IF PARM-RECORD(5:2) IS NUMERIC
                       AND PARM-RECORD(8:3) IS NUMERIC
                       AND PARM-RECORD(5:2) NOT = "00"
                       MOVE PARM-RECORD(5:2) TO RIO-DAYS
                       MOVE PARM-RECORD(8:3) TO RIO-PCT
                       MOVE "Y" TO RIO-ON
                   END-IF
               WHEN "VOL"
                   IF PARM-RECORD(5:2) IS NUMERIC
                       AND PARM-RECORD(5:2) NOT = "00"
                       AND FUNCTION TEST-NUMVAL(PARM-RECORD(8:4)) = 0
                       AND PARM-RECORD(13:15) IS NUMERIC
                       MOVE PARM-RECORD(5:2) TO VOL-MONTHS
                       MOVE FUNCTION NUMVAL(PARM-RECORD(8:4))
                           TO VOL-MULTIPLE
                       MOVE PARM-RECORD(13:15) TO VOL-FLOOR
                       MOVE "Y" TO VOL-ON
                   END-IF
               WHEN "RAC"
                   IF PARM-RECORD(5:2) IS NUMERIC
                       AND PARM-RECORD(5:2) NOT = "00"
                       MOVE PARM-RECORD(5:2) TO RAC-DAYS
                       MOVE "Y" TO RAC-ON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPUTE-VOLUME-WINDOW.
      *> The business month runs from its 1st to the business date;
      *> the history is the whole months before it.
           MOVE BUSINESS-DATE TO VOL-MONTH-START
           MOVE "01" TO VOL-MONTH-START(7:2)
           MOVE BUSINESS-DATE(1:4) TO HIST-YEAR
           MOVE BUSINESS-DATE(5:2) TO HIST-MONTH
           SUBTRACT VOL-MONTHS FROM HIST-MONTH
           PERFORM UNTIL HIST-MONTH > 0
               ADD 12 TO HIST-MONTH
               SUBTRACT 1 FROM HIST-YEAR
           END-PERFORM
           COMPUTE VOL-HIST-START =
               HIST-YEAR * 10000 + HIST-MONTH * 100 + 1.

      *> ----------------- journal sweep -----------------

       LOAD-ARCHIVED-JOURNALS.
      *> Closed periods first, in period order, so the screening
      *> table holds the entries in the order they were posted. MAIN
      *> gathers the archives once for both sweeps.
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
           CLOSE TXN-ARC-FILE.

       LOAD-TXN-JOURNAL.
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
      *> Undated or unsequenced entries predate the fields the
      *> patterns need and are passed over, as are entries dated
      *> after the business date.
           IF JRNL-PASS = "S"
               ADD 1 TO ENTRIES-READ
           END-IF
           IF JRNL-LINE(1:6) IS NUMERIC
               AND JRNL-LINE(38:8) IS NUMERIC
               AND JRNL-LINE(52:6) IS NUMERIC
               AND JRNL-LINE(38:8) NOT > BUSINESS-DATE
               MOVE JRNL-LINE(38:8) TO JRNL-DATE
               COMPUTE JRNL-DAY = FUNCTION INTEGER-OF-DATE(JRNL-DATE)
               IF JRNL-DAY > 0
                   IF JRNL-PASS = "R"
                       PERFORM TAKE-REACTIVATION-LINE
                   ELSE
                       PERFORM SCREEN-JOURNAL-LINE
                   END-IF
               END-IF
           END-IF.

       TAKE-REACTIVATION-LINE.
           IF JRNL-LINE(7:3) = "RAC"
               AND BUSINESS-DAY - JRNL-DAY NOT > RAC-DAYS
               MOVE JRNL-LINE(1:6) TO JRNL-ACCOUNT
               PERFORM FIND-REACTIVATED-ACCOUNT
               IF RA-FOUND = "N"
                   IF RA-COUNT >= 1000
                       MOVE "Y" TO RA-OVERFLOW
                   ELSE
                       ADD 1 TO RA-COUNT
                       MOVE JRNL-ACCOUNT TO RA-ACCT(RA-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-REACTIVATED-ACCOUNT.
           MOVE "N" TO RA-FOUND
           PERFORM VARYING RA-IDX FROM 1 BY 1 UNTIL RA-IDX > RA-COUNT
               IF RA-ACCT(RA-IDX) = JRNL-ACCOUNT
                   MOVE "Y" TO RA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCREEN-JOURNAL-LINE.
           MOVE JRNL-LINE(1:6)  TO JRNL-ACCOUNT
           MOVE JRNL-LINE(7:3)  TO JRNL-ACTION
           MOVE JRNL-LINE(52:6) TO JRNL-SEQ
           COMPUTE JRNL-AGE = BUSINESS-DAY - JRNL-DAY
           MOVE 0 TO JRNL-AMOUNT
           IF FUNCTION TEST-NUMVAL(JRNL-LINE(58:9)) = 0
               MOVE FUNCTION NUMVAL(JRNL-LINE(58:9)) TO JRNL-AMOUNT
           END-IF
           MOVE "N" TO JRNL-POSTED
           IF JRNL-LINE(10:9) NOT = JRNL-LINE(67:9)
               MOVE "Y" TO JRNL-POSTED
           END-IF
           PERFORM CONVERT-ENTRY-TO-IDR
           MOVE "N" TO RA-FOUND
           IF RAC-ON = "Y" AND JRNL-POSTED = "Y"
               AND (JRNL-ACTION = "WDR" OR JRNL-ACTION = "TRF"
                    OR JRNL-ACTION = "XTR")
               AND JRNL-AGE NOT > RAC-DAYS
               PERFORM FIND-REACTIVATED-ACCOUNT
           END-IF
           MOVE "N" TO JRNL-KEEP
           EVALUATE TRUE
               WHEN STR-ON = "Y" AND JRNL-ACTION = "DEP"
                   AND JRNL-POSTED = "Y" AND JRNL-AGE < STR-DAYS
                   AND JRNL-IDR NOT < STR-FLOOR
                   AND JRNL-IDR < STR-THRESHOLD
                   MOVE "Y" TO JRNL-KEEP
               WHEN RIO-ON = "Y" AND JRNL-POSTED = "Y"
                   AND (JRNL-ACTION = "XTI" OR JRNL-ACTION = "XTR")
                   AND JRNL-AGE NOT > RIO-DAYS
                   MOVE "Y" TO JRNL-KEEP
               WHEN RAC-ON = "Y" AND JRNL-ACTION = "RAC"
                   AND JRNL-AGE NOT > RAC-DAYS
                   MOVE "Y" TO JRNL-KEEP
               WHEN RA-FOUND = "Y"
                   MOVE "Y" TO JRNL-KEEP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF JRNL-KEEP = "Y"
               PERFORM KEEP-SCREENING-ENTRY
           END-IF
           IF VOL-ON = "Y" AND JRNL-POSTED = "Y"
               AND JRNL-DATE NOT < VOL-HIST-START
               AND (JRNL-ACTION = "DEP" OR JRNL-ACTION = "WDR"
                    OR JRNL-ACTION = "TRF" OR JRNL-ACTION = "TRI"
                    OR JRNL-ACTION = "XTR" OR JRNL-ACTION = "XTI")
               PERFORM TAKE-VOLUME-ENTRY
           END-IF.

       CONVERT-ENTRY-TO-IDR.
      *> The posting-time quote the entry carries; today's quote for
      *> an entry written before quotes were journalled.
           MOVE 0 TO FX-FOUND-RATE
           IF JRNL-LINE(82:16) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(JRNL-LINE(82:16)) = 0
               MOVE FUNCTION NUMVAL(JRNL-LINE(82:16)) TO FX-FOUND-RATE
           END-IF
           IF FX-FOUND-RATE = 0
               MOVE JRNL-LINE(19:3) TO FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
           END-IF
           COMPUTE JRNL-IDR = JRNL-AMOUNT * FX-FOUND-RATE.

       KEEP-SCREENING-ENTRY.
           IF SE-COUNT >= 10000
               MOVE "Y" TO SE-OVERFLOW
           ELSE
               ADD 1 TO SE-COUNT
               MOVE JRNL-ACCOUNT TO SE-ACCT(SE-COUNT)
               MOVE JRNL-ACTION  TO SE-ACTION(SE-COUNT)
               MOVE JRNL-DAY     TO SE-DAY(SE-COUNT)
               MOVE JRNL-SEQ     TO SE-SEQ(SE-COUNT)
               MOVE JRNL-AMOUNT  TO SE-AMOUNT(SE-COUNT)
               MOVE JRNL-IDR     TO SE-IDR(SE-COUNT)
               MOVE "N"          TO SE-DONE(SE-COUNT)
           END-IF.

       TAKE-VOLUME-ENTRY.
           MOVE 0 TO VO-SLOT
           PERFORM VARYING VO-IDX FROM 1 BY 1 UNTIL VO-IDX > VO-COUNT
               IF VO-ACCT(VO-IDX) = JRNL-ACCOUNT
                   MOVE VO-IDX TO VO-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF VO-SLOT = 0
               IF VO-COUNT >= 5000
                   MOVE "Y" TO VO-OVERFLOW
               ELSE
                   ADD 1 TO VO-COUNT
                   MOVE VO-COUNT TO VO-SLOT
                   MOVE JRNL-ACCOUNT TO VO-ACCT(VO-SLOT)
                   MOVE 0 TO VO-CUR-IDR(VO-SLOT)
                   MOVE 0 TO VO-HIST-IDR(VO-SLOT)
                   MOVE 0 TO VO-CUR-COUNT(VO-SLOT)
                   MOVE 0 TO VO-NEWEST-SEQ(VO-SLOT)
               END-IF
           END-IF
           IF VO-SLOT NOT = 0
               IF JRNL-DATE NOT < VOL-MONTH-START
                   ADD JRNL-IDR TO VO-CUR-IDR(VO-SLOT)
                   ADD 1 TO VO-CUR-COUNT(VO-SLOT)
                   IF VO-CUR-COUNT(VO-SLOT) <= 10
                       MOVE JRNL-SEQ
                           TO VO-SEQ(VO-SLOT, VO-CUR-COUNT(VO-SLOT))
                   END-IF
                   IF JRNL-SEQ > VO-NEWEST-SEQ(VO-SLOT)
                       MOVE JRNL-SEQ TO VO-NEWEST-SEQ(VO-SLOT)
                   END-IF
               ELSE
                   ADD JRNL-IDR TO VO-HIST-IDR(VO-SLOT)
               END-IF
           END-IF.

      *> ----------------- the four patterns -----------------

       SCREEN-STRUCTURING.
      *> Every DEP kept for STR is already inside the window and the
      *> band; what is left is counting them per account.
           IF STR-ON = "Y"
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX > SE-COUNT
                   IF SE-ACTION(SE-IDX) = "DEP"
                       AND SE-DONE(SE-IDX) = "N"
                       PERFORM SCREEN-ACCOUNT-DEPOSITS
                   END-IF
               END-PERFORM
           END-IF.

       SCREEN-ACCOUNT-DEPOSITS.
           MOVE "STR" TO ALERT-PATTERN
           MOVE SE-ACCT(SE-IDX) TO ALERT-ACCOUNT
           PERFORM START-ALERT
           PERFORM VARYING SE-SCAN FROM SE-IDX BY 1
                   UNTIL SE-SCAN > SE-COUNT
               IF SE-ACCT(SE-SCAN) = ALERT-ACCOUNT
                   AND SE-ACTION(SE-SCAN) = "DEP"
                   MOVE "Y" TO SE-DONE(SE-SCAN)
                   MOVE SE-SEQ(SE-SCAN) TO TRIGGER-SEQ
                   MOVE SE-IDR(SE-SCAN) TO TRIGGER-IDR
                   PERFORM ADD-TRIGGER
               END-IF
           END-PERFORM
           IF ALERT-ENTRY-COUNT >= STR-MIN-COUNT
               PERFORM RAISE-ALERT
           END-IF.

       SCREEN-RAPID-MOVEMENT.
      *> For each XTR out, an earlier XTI into the same account no
      *> more than the window before it, which the XTR takes at least
      *> the configured share of. Both sequence numbers trigger.
           IF RIO-ON = "Y"
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX > SE-COUNT
                   IF SE-ACTION(SE-IDX) = "XTR"
                       AND SE-DONE(SE-IDX) = "N"
                       PERFORM SCREEN-ACCOUNT-TRANSFERS
                   END-IF
               END-PERFORM
           END-IF.

       SCREEN-ACCOUNT-TRANSFERS.
           MOVE "RIO" TO ALERT-PATTERN
           MOVE SE-ACCT(SE-IDX) TO ALERT-ACCOUNT
           PERFORM START-ALERT
           PERFORM VARYING SE-SCAN FROM SE-IDX BY 1
                   UNTIL SE-SCAN > SE-COUNT
               IF SE-ACCT(SE-SCAN) = ALERT-ACCOUNT
                   AND SE-ACTION(SE-SCAN) = "XTR"
                   MOVE "Y" TO SE-DONE(SE-SCAN)
                   PERFORM MATCH-EARLIER-XTI
               END-IF
           END-PERFORM
           IF ALERT-ENTRY-COUNT > 0
               PERFORM RAISE-ALERT
           END-IF.

       MATCH-EARLIER-XTI.
           PERFORM VARYING SE-PAIR FROM 1 BY 1
                   UNTIL SE-PAIR >= SE-SCAN
               COMPUTE SE-GAP = SE-DAY(SE-SCAN) - SE-DAY(SE-PAIR)
               IF SE-ACCT(SE-PAIR) = ALERT-ACCOUNT
                   AND SE-ACTION(SE-PAIR) = "XTI"
                   AND SE-GAP NOT > RIO-DAYS
                   AND SE-AMOUNT(SE-SCAN) * 100
                       NOT < SE-AMOUNT(SE-PAIR) * RIO-PCT
                   MOVE SE-SEQ(SE-PAIR) TO TRIGGER-SEQ
                   MOVE SE-IDR(SE-PAIR) TO TRIGGER-IDR
                   PERFORM ADD-TRIGGER
                   MOVE SE-SEQ(SE-SCAN) TO TRIGGER-SEQ
                   MOVE SE-IDR(SE-SCAN) TO TRIGGER-IDR
                   PERFORM ADD-TRIGGER
               END-IF
           END-PERFORM.

       SCREEN-VOLUME-JUMP.
      *> An account with no history has nothing to jump from; a new
      *> account's first busy month is not this pattern.
           IF VOL-ON = "Y"
               PERFORM VARYING VO-IDX FROM 1 BY 1
                       UNTIL VO-IDX > VO-COUNT
                   COMPUTE VOL-AVERAGE =
                       VO-HIST-IDR(VO-IDX) / VOL-MONTHS
                   IF VO-HIST-IDR(VO-IDX) > 0
                       AND VO-CUR-IDR(VO-IDX) NOT < VOL-FLOOR
                       AND VO-CUR-IDR(VO-IDX)
                           > VOL-AVERAGE * VOL-MULTIPLE
                       PERFORM RAISE-VOLUME-ALERT
                   END-IF
               END-PERFORM
           END-IF.

       RAISE-VOLUME-ALERT.
           MOVE "VOL" TO ALERT-PATTERN
           MOVE VO-ACCT(VO-IDX) TO ALERT-ACCOUNT
           PERFORM START-ALERT
           PERFORM VARYING VO-SEQ-IDX FROM 1 BY 1
                   UNTIL VO-SEQ-IDX > 10
                   OR VO-SEQ-IDX > VO-CUR-COUNT(VO-IDX)
               ADD 1 TO ALERT-SEQ-COUNT
               MOVE VO-SEQ(VO-IDX, VO-SEQ-IDX)
                   TO ALERT-SEQ(ALERT-SEQ-COUNT)
           END-PERFORM
           IF VO-CUR-COUNT(VO-IDX) > 999
               MOVE 999 TO ALERT-ENTRY-COUNT
           ELSE
               MOVE VO-CUR-COUNT(VO-IDX) TO ALERT-ENTRY-COUNT
           END-IF
           MOVE VO-CUR-IDR(VO-IDX)    TO ALERT-IDR
           MOVE VO-NEWEST-SEQ(VO-IDX) TO ALERT-NEWEST-SEQ
           PERFORM RAISE-ALERT.

       SCREEN-REACTIVATION.
      *> A debit after the RAC, no more than the window later. The
      *> RAC and each such debit trigger.
           IF RAC-ON = "Y"
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX > SE-COUNT
                   MOVE "N" TO SE-DONE(SE-IDX)
               END-PERFORM
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX > SE-COUNT
                   IF SE-ACTION(SE-IDX) = "RAC"
                       AND SE-DONE(SE-IDX) = "N"
                       PERFORM SCREEN-ACCOUNT-REACTIVATION
                   END-IF
               END-PERFORM
           END-IF.

       SCREEN-ACCOUNT-REACTIVATION.
           MOVE "RAC" TO ALERT-PATTERN
           MOVE SE-ACCT(SE-IDX) TO ALERT-ACCOUNT
           PERFORM START-ALERT
           PERFORM VARYING SE-SCAN FROM SE-IDX BY 1
                   UNTIL SE-SCAN > SE-COUNT
               IF SE-ACCT(SE-SCAN) = ALERT-ACCOUNT
                   AND SE-ACTION(SE-SCAN) = "RAC"
                   MOVE "Y" TO SE-DONE(SE-SCAN)
                   PERFORM MATCH-LATER-DEBITS
               END-IF
           END-PERFORM
           IF ALERT-ENTRY-COUNT > 0
               PERFORM RAISE-ALERT
           END-IF.

       MATCH-LATER-DEBITS.
           PERFORM VARYING SE-PAIR FROM SE-SCAN BY 1
                   UNTIL SE-PAIR > SE-COUNT
               COMPUTE SE-GAP = SE-DAY(SE-PAIR) - SE-DAY(SE-SCAN)
               IF SE-ACCT(SE-PAIR) = ALERT-ACCOUNT
                   AND (SE-ACTION(SE-PAIR) = "WDR"
                        OR SE-ACTION(SE-PAIR) = "TRF"
                        OR SE-ACTION(SE-PAIR) = "XTR")
                   AND SE-GAP NOT > RAC-DAYS
                   MOVE SE-SEQ(SE-SCAN) TO TRIGGER-SEQ
                   MOVE 0               TO TRIGGER-IDR
                   PERFORM ADD-TRIGGER
                   MOVE SE-SEQ(SE-PAIR) TO TRIGGER-SEQ
                   MOVE SE-IDR(SE-PAIR) TO TRIGGER-IDR
                   PERFORM ADD-TRIGGER
               END-IF
           END-PERFORM.

      *> ----------------- alerts and the case file -----------------

       START-ALERT.
           MOVE 0 TO ALERT-SEQ-COUNT
           MOVE 0 TO ALERT-ENTRY-COUNT
           MOVE 0 TO ALERT-IDR
           MOVE 0 TO ALERT-NEWEST-SEQ.

       ADD-TRIGGER.
      *> An entry that triggers twice (one XTI paying for two XTRs) is
      *> counted and totalled once.
           MOVE "N" TO TRIGGER-KNOWN
           PERFORM VARYING ALERT-SEQ-IDX FROM 1 BY 1
                   UNTIL ALERT-SEQ-IDX > ALERT-SEQ-COUNT
               IF ALERT-SEQ(ALERT-SEQ-IDX) = TRIGGER-SEQ
                   MOVE "Y" TO TRIGGER-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TRIGGER-KNOWN = "N"
               IF ALERT-SEQ-COUNT < 50
                   ADD 1 TO ALERT-SEQ-COUNT
                   MOVE TRIGGER-SEQ TO ALERT-SEQ(ALERT-SEQ-COUNT)
               END-IF
               IF ALERT-ENTRY-COUNT < 999
                   ADD 1 TO ALERT-ENTRY-COUNT
               END-IF
               ADD TRIGGER-IDR TO ALERT-IDR
               IF TRIGGER-SEQ > ALERT-NEWEST-SEQ
                   MOVE TRIGGER-SEQ TO ALERT-NEWEST-SEQ
               END-IF
           END-IF.

       RAISE-ALERT.
      *> An open case for the same pattern and account already covers
      *> this; a worked one covers everything up to the newest entry
      *> it listed.
           MOVE "N" TO ALERT-ON-FILE
           MOVE 0 TO WORKED-NEWEST-SEQ
           PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
               IF CS-REC(CS-IDX)(7:3) = ALERT-PATTERN
                   AND CS-REC(CS-IDX)(10:6) = ALERT-ACCOUNT
                   IF CS-REC(CS-IDX)(60:1) = "O"
                       MOVE "Y" TO ALERT-ON-FILE
                   ELSE
                       IF CS-REC(CS-IDX)(152:6) IS NUMERIC
                           AND CS-REC(CS-IDX)(152:6) > WORKED-NEWEST-SEQ
                           MOVE CS-REC(CS-IDX)(152:6)
                               TO WORKED-NEWEST-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF ALERT-NEWEST-SEQ NOT > WORKED-NEWEST-SEQ
               MOVE "Y" TO ALERT-ON-FILE
           END-IF
           EVALUATE TRUE
               WHEN ALERT-ON-FILE = "Y"
                   ADD 1 TO SUPPRESSED-COUNT
               WHEN CS-COUNT >= 2000
                   ADD 1 TO NOT-RAISED-COUNT
                   DISPLAY "CASE FILE FULL - " ALERT-PATTERN
                           " ALERT ON ACCOUNT " ALERT-ACCOUNT
                           " NOT RAISED"
               WHEN OTHER
                   PERFORM WRITE-CASE
           END-EVALUATE.

       WRITE-CASE.
           PERFORM LOOKUP-CASE-CUSTOMER
           ADD 1 TO CS-HIGH-NUMBER
           MOVE SPACES            TO CASE-LINE
           MOVE CS-HIGH-NUMBER    TO CASE-LINE(1:6)
           MOVE ALERT-PATTERN     TO CASE-LINE(7:3)
           MOVE ALERT-ACCOUNT     TO CASE-LINE(10:6)
           MOVE CASE-CUST-ID      TO CASE-LINE(16:6)
           MOVE CASE-NAME         TO CASE-LINE(22:30)
           MOVE BUSINESS-DATE     TO CASE-LINE(52:8)
           MOVE "O"               TO CASE-LINE(60:1)
           MOVE ALERT-IDR         TO CASE-IDR-FMT
           MOVE CASE-IDR-FMT      TO CASE-LINE(61:18)
           MOVE ALERT-ENTRY-COUNT TO CASE-COUNT-FMT
           MOVE CASE-COUNT-FMT    TO CASE-LINE(79:3)
           MOVE 82 TO CASE-SEQ-COL
           PERFORM VARYING ALERT-SEQ-IDX FROM 1 BY 1
                   UNTIL ALERT-SEQ-IDX > ALERT-SEQ-COUNT
                   OR ALERT-SEQ-IDX > 10
               MOVE ALERT-SEQ(ALERT-SEQ-IDX)
                   TO CASE-LINE(CASE-SEQ-COL:6)
               ADD 7 TO CASE-SEQ-COL
           END-PERFORM
           MOVE ALERT-NEWEST-SEQ  TO CASE-LINE(152:6)
           ADD 1 TO CS-COUNT
           MOVE CASE-LINE TO CS-REC(CS-COUNT)
           ADD 1 TO RAISED-COUNT
           DISPLAY "ALERT " CASE-LINE(1:6) " " ALERT-PATTERN
                   " ACCOUNT " ALERT-ACCOUNT " " CASE-NAME.

       LOOKUP-CASE-CUSTOMER.
           MOVE SPACES TO CASE-CUST-ID
           MOVE "ACCOUNT NOT ON MASTER" TO CASE-NAME
           MOVE ALERT-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO CASE-CUST-ID
                   MOVE "NO CUSTOMER ON ACCOUNT" TO CASE-NAME
           END-READ
           IF CASE-CUST-ID IS NUMERIC AND CUST-FILE-OPEN = "Y"
               MOVE CASE-CUST-ID TO CUST-KEY
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER" TO CASE-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO CASE-NAME
               END-READ
           END-IF.

       LOAD-CASE-TABLE.
           MOVE 0 TO CS-COUNT
           MOVE 0 TO CS-HIGH-NUMBER
           OPEN INPUT CASE-FILE
           PERFORM UNTIL 1 = 2
               READ CASE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CS-COUNT >= 2000
                           MOVE "Y" TO CS-TABLE-FULL
                       ELSE
                           ADD 1 TO CS-COUNT
                           MOVE CASE-RECORD TO CS-REC(CS-COUNT)
                           IF CASE-RECORD(1:6) IS NUMERIC
                               AND CASE-RECORD(1:6) > CS-HIGH-NUMBER
                               MOVE CASE-RECORD(1:6) TO CS-HIGH-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE.

       PUBLISH-CASE-TABLE.
           OPEN OUTPUT CASE-TMP-FILE
           PERFORM VARYING CS-PUB-IDX FROM 1 BY 1
                   UNTIL CS-PUB-IDX > CS-COUNT
               MOVE CS-REC(CS-PUB-IDX) TO CASE-TMP-RECORD
               WRITE CASE-TMP-RECORD
           END-PERFORM
           CLOSE CASE-TMP-FILE
           CALL "SYSTEM" USING "mv amlcases.txt.tmp amlcases.txt".

       REPORT-COUNTS.
           IF STR-ON = "N"
               DISPLAY "STR NOT SCREENED - NO USABLE STR LINE IN "
                       "amlparms.txt"
           END-IF
           IF RIO-ON = "N"
               DISPLAY "RIO NOT SCREENED - NO USABLE RIO LINE IN "
                       "amlparms.txt"
           END-IF
           IF VOL-ON = "N"
               DISPLAY "VOL NOT SCREENED - NO USABLE VOL LINE IN "
                       "amlparms.txt"
           END-IF
           IF RAC-ON = "N"
               DISPLAY "RAC NOT SCREENED - NO USABLE RAC LINE IN "
                       "amlparms.txt"
           END-IF
           MOVE ENTRIES-READ TO BIG-COUNT-FMT
           DISPLAY "JOURNAL ENTRIES READ:     " BIG-COUNT-FMT
           MOVE RAISED-COUNT TO COUNT-FMT
           DISPLAY "ALERTS RAISED:            " COUNT-FMT
           MOVE SUPPRESSED-COUNT TO COUNT-FMT
           DISPLAY "ALREADY ON A CASE:        " COUNT-FMT
           MOVE NOT-RAISED-COUNT TO COUNT-FMT
           DISPLAY "NOT RAISED (FILE FULL):   " COUNT-FMT.

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
