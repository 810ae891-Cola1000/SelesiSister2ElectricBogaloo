IDENTIFICATION DIVISION.
       PROGRAM-ID. FXEXPOSE.

      *> Daily currency position and FX exposure report for treasury.
      *> Takes a business date on the command line (default: today)
      *> and, under the posting lock, writes fxexposure.txt in three
      *> parts:
      *>   1. the position in each currency from accounts.txt - the
      *>      posted deposit balances, the interest accrued on them
      *>      but not yet credited, and the loan principal owed to the
      *>      bank ("LON" accounts) - netted from the bank's side:
      *>      loans less deposits less accruals, so a negative figure
      *>      is what the bank owes its customers in that currency;
      *>   2. that net position valued in IDR at the day's fxrates.txt
      *>      quote, beside the previous day's quote and the
      *>      revaluation gain (+) or loss (-) the move between the two
      *>      makes on it, and the currency's limit from fxlimits.txt;
      *>      a currency whose exposure (the IDR value of its net
      *>      position either way) exceeds the limit is flagged LIMIT,
      *>      and one with no quote at all NO RATE;
      *>   3. the day's movement on customer balances per currency by
      *>      action, from the journal entries of that business date
      *>      that actually posted: DEP, WDR, the converted legs of a
      *>      cross-currency transfer (TRF out of the source currency,
      *>      TRI into the destination one - a same-currency transfer
      *>      nets to nothing and is left out), XTR, XTI, the FX spread
      *>      FEE charged on a converted transfer, and everything else
      *>      (reversals, returned payments, other fees, loan
      *>      collections, openings) netted as OTHER. The loan
      *>      accounts' own LDR / LRP entries are the asset side and
      *>      are not customer balance movement.
      *> The journal is txnlog.txt plus the business month's archive,
      *> in case MONTHEND has closed the month ahead of this run.
      *> fxlimits.txt: cols 1-3 currency, 5-22 the exposure limit in
      *> IDR as 9(15).99; a currency with no line has no limit. Each
      *> run records the day's quotes in fxratehist.txt (cols 1-8
      *> business date, 10-12 currency, 14-29 rate to IDR as
      *> 9(9).9(6)); the previous quote is the latest one recorded for
      *> an earlier business date, so a rerun for the same date
      *> replaces that date's quotes and still compares against the
      *> day before.
      *> Usage: fxexpose [YYYYMMDD]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-ARC-FILE
               ASSIGN TO "txnlog.fxarcs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-LIMIT-FILE ASSIGN TO "fxlimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-HIST-FILE ASSIGN TO "fxratehist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-HIST-TMP-FILE ASSIGN TO "fxratehist.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "fxexposure.txt"
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

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD FX-RATE-FILE.
       01 FX-RATE-RECORD            PIC X(20).

       FD FX-LIMIT-FILE.
       01 FX-LIMIT-RECORD           PIC X(22).

       FD RATE-HIST-FILE.
       01 RATE-HIST-RECORD          PIC X(29).

       FD RATE-HIST-TMP-FILE.
       01 RATE-HIST-TMP-RECORD      PIC X(29).

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(160).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 BUSINESS-DATE             PIC 9(8) VALUE 0.
       77 SYSTEM-CMD                PIC X(80).

       *> --- One line per currency: the quotes, the limit, the
       *> position from the master and the day's movement from the
       *> journal. Seeded with RAI and IDR, then every quoted
       *> currency, then any currency an account carries. ---
       01 CP-TABLE.
          05 CP-ENTRY OCCURS 20 TIMES.
             10 CP-CCY              PIC X(3).
             10 CP-RATE             PIC 9(9)V9(6).
             10 CP-PREV-RATE        PIC 9(9)V9(6).
             10 CP-PREV-DATE        PIC 9(8).
             10 CP-LIMIT            PIC 9(15)V99.
             10 CP-HAS-LIMIT        PIC X.
             10 CP-ACCOUNTS         PIC 9(7).
             10 CP-DEPOSITS         PIC 9(13)V99.
             10 CP-ACCRUED          PIC 9(13)V99.
             10 CP-LOANS            PIC 9(13)V99.
             10 CP-DEP              PIC 9(13)V99.
             10 CP-WDR              PIC 9(13)V99.
             10 CP-TRF-OUT          PIC 9(13)V99.
             10 CP-TRI-IN           PIC 9(13)V99.
             10 CP-XTR              PIC 9(13)V99.
             10 CP-XTI              PIC 9(13)V99.
             10 CP-FX-FEE           PIC 9(13)V99.
             10 CP-OTHER            PIC S9(13)V99.
       77 CP-COUNT                  PIC 9(4) VALUE 0.
       77 CP-IDX                    PIC 9(4).
       77 CP-SLOT                   PIC 9(4).
       77 CP-OVERFLOW-COUNT         PIC 9(6) VALUE 0.
       77 LOOKUP-CCY                PIC X(3).
       77 RAI-TO-IDR                PIC 9(9)   VALUE 119714660.

       *> --- The day's converted transfers, so the spread FEE that
       *> follows each can be told from the other fees by its link. ---
       01 FX-TRF-TABLE.
          05 FX-TRF-SEQ OCCURS 5000 TIMES PIC X(6).
       77 FX-TRF-COUNT              PIC 9(4) VALUE 0.
       77 FX-TRF-IDX                PIC 9(4).
       77 FX-TRF-FOUND              PIC X.

       *> --- Working figures ---
       77 JRNL-LINE                 PIC X(122).
       77 JRNL-ACTION               PIC X(3).
       77 JRNL-BALANCE              PIC 9(13)V99.
       77 JRNL-PRE-BALANCE          PIC 9(13)V99.
       77 JRNL-EFFECT               PIC S9(13)V99.
       77 JRNL-MOVED                PIC 9(13)V99.
       77 ACC-AMOUNT                PIC 9(13)V99.
       77 NET-POSITION              PIC S9(13)V99.
       77 NET-IDR                   PIC S9(18)V99.
       77 EXPOSURE-IDR              PIC 9(18)V99.
       77 REVAL-IDR                 PIC S9(18)V99.
       77 TOTAL-NET-IDR             PIC S9(18)V99 VALUE 0.
       77 TOTAL-EXPOSURE-IDR        PIC 9(18)V99 VALUE 0.
       77 TOTAL-REVAL-IDR           PIC S9(18)V99 VALUE 0.
       77 FLAG-COUNT                PIC 9(4) VALUE 0.
       77 FLAG-TEXT                 PIC X(8).
       77 HIST-DATE                 PIC 9(8).
       77 HIST-KEPT-COUNT           PIC 9(6) VALUE 0.

       *> --- Report formatting ---
       77 COUNT-FMT                 PIC ZZZZZZ9.
       77 AMT-FMT                   PIC Z(13)9.99.
       77 NET-FMT                   PIC -(14)9.99.
       77 RATE-FMT                  PIC Z(8)9.9(6).
       77 RATE-TEXT                 PIC X(16).
       77 IDR-FMT                   PIC -(18)9.99.
       77 LIMIT-FMT                 PIC Z(17)9.99.
       77 MOV-FMT                   PIC Z(9)9.99.
       77 MOV-NET-FMT               PIC -(10)9.99.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-EXPOSURE-DATE
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NO REPORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-FX-LIMITS
           PERFORM ROLL-RATE-HISTORY
           PERFORM TOTAL-ACCOUNT-POSITIONS
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN accounts.txt (FILE STATUS "
                       ACC-FILE-STATUS ") - NO REPORT"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOTAL-DAY-MOVEMENT
           PERFORM RELEASE-BATCH-LOCK
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-POSITION-SECTION
           PERFORM WRITE-VALUATION-SECTION
           PERFORM WRITE-MOVEMENT-SECTION
           CLOSE RPT-FILE
           MOVE FLAG-COUNT TO COUNT-FMT
           DISPLAY "FX EXPOSURE REPORT FOR " BUSINESS-DATE
                   " WRITTEN TO fxexposure.txt, " COUNT-FMT
                   " CURRENCY(IES) FLAGGED"
           STOP RUN.

       RESOLVE-EXPOSURE-DATE.
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
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO BUSINESS-DATE
               END-IF
           END-PERFORM
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *> ----------------- quotes, limits and rate history -----------------

       LOAD-FX-RATES.
      *> Seeded the way BANKING seeds its table - the historical RAI
      *> figure and IDR at par - then fxrates.txt overrides or extends.
           MOVE 0 TO CP-COUNT
           MOVE "RAI" TO LOOKUP-CCY
           PERFORM FIND-CCY-SLOT
           MOVE RAI-TO-IDR TO CP-RATE(CP-SLOT)
           MOVE "IDR" TO LOOKUP-CCY
           PERFORM FIND-CCY-SLOT
           MOVE 1 TO CP-RATE(CP-SLOT)
           OPEN INPUT FX-RATE-FILE
           PERFORM UNTIL 1 = 2
               READ FX-RATE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FX-RATE-RECORD(1:3) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (FX-RATE-RECORD(5:16)) = 0
                           MOVE FX-RATE-RECORD(1:3) TO LOOKUP-CCY
                           PERFORM FIND-CCY-SLOT
                           IF CP-SLOT > 0
                               MOVE FUNCTION NUMVAL
                                   (FX-RATE-RECORD(5:16))
                                   TO CP-RATE(CP-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE.

       LOAD-FX-LIMITS.
           OPEN INPUT FX-LIMIT-FILE
           PERFORM UNTIL 1 = 2
               READ FX-LIMIT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FX-LIMIT-RECORD(1:3) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (FX-LIMIT-RECORD(5:18)) = 0
                           MOVE FX-LIMIT-RECORD(1:3) TO LOOKUP-CCY
                           PERFORM FIND-CCY-SLOT
                           IF CP-SLOT > 0
                               MOVE FUNCTION NUMVAL
                                   (FX-LIMIT-RECORD(5:18))
                                   TO CP-LIMIT(CP-SLOT)
                               MOVE "Y" TO CP-HAS-LIMIT(CP-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-LIMIT-FILE.

       ROLL-RATE-HISTORY.
      *> Keep every earlier and later date's quotes, take the latest
      *> earlier one per currency as its previous quote, and record
      *> today's in place of any this date already had.
           OPEN INPUT RATE-HIST-FILE
           OPEN OUTPUT RATE-HIST-TMP-FILE
           PERFORM UNTIL 1 = 2
               READ RATE-HIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TAKE-RATE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE RATE-HIST-FILE
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-COUNT
               IF CP-RATE(CP-IDX) > 0
                   MOVE SPACES           TO RATE-HIST-TMP-RECORD
                   MOVE BUSINESS-DATE    TO RATE-HIST-TMP-RECORD(1:8)
                   MOVE CP-CCY(CP-IDX)   TO RATE-HIST-TMP-RECORD(10:3)
                   MOVE CP-RATE(CP-IDX)  TO RATE-FMT
                   MOVE RATE-FMT         TO RATE-TEXT
                   INSPECT RATE-TEXT REPLACING LEADING SPACE BY "0"
                   MOVE RATE-TEXT        TO RATE-HIST-TMP-RECORD(14:16)
                   WRITE RATE-HIST-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE RATE-HIST-TMP-FILE
           CALL "SYSTEM" USING "mv fxratehist.txt.tmp fxratehist.txt".

       TAKE-RATE-HISTORY-LINE.
           IF RATE-HIST-RECORD(1:8) IS NUMERIC
               AND FUNCTION TEST-NUMVAL(RATE-HIST-RECORD(14:16)) = 0
               MOVE RATE-HIST-RECORD(1:8) TO HIST-DATE
               IF HIST-DATE NOT = BUSINESS-DATE
                   MOVE RATE-HIST-RECORD TO RATE-HIST-TMP-RECORD
                   WRITE RATE-HIST-TMP-RECORD
                   ADD 1 TO HIST-KEPT-COUNT
               END-IF
               IF HIST-DATE < BUSINESS-DATE
                   MOVE RATE-HIST-RECORD(10:3) TO LOOKUP-CCY
                   PERFORM FIND-CCY-SLOT
                   IF CP-SLOT > 0
                       AND HIST-DATE NOT < CP-PREV-DATE(CP-SLOT)
                       MOVE HIST-DATE TO CP-PREV-DATE(CP-SLOT)
                       MOVE FUNCTION NUMVAL(RATE-HIST-RECORD(14:16))
                           TO CP-PREV-RATE(CP-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-CCY-SLOT.
      *> In: LOOKUP-CCY (spaces mean RAI, as on the master). Out:
      *> CP-SLOT, the currency's line - added when new, 0 only when
      *> the table is full.
           IF LOOKUP-CCY = SPACES
               MOVE "RAI" TO LOOKUP-CCY
           END-IF
           MOVE 0 TO CP-SLOT
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-COUNT
               IF CP-CCY(CP-IDX) = LOOKUP-CCY
                   MOVE CP-IDX TO CP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CP-SLOT = 0
               IF CP-COUNT < 20
                   ADD 1 TO CP-COUNT
                   MOVE CP-COUNT TO CP-SLOT
                   MOVE LOOKUP-CCY TO CP-CCY(CP-SLOT)
                   MOVE 0   TO CP-RATE(CP-SLOT)
                   MOVE 0   TO CP-PREV-RATE(CP-SLOT)
                   MOVE 0   TO CP-PREV-DATE(CP-SLOT)
                   MOVE 0   TO CP-LIMIT(CP-SLOT)
                   MOVE "N" TO CP-HAS-LIMIT(CP-SLOT)
                   MOVE 0   TO CP-ACCOUNTS(CP-SLOT)
                   MOVE 0   TO CP-DEPOSITS(CP-SLOT)
                   MOVE 0   TO CP-ACCRUED(CP-SLOT)
                   MOVE 0   TO CP-LOANS(CP-SLOT)
                   MOVE 0   TO CP-DEP(CP-SLOT)
                   MOVE 0   TO CP-WDR(CP-SLOT)
                   MOVE 0   TO CP-TRF-OUT(CP-SLOT)
                   MOVE 0   TO CP-TRI-IN(CP-SLOT)
                   MOVE 0   TO CP-XTR(CP-SLOT)
                   MOVE 0   TO CP-XTI(CP-SLOT)
                   MOVE 0   TO CP-FX-FEE(CP-SLOT)
                   MOVE 0   TO CP-OTHER(CP-SLOT)
               ELSE
                   ADD 1 TO CP-OVERFLOW-COUNT
               END-IF
           END-IF.

      *> ----------------- positions from the master -----------------

       TOTAL-ACCOUNT-POSITIONS.
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ACC-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM TAKE-ACCOUNT-POSITION
                   END-READ
               END-PERFORM
               CLOSE ACC-FILE
               MOVE "00" TO ACC-FILE-STATUS
           END-IF.

       TAKE-ACCOUNT-POSITION.
           MOVE ACC-CURRENCY TO LOOKUP-CCY
           PERFORM FIND-CCY-SLOT
           IF CP-SLOT > 0
               ADD 1 TO CP-ACCOUNTS(CP-SLOT)
               MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO ACC-AMOUNT
               IF ACC-RECORD-RAW(7:3) = "LON"
                   ADD ACC-AMOUNT TO CP-LOANS(CP-SLOT)
               ELSE
                   ADD ACC-AMOUNT TO CP-DEPOSITS(CP-SLOT)
                   IF FUNCTION TEST-NUMVAL(ACC-ACCRUAL) = 0
                       MOVE FUNCTION NUMVAL(ACC-ACCRUAL) TO ACC-AMOUNT
                       ADD ACC-AMOUNT TO CP-ACCRUED(CP-SLOT)
                   END-IF
               END-IF
           END-IF.

      *> ----------------- the day's movement from the journal -----------------

       TOTAL-DAY-MOVEMENT.
      *> The business month's archive first (present only once MONTHEND
      *> has closed the month), then the live journal.
           MOVE SPACES TO SYSTEM-CMD
           STRING "cat txnlog."         DELIMITED SIZE
                  BUSINESS-DATE(1:6)    DELIMITED SIZE
                  ".arc > txnlog.fxarcs.tmp 2>/dev/null"
                                        DELIMITED SIZE
                  INTO SYSTEM-CMD
           CALL "SYSTEM" USING SYSTEM-CMD
           OPEN INPUT TXN-ARC-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-ARC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-ARC-RECORD TO JRNL-LINE
                       PERFORM TAKE-MOVEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE TXN-ARC-FILE
           CALL "SYSTEM" USING "rm -f txnlog.fxarcs.tmp"
           OPEN INPUT TXN-LOG-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO JRNL-LINE
                       PERFORM TAKE-MOVEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE TXN-LOG-FILE.

       TAKE-MOVEMENT-LINE.
      *> The day's entries that moved a balance; a refused attempt or
      *> status change journals the same balance before and after.
           IF JRNL-LINE(1:6) IS NUMERIC
               AND JRNL-LINE(38:8) = BUSINESS-DATE
               AND JRNL-LINE(10:9) NOT = JRNL-LINE(67:9)
               AND FUNCTION TEST-NUMVAL(JRNL-LINE(10:9)) = 0
               AND FUNCTION TEST-NUMVAL(JRNL-LINE(67:9)) = 0
               MOVE JRNL-LINE(7:3) TO JRNL-ACTION
               IF JRNL-ACTION NOT = "LDR" AND JRNL-ACTION NOT = "LRP"
                   MOVE JRNL-LINE(19:3) TO LOOKUP-CCY
                   PERFORM FIND-CCY-SLOT
                   IF CP-SLOT > 0
                       PERFORM TAKE-MOVEMENT-AMOUNT
                   END-IF
               END-IF
           END-IF.

       TAKE-MOVEMENT-AMOUNT.
           MOVE FUNCTION NUMVAL(JRNL-LINE(10:9)) TO JRNL-BALANCE
           MOVE FUNCTION NUMVAL(JRNL-LINE(67:9)) TO JRNL-PRE-BALANCE
           COMPUTE JRNL-EFFECT = JRNL-BALANCE - JRNL-PRE-BALANCE
           IF JRNL-EFFECT < 0
               COMPUTE JRNL-MOVED = 0 - JRNL-EFFECT
           ELSE
               MOVE JRNL-EFFECT TO JRNL-MOVED
           END-IF
           EVALUATE TRUE
               WHEN JRNL-ACTION = "DEP"
                   ADD JRNL-MOVED TO CP-DEP(CP-SLOT)
               WHEN JRNL-ACTION = "WDR"
                   ADD JRNL-MOVED TO CP-WDR(CP-SLOT)
               WHEN JRNL-ACTION = "XTR"
                   ADD JRNL-MOVED TO CP-XTR(CP-SLOT)
               WHEN JRNL-ACTION = "XTI"
                   ADD JRNL-MOVED TO CP-XTI(CP-SLOT)
      *> A converted leg carries its applied rate in cols 22-37.
               WHEN JRNL-ACTION = "TRF" AND JRNL-LINE(22:16) NOT = SPACES
                   ADD JRNL-MOVED TO CP-TRF-OUT(CP-SLOT)
                   IF FX-TRF-COUNT < 5000
                       ADD 1 TO FX-TRF-COUNT
                       MOVE JRNL-LINE(52:6) TO FX-TRF-SEQ(FX-TRF-COUNT)
                   END-IF
               WHEN JRNL-ACTION = "TRI" AND JRNL-LINE(22:16) NOT = SPACES
                   ADD JRNL-MOVED TO CP-TRI-IN(CP-SLOT)
               WHEN JRNL-ACTION = "TRF" OR JRNL-ACTION = "TRI"
                   CONTINUE
               WHEN JRNL-ACTION = "FEE"
                   PERFORM FIND-FX-TRANSFER
                   IF FX-TRF-FOUND = "Y"
                       ADD JRNL-MOVED TO CP-FX-FEE(CP-SLOT)
                   ELSE
                       ADD JRNL-EFFECT TO CP-OTHER(CP-SLOT)
                   END-IF
               WHEN OTHER
                   ADD JRNL-EFFECT TO CP-OTHER(CP-SLOT)
           END-EVALUATE.

       FIND-FX-TRANSFER.
      *> A FEE linked (cols 98-103) to one of the day's converted TRFs
      *> is that transfer's FX spread.
           MOVE "N" TO FX-TRF-FOUND
           IF JRNL-LINE(98:6) NOT = SPACES
               PERFORM VARYING FX-TRF-IDX FROM 1 BY 1
                       UNTIL FX-TRF-IDX > FX-TRF-COUNT
                   IF FX-TRF-SEQ(FX-TRF-IDX) = JRNL-LINE(98:6)
                       MOVE "Y" TO FX-TRF-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> ----------------- report -----------------

       WRITE-POSITION-SECTION.
           MOVE SPACES TO RPT-RECORD
           STRING "CURRENCY POSITION AND FX EXPOSURE - BUSINESS DATE "
                      DELIMITED SIZE
                  BUSINESS-DATE DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "1. POSITIONS (ACCOUNT CURRENCY; "  DELIMITED SIZE
                  "NET = LOANS - DEPOSITS - ACCRUED)" DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE "CCY"              TO RPT-RECORD(1:3)
           MOVE "ACCOUNTS"         TO RPT-RECORD(5:8)
           MOVE "DEPOSITS"         TO RPT-RECORD(23:8)
           MOVE "ACCRUED"          TO RPT-RECORD(42:7)
           MOVE "LOANS"            TO RPT-RECORD(62:5)
           MOVE "NET POSITION"     TO RPT-RECORD(74:12)
           WRITE RPT-RECORD
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-COUNT
               PERFORM COMPUTE-NET-POSITION
               MOVE SPACES TO RPT-RECORD
               MOVE CP-CCY(CP-IDX)      TO RPT-RECORD(1:3)
               MOVE CP-ACCOUNTS(CP-IDX) TO COUNT-FMT
               MOVE COUNT-FMT           TO RPT-RECORD(5:7)
               MOVE CP-DEPOSITS(CP-IDX) TO AMT-FMT
               MOVE AMT-FMT             TO RPT-RECORD(14:17)
               MOVE CP-ACCRUED(CP-IDX)  TO AMT-FMT
               MOVE AMT-FMT             TO RPT-RECORD(32:17)
               MOVE CP-LOANS(CP-IDX)    TO AMT-FMT
               MOVE AMT-FMT             TO RPT-RECORD(50:17)
               MOVE NET-POSITION        TO NET-FMT
               MOVE NET-FMT             TO RPT-RECORD(68:18)
               WRITE RPT-RECORD
           END-PERFORM
           IF CP-OVERFLOW-COUNT > 0
               MOVE SPACES TO RPT-RECORD
               MOVE CP-OVERFLOW-COUNT TO COUNT-FMT
               STRING "CURRENCY TABLE FULL - " DELIMITED SIZE
                      COUNT-FMT               DELIMITED SIZE
                      " ACCOUNT(S) / ENTRIES IN FURTHER CURRENCIES "
                          DELIMITED SIZE
                      "NOT REPORTED"          DELIMITED SIZE
                      INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       COMPUTE-NET-POSITION.
           COMPUTE NET-POSITION = CP-LOANS(CP-IDX)
               - CP-DEPOSITS(CP-IDX) - CP-ACCRUED(CP-IDX).

       WRITE-VALUATION-SECTION.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "2. VALUATION IN IDR (REVALUATION = NET POSITION x "
                      DELIMITED SIZE
                  "(TODAY'S QUOTE - PREVIOUS QUOTE))" DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE "CCY"              TO RPT-RECORD(1:3)
           MOVE "TODAY'S QUOTE"    TO RPT-RECORD(8:13)
           MOVE "NET POSITION IDR" TO RPT-RECORD(28:16)
           MOVE "PREVIOUS QUOTE"   TO RPT-RECORD(47:14)
           MOVE "OF"               TO RPT-RECORD(62:2)
           MOVE "REVALUATION IDR"  TO RPT-RECORD(78:15)
           MOVE "LIMIT IDR"        TO RPT-RECORD(107:9)
           MOVE "FLAG"             TO RPT-RECORD(118:4)
           WRITE RPT-RECORD
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-COUNT
               PERFORM WRITE-VALUATION-LINE
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           MOVE "TOTAL"            TO RPT-RECORD(1:5)
           MOVE TOTAL-NET-IDR      TO IDR-FMT
           MOVE IDR-FMT            TO RPT-RECORD(22:22)
           MOVE TOTAL-REVAL-IDR    TO IDR-FMT
           MOVE IDR-FMT            TO RPT-RECORD(71:22)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE TOTAL-EXPOSURE-IDR TO LIMIT-FMT
           MOVE FLAG-COUNT         TO COUNT-FMT
           STRING "GROSS FX EXPOSURE IDR (EXCLUDING IDR): "
                      DELIMITED SIZE
                  LIMIT-FMT        DELIMITED SIZE
                  "   CURRENCIES FLAGGED: " DELIMITED SIZE
                  COUNT-FMT        DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-VALUATION-LINE.
      *> IDR is the reporting currency: it is valued at par and never
      *> revalues, so it carries no FX exposure of its own.
           PERFORM COMPUTE-NET-POSITION
           COMPUTE NET-IDR ROUNDED = NET-POSITION * CP-RATE(CP-IDX)
           IF NET-IDR < 0
               COMPUTE EXPOSURE-IDR = 0 - NET-IDR
           ELSE
               MOVE NET-IDR TO EXPOSURE-IDR
           END-IF
           MOVE 0 TO REVAL-IDR
           IF CP-PREV-RATE(CP-IDX) > 0 AND CP-RATE(CP-IDX) > 0
               COMPUTE REVAL-IDR ROUNDED = NET-POSITION
                   * (CP-RATE(CP-IDX) - CP-PREV-RATE(CP-IDX))
           END-IF
           ADD NET-IDR   TO TOTAL-NET-IDR
           ADD REVAL-IDR TO TOTAL-REVAL-IDR
           MOVE SPACES TO FLAG-TEXT
           IF CP-CCY(CP-IDX) NOT = "IDR"
               ADD EXPOSURE-IDR TO TOTAL-EXPOSURE-IDR
               EVALUATE TRUE
                   WHEN CP-RATE(CP-IDX) = 0
                       MOVE "NO RATE" TO FLAG-TEXT
                   WHEN CP-HAS-LIMIT(CP-IDX) = "Y"
                       AND EXPOSURE-IDR > CP-LIMIT(CP-IDX)
                       MOVE "LIMIT" TO FLAG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF FLAG-TEXT NOT = SPACES
               ADD 1 TO FLAG-COUNT
           END-IF
           MOVE SPACES TO RPT-RECORD
           MOVE CP-CCY(CP-IDX)       TO RPT-RECORD(1:3)
           MOVE CP-RATE(CP-IDX)      TO RATE-FMT
           MOVE RATE-FMT             TO RPT-RECORD(5:16)
           MOVE NET-IDR              TO IDR-FMT
           MOVE IDR-FMT              TO RPT-RECORD(22:22)
           IF CP-PREV-DATE(CP-IDX) > 0
               MOVE CP-PREV-RATE(CP-IDX) TO RATE-FMT
               MOVE RATE-FMT             TO RPT-RECORD(45:16)
               MOVE CP-PREV-DATE(CP-IDX) TO RPT-RECORD(62:8)
           ELSE
               MOVE "    (NONE KEPT)" TO RPT-RECORD(45:15)
           END-IF
           MOVE REVAL-IDR            TO IDR-FMT
           MOVE IDR-FMT              TO RPT-RECORD(71:22)
           IF CP-HAS-LIMIT(CP-IDX) = "Y"
               MOVE CP-LIMIT(CP-IDX) TO LIMIT-FMT
               MOVE LIMIT-FMT        TO RPT-RECORD(94:21)
           ELSE
               MOVE "(NONE)"         TO RPT-RECORD(109:6)
           END-IF
           MOVE FLAG-TEXT            TO RPT-RECORD(118:8)
           WRITE RPT-RECORD.

       WRITE-MOVEMENT-SECTION.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "3. DAY'S MOVEMENT ON CUSTOMER BALANCES (ACCOUNT CURRENCY)"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE "CCY"              TO RPT-RECORD(1:3)
           MOVE "DEP"              TO RPT-RECORD(15:3)
           MOVE "WDR"              TO RPT-RECORD(29:3)
           MOVE "TRF OUT"          TO RPT-RECORD(39:7)
           MOVE "TRI IN"           TO RPT-RECORD(54:6)
           MOVE "XTR"              TO RPT-RECORD(71:3)
           MOVE "XTI"              TO RPT-RECORD(85:3)
           MOVE "FX FEE"           TO RPT-RECORD(96:6)
           MOVE "OTHER"            TO RPT-RECORD(111:5)
           MOVE "NET"              TO RPT-RECORD(127:3)
           WRITE RPT-RECORD
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-COUNT
               COMPUTE JRNL-EFFECT = CP-DEP(CP-IDX) - CP-WDR(CP-IDX)
                   - CP-TRF-OUT(CP-IDX) + CP-TRI-IN(CP-IDX)
                   - CP-XTR(CP-IDX) + CP-XTI(CP-IDX)
                   - CP-FX-FEE(CP-IDX) + CP-OTHER(CP-IDX)
               MOVE SPACES TO RPT-RECORD
               MOVE CP-CCY(CP-IDX)     TO RPT-RECORD(1:3)
               MOVE CP-DEP(CP-IDX)     TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(5:13)
               MOVE CP-WDR(CP-IDX)     TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(19:13)
               MOVE CP-TRF-OUT(CP-IDX) TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(33:13)
               MOVE CP-TRI-IN(CP-IDX)  TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(47:13)
               MOVE CP-XTR(CP-IDX)     TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(61:13)
               MOVE CP-XTI(CP-IDX)     TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(75:13)
               MOVE CP-FX-FEE(CP-IDX)  TO MOV-FMT
               MOVE MOV-FMT            TO RPT-RECORD(89:13)
               MOVE CP-OTHER(CP-IDX)   TO MOV-NET-FMT
               MOVE MOV-NET-FMT        TO RPT-RECORD(102:14)
               MOVE JRNL-EFFECT        TO MOV-NET-FMT
               MOVE MOV-NET-FMT        TO RPT-RECORD(116:14)
               WRITE RPT-RECORD
           END-PERFORM.

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
