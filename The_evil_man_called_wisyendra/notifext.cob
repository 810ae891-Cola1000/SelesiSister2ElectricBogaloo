IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFEXT.

      *> Nightly customer notification extract. For the business date
      *> on the command line (default today) it appends one line per
      *> message to notify.out for the SMS/email vendor: cols 1-6
      *> customer id, 8-37 the contact from CUST-CONTACT on
      *> customers.txt, 39-44 account, 46-48 alert type, 50-149 the
      *> message text. The alerts, each judged on the day's journal
      *> entries (txnlog.txt plus the business month's archive, in
      *> case MONTHEND has closed the month first):
      *>   LOW a posting took the balance from at or above the
      *>       customer's threshold to below it;
      *>   BIG a WDR, XTR or TRF posted for more than the customer's
      *>       large-debit amount, or the house amount on
      *>       notifparms.txt when the customer set none;
      *>   REF a WDR, XTR or TRF was refused (journalled with the same
      *>       balance before and after);
      *>   STS the account was frozen (FRZ) or closed (CLS);
      *>   SOF a standing order failed for funds - short of the
      *>       balance, the minimum balance or funds on hold - as
      *>       BANKING -standing-orders records it on storders.fail;
      *>       its refused TRF is not sent again as a REF;
      *>   DRM the account will be marked dormant by DORMSWEEP within
      *>       the warning days: its last customer posting, judged the
      *>       way DORMSWEEP judges it, falls due inside the window.
      *>       Run after DORMSWEEP so accounts it has just marked are
      *>       not warned.
      *> notifparms.txt, one line per setting (a missing line turns
      *> that setting off, the way a missing amlparms.txt line does):
      *>   BIG cols 5-13 the house large-debit amount 9(6).99;
      *>   DRM cols 5-6 the dormancy months DORMSWEEP runs with, 8-10
      *>       how many days ahead to warn.
      *> Customers opt in or out per alert type and set thresholds on
      *> notifprefs.txt (see PREFMAINT); one with no preferences gets
      *> every alert but LOW, which needs a threshold. Every message
      *> sent is keyed on notifsent.txt by alert type, account and the
      *> event - the journal sequence of the entry, for DRM the last
      *> posting date, for a failed standing order that never reached
      *> the journal its destination and the business date - so a
      *> rerun, or tomorrow's run over the same quiet account, never
      *> sends it twice. The outbound line is written before its
      *> sent-log key: a crash between the two can at worst repeat
      *> that one message. An event for a customer with no contact on
      *> file is counted and not logged.
      *> Usage: notifext [YYYYMMDD]

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
           SELECT PREF-FILE ASSIGN TO "notifprefs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NP-KEY
               FILE STATUS IS PREF-FILE-STATUS.
           SELECT SENT-FILE ASSIGN TO "notifsent.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-KEY
               FILE STATUS IS SENT-FILE-STATUS.
           SELECT JRNL-INDEX-FILE ASSIGN TO "jrnlidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS JX-FILE-STATUS.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-ARC-FILE
               ASSIGN TO "txnlog.ntarcs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SO-FAIL-FILE ASSIGN TO "storders.fail"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "notifparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTE-OUT-FILE ASSIGN TO "notify.out"
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
       01 CUST-RECORD.
          05 CUST-KEY               PIC 9(6).
          05 CUST-NAME              PIC X(30).
          05 CUST-CONTACT           PIC X(30).

       FD PREF-FILE.
      *> notifprefs.txt, as PREFMAINT writes it.
       01 NP-RECORD.
          05 NP-KEY                 PIC 9(6).
          05 NP-OPT-TABLE.
             10 NP-OPT OCCURS 6 TIMES PIC X.
          05 NP-LOW-AMOUNT          PIC X(9).
          05 NP-BIG-AMOUNT          PIC X(9).

       FD SENT-FILE.
      *> notifsent.txt: one record per message sent - the event key,
      *> the business date it went out and the customer it went to.
       01 NS-RECORD.
          05 NS-KEY.
             10 NS-ALERT            PIC X(3).
             10 NS-ACCOUNT          PIC X(6).
             10 NS-REF              PIC X(14).
          05 NS-SENT-DATE           PIC X(8).
          05 NS-CUST-ID             PIC X(6).

       FD JRNL-INDEX-FILE.
      *> jrnlidx.txt, the journal index (see JRNLIDX).
       01 JX-RECORD.
          05 JX-KEY.
             10 JX-ACCOUNT          PIC X(6).
             10 JX-SEQ              PIC X(6).
          05 JX-ENTRY               PIC X(122).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD SO-FAIL-FILE.
      *> storders.fail, as BANKING -standing-orders appends it.
       01 SO-FAIL-RECORD            PIC X(49).

       FD PARM-FILE.
       01 PARM-RECORD               PIC X(40).

       FD NOTE-OUT-FILE.
       01 NOTE-OUT-RECORD           PIC X(149).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.
       77 CUST-FILE-STATUS          PIC XX.
       77 PREF-FILE-STATUS          PIC XX.
       77 SENT-FILE-STATUS          PIC XX.
       77 JX-FILE-STATUS            PIC XX.
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 BUSINESS-DATE             PIC 9(8) VALUE 0.
       77 CUSTOMERS-OPEN            PIC X VALUE "N".
       77 PREFS-OPEN                PIC X VALUE "N".

       *> --- notifparms.txt ---
       77 BIG-HOUSE-ON              PIC X VALUE "N".
       77 BIG-HOUSE-AMOUNT          PIC 9(6)V99 VALUE 0.
       77 DRM-ON                    PIC X VALUE "N".
       77 DORMANT-MONTHS            PIC 9(3) VALUE 12.
       77 WARN-DAYS                 PIC 9(3) VALUE 0.

       *> --- The event being judged and the customer it goes to ---
       77 NOTE-ALERT                PIC X(3).
       77 NOTE-ACCOUNT              PIC 9(6).
       77 NOTE-REF                  PIC X(14).
       77 NOTE-TEXT                 PIC X(100).
       77 NOTE-FOUND                PIC X.
       77 NOTE-CUST-ID              PIC X(6).
       77 NOTE-CONTACT              PIC X(30).
       77 NOTE-LOAN                 PIC X.
      *> Preferences in alert-type order: LOW BIG REF STS SOF DRM.
       01 NOTE-OPT-TABLE.
          05 NOTE-OPT OCCURS 6 TIMES PIC X.
       77 NOTE-OPT-IDX              PIC 9(2).
       77 NOTE-LOW-ON               PIC X.
       77 NOTE-LOW-AMOUNT           PIC 9(6)V99.
       77 NOTE-BIG-ON               PIC X.
       77 NOTE-BIG-AMOUNT           PIC 9(6)V99.

       *> --- The day's standing-order funds failures; their refused
       *> TRFs are not notified a second time as REF. ---
       01 SF-TABLE.
          05 SF-SEQ OCCURS 2000 TIMES PIC X(6).
       77 SF-COUNT                  PIC 9(4) VALUE 0.
       77 SF-IDX                    PIC 9(4).
       77 SF-FOUND                  PIC X.

       *> --- Journal entry being judged ---
       77 JRNL-LINE                 PIC X(122).
       77 JRNL-ACCOUNT              PIC 9(6).
       77 JRNL-ACTION               PIC X(3).
       77 JRNL-DATE                 PIC 9(8).
       77 JRNL-CCY                  PIC X(3).
       77 JRNL-BALANCE              PIC 9(6)V99.
       77 JRNL-PRE-BALANCE          PIC 9(6)V99.
       77 JRNL-AMOUNT               PIC 9(6)V99.
       77 ACTION-WORDS              PIC X(20).
       77 INDEX-USED                PIC X VALUE "N".
       77 INDEX-ACCOUNT             PIC X(6).
       77 SYSTEM-CMD                PIC X(80).

       *> --- Last customer posting per account for the dormancy
       *> warning, as DORMSWEEP keeps it. Without the journal index
       *> the table must hold every account the journals mention; an
       *> overflow drops the warnings for the night rather than warn
       *> a busy account. ---
       01 DS-TABLE.
          05 DS-ENTRY OCCURS 5000 TIMES.
             10 DS-ACCT             PIC 9(6).
             10 DS-LAST-DATE        PIC 9(8).
       77 DS-COUNT                  PIC 9(4) VALUE 0.
       77 DS-IDX                    PIC 9(4).
       77 DS-SLOT                   PIC 9(4).
       77 DS-OVERFLOW               PIC X VALUE "N".
       77 LOOKUP-ACCT               PIC 9(6).
       77 CUTOFF-BASE               PIC 9(8).
       77 CUTOFF-DATE               PIC 9(8).
       77 DORMANT-CUTOFF            PIC 9(8).
       77 WARN-CUTOFF               PIC 9(8).
       77 DORMANT-ON-DATE           PIC 9(8).
       77 CUT-YEAR                  PIC 9(4).
       77 CUT-MONTH                 PIC S9(5).
       77 CUT-DAY                   PIC 9(2).

       *> --- Counts and formatting ---
       77 SENT-COUNT                PIC 9(6) VALUE 0.
       77 ALREADY-SENT-COUNT        PIC 9(6) VALUE 0.
       77 OPTED-OUT-COUNT           PIC 9(6) VALUE 0.
       77 NO-CONTACT-COUNT          PIC 9(6) VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 ACCOUNT-FMT               PIC 9(6).
       77 FORMATTED-AMOUNT          PIC 9(6).99.
       77 FORMATTED-AMOUNT-2        PIC 9(6).99.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-NOTIFY-DATE
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING SENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NOTIFY-PARAMETERS
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN accounts.txt (FILE STATUS "
                       ACC-FILE-STATUS ") - NOTHING SENT"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ENSURE-SENT-FILE-EXISTS
           PERFORM OPEN-NOTIFY-FILES
           OPEN INPUT JRNL-INDEX-FILE
           IF JX-FILE-STATUS = "00"
               MOVE "Y" TO INDEX-USED
               CLOSE JRNL-INDEX-FILE
           END-IF
           PERFORM TAKE-STANDING-ORDER-FAILURES
           PERFORM SWEEP-DAY-JOURNAL
           CLOSE ACC-FILE
           IF DRM-ON = "Y"
               PERFORM WARN-DORMANCY-DUE
           END-IF
           PERFORM CLOSE-NOTIFY-FILES
           PERFORM RELEASE-BATCH-LOCK
           PERFORM REPORT-COUNTS
           STOP RUN.

       RESOLVE-NOTIFY-DATE.
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

      *> ----------------- notifparms.txt -----------------

       LOAD-NOTIFY-PARAMETERS.
           OPEN INPUT PARM-FILE
           PERFORM UNTIL 1 = 2
               READ PARM-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.

       LOAD-ONE-PARAMETER.
           EVALUATE PARM-RECORD(1:3)
               WHEN "BIG"
                   IF FUNCTION TEST-NUMVAL(PARM-RECORD(5:9)) = 0
                       MOVE FUNCTION NUMVAL(PARM-RECORD(5:9))
                           TO BIG-HOUSE-AMOUNT
                       MOVE "Y" TO BIG-HOUSE-ON
                   END-IF
               WHEN "DRM"
                   IF PARM-RECORD(5:2) IS NUMERIC
                       AND PARM-RECORD(8:3) IS NUMERIC
                       AND PARM-RECORD(5:2) NOT = "00"
                       AND PARM-RECORD(8:3) NOT = "000"
                       MOVE PARM-RECORD(5:2) TO DORMANT-MONTHS
                       MOVE PARM-RECORD(8:3) TO WARN-DAYS
                       MOVE "Y" TO DRM-ON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ----------------- files -----------------

       ENSURE-SENT-FILE-EXISTS.
      *> notifsent.txt is ORGANIZATION INDEXED - OPEN I-O requires the
      *> file to already exist, so the first run creates an empty one.
           OPEN I-O SENT-FILE
           IF SENT-FILE-STATUS = "35"
               OPEN OUTPUT SENT-FILE
           END-IF
           IF SENT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN notifsent.txt, FILE STATUS "
                       SENT-FILE-STATUS
               CLOSE ACC-FILE
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SENT-FILE.

       OPEN-NOTIFY-FILES.
      *> Without customers.txt there is no contact to send to; without
      *> notifprefs.txt every customer is on the defaults.
           OPEN I-O SENT-FILE
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS = "00"
               MOVE "Y" TO CUSTOMERS-OPEN
           END-IF
           OPEN INPUT PREF-FILE
           IF PREF-FILE-STATUS = "00"
               MOVE "Y" TO PREFS-OPEN
           END-IF
           OPEN EXTEND NOTE-OUT-FILE.

       CLOSE-NOTIFY-FILES.
           CLOSE NOTE-OUT-FILE
           IF PREFS-OPEN = "Y"
               CLOSE PREF-FILE
           END-IF
           IF CUSTOMERS-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE SENT-FILE.

      *> ----------------- standing-order failures -----------------

       TAKE-STANDING-ORDER-FAILURES.
           OPEN INPUT SO-FAIL-FILE
           PERFORM UNTIL 1 = 2
               READ SO-FAIL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SO-FAIL-RECORD(31:8) = BUSINESS-DATE
                           AND SO-FAIL-RECORD(1:6) IS NUMERIC
                           AND (SO-FAIL-RECORD(45:5) = "FUNDS"
                                OR SO-FAIL-RECORD(45:5) = "HELD ")
                           PERFORM NOTIFY-SO-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SO-FAIL-FILE.

       NOTIFY-SO-FAILURE.
           IF SO-FAIL-RECORD(39:6) NOT = SPACES AND SF-COUNT < 2000
               ADD 1 TO SF-COUNT
               MOVE SO-FAIL-RECORD(39:6) TO SF-SEQ(SF-COUNT)
           END-IF
           MOVE "SOF"                TO NOTE-ALERT
           MOVE SO-FAIL-RECORD(1:6)  TO NOTE-ACCOUNT
      *> An attempt that never reached the journal has no sequence;
      *> the order's destination and the business date stand in for
      *> it. A refused order keeps its due date and is tried again
      *> tomorrow, and that failure is a new event.
           IF SO-FAIL-RECORD(39:6) NOT = SPACES
               MOVE SO-FAIL-RECORD(39:6) TO NOTE-REF
           ELSE
               MOVE SPACES TO NOTE-REF
               STRING SO-FAIL-RECORD(7:6) DELIMITED SIZE
                      BUSINESS-DATE       DELIMITED SIZE
                      INTO NOTE-REF
           END-IF
           MOVE FUNCTION NUMVAL(SO-FAIL-RECORD(13:9)) TO JRNL-AMOUNT
           MOVE JRNL-AMOUNT TO FORMATTED-AMOUNT
           MOVE SPACES TO NOTE-TEXT
           STRING "STANDING ORDER OF "     DELIMITED SIZE
                  FORMATTED-AMOUNT         DELIMITED SIZE
                  " FROM ACCOUNT "         DELIMITED SIZE
                  SO-FAIL-RECORD(1:6)      DELIMITED SIZE
                  " TO "                   DELIMITED SIZE
                  SO-FAIL-RECORD(7:6)      DELIMITED SIZE
                  " NOT PAID ON "          DELIMITED SIZE
                  BUSINESS-DATE            DELIMITED SIZE
                  " - INSUFFICIENT FUNDS"  DELIMITED SIZE
                  INTO NOTE-TEXT
           PERFORM ISSUE-NOTIFICATION.

      *> ----------------- the day's journal -----------------

       SWEEP-DAY-JOURNAL.
      *> Without the index the dormancy warning needs every archive, so
      *> the one pass feeds both; with it, only the business month's
      *> archive can hold the day's entries.
           MOVE SPACES TO SYSTEM-CMD
           IF INDEX-USED = "Y"
               STRING "cat txnlog."         DELIMITED SIZE
                      BUSINESS-DATE(1:6)    DELIMITED SIZE
                      ".arc > txnlog.ntarcs.tmp 2>/dev/null"
                                            DELIMITED SIZE
                      INTO SYSTEM-CMD
           ELSE
               MOVE "cat txnlog.??????.arc > txnlog.ntarcs.tmp 2>/dev/null"
                   TO SYSTEM-CMD
           END-IF
           CALL "SYSTEM" USING SYSTEM-CMD
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
           CALL "SYSTEM" USING "rm -f txnlog.ntarcs.tmp"
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
               AND JRNL-LINE(38:8) IS NUMERIC
               MOVE JRNL-LINE(1:6)  TO JRNL-ACCOUNT
               MOVE JRNL-LINE(7:3)  TO JRNL-ACTION
               MOVE JRNL-LINE(38:8) TO JRNL-DATE
               IF INDEX-USED = "N" AND DRM-ON = "Y"
                   PERFORM TAKE-ACTIVITY-LINE
               END-IF
               IF JRNL-DATE = BUSINESS-DATE
                   AND JRNL-LINE(52:6) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL(JRNL-LINE(10:9)) = 0
                   AND FUNCTION TEST-NUMVAL(JRNL-LINE(67:9)) = 0
                   AND JRNL-ACTION NOT = "LDR"
                   AND JRNL-ACTION NOT = "LRP"
                   PERFORM JUDGE-DAY-ENTRY
               END-IF
           END-IF.

       JUDGE-DAY-ENTRY.
           MOVE FUNCTION NUMVAL(JRNL-LINE(10:9)) TO JRNL-BALANCE
           MOVE FUNCTION NUMVAL(JRNL-LINE(67:9)) TO JRNL-PRE-BALANCE
           MOVE 0 TO JRNL-AMOUNT
           IF FUNCTION TEST-NUMVAL(JRNL-LINE(58:9)) = 0
               MOVE FUNCTION NUMVAL(JRNL-LINE(58:9)) TO JRNL-AMOUNT
           END-IF
           MOVE JRNL-LINE(19:3) TO JRNL-CCY
           IF JRNL-CCY = SPACES
               MOVE "RAI" TO JRNL-CCY
           END-IF
           MOVE JRNL-ACCOUNT    TO NOTE-ACCOUNT
           MOVE JRNL-LINE(52:6) TO NOTE-REF
           PERFORM RESOLVE-RECIPIENT
           IF NOTE-FOUND = "Y" AND NOTE-LOAN = "N"
               EVALUATE TRUE
                   WHEN JRNL-ACTION = "FRZ" OR JRNL-ACTION = "CLS"
                       PERFORM NOTIFY-STATUS-CHANGE
                   WHEN (JRNL-ACTION = "WDR" OR JRNL-ACTION = "XTR"
                         OR JRNL-ACTION = "TRF")
                       AND JRNL-BALANCE = JRNL-PRE-BALANCE
                       PERFORM NOTIFY-REFUSED-DEBIT
                   WHEN JRNL-BALANCE NOT = JRNL-PRE-BALANCE
                       IF JRNL-ACTION = "WDR" OR JRNL-ACTION = "XTR"
                           OR JRNL-ACTION = "TRF"
                           PERFORM NOTIFY-LARGE-DEBIT
                       END-IF
                       PERFORM NOTIFY-LOW-BALANCE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       NOTIFY-STATUS-CHANGE.
           MOVE "STS" TO NOTE-ALERT
           MOVE SPACES TO NOTE-TEXT
           IF JRNL-ACTION = "FRZ"
               STRING "ACCOUNT "           DELIMITED SIZE
                      JRNL-LINE(1:6)       DELIMITED SIZE
                      " WAS FROZEN ON "    DELIMITED SIZE
                      BUSINESS-DATE        DELIMITED SIZE
                      " - PLEASE CONTACT YOUR BRANCH"
                                           DELIMITED SIZE
                      INTO NOTE-TEXT
           ELSE
               STRING "ACCOUNT "           DELIMITED SIZE
                      JRNL-LINE(1:6)       DELIMITED SIZE
                      " WAS CLOSED ON "    DELIMITED SIZE
                      BUSINESS-DATE        DELIMITED SIZE
                      INTO NOTE-TEXT
           END-IF
           PERFORM ISSUE-NOTIFICATION.

       NOTIFY-REFUSED-DEBIT.
      *> A standing order's refused TRF has already gone out as SOF.
           MOVE "N" TO SF-FOUND
           PERFORM VARYING SF-IDX FROM 1 BY 1 UNTIL SF-IDX > SF-COUNT
               IF SF-SEQ(SF-IDX) = JRNL-LINE(52:6)
                   MOVE "Y" TO SF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SF-FOUND = "N"
               MOVE "REF" TO NOTE-ALERT
               PERFORM SET-ACTION-WORDS
               MOVE JRNL-AMOUNT TO FORMATTED-AMOUNT
               MOVE SPACES TO NOTE-TEXT
               STRING ACTION-WORDS       DELIMITED "  "
                      " OF "             DELIMITED SIZE
                      FORMATTED-AMOUNT   DELIMITED SIZE
                      " "                DELIMITED SIZE
                      JRNL-CCY           DELIMITED SIZE
                      " ON ACCOUNT "     DELIMITED SIZE
                      JRNL-LINE(1:6)     DELIMITED SIZE
                      " WAS REFUSED ON " DELIMITED SIZE
                      BUSINESS-DATE      DELIMITED SIZE
                      INTO NOTE-TEXT
               PERFORM ISSUE-NOTIFICATION
           END-IF.

       NOTIFY-LARGE-DEBIT.
           IF NOTE-BIG-ON = "Y" AND JRNL-AMOUNT > NOTE-BIG-AMOUNT
               MOVE "BIG" TO NOTE-ALERT
               PERFORM SET-ACTION-WORDS
               MOVE JRNL-AMOUNT  TO FORMATTED-AMOUNT
               MOVE JRNL-BALANCE TO FORMATTED-AMOUNT-2
               MOVE SPACES TO NOTE-TEXT
               STRING ACTION-WORDS       DELIMITED "  "
                      " OF "             DELIMITED SIZE
                      FORMATTED-AMOUNT   DELIMITED SIZE
                      " "                DELIMITED SIZE
                      JRNL-CCY           DELIMITED SIZE
                      " FROM ACCOUNT "   DELIMITED SIZE
                      JRNL-LINE(1:6)     DELIMITED SIZE
                      " ON "             DELIMITED SIZE
                      BUSINESS-DATE      DELIMITED SIZE
                      ". BALANCE NOW "   DELIMITED SIZE
                      FORMATTED-AMOUNT-2 DELIMITED SIZE
                      INTO NOTE-TEXT
               PERFORM ISSUE-NOTIFICATION
           END-IF.

       NOTIFY-LOW-BALANCE.
      *> Only the posting that crosses the threshold on the way down;
      *> the balance has to come back up before it can alert again.
           IF NOTE-LOW-ON = "Y"
               AND JRNL-PRE-BALANCE NOT < NOTE-LOW-AMOUNT
               AND JRNL-BALANCE < NOTE-LOW-AMOUNT
               MOVE "LOW" TO NOTE-ALERT
               MOVE JRNL-BALANCE    TO FORMATTED-AMOUNT
               MOVE NOTE-LOW-AMOUNT TO FORMATTED-AMOUNT-2
               MOVE SPACES TO NOTE-TEXT
               STRING "BALANCE ON ACCOUNT "  DELIMITED SIZE
                      JRNL-LINE(1:6)         DELIMITED SIZE
                      " FELL TO "            DELIMITED SIZE
                      FORMATTED-AMOUNT       DELIMITED SIZE
                      " "                    DELIMITED SIZE
                      JRNL-CCY               DELIMITED SIZE
                      " ON "                 DELIMITED SIZE
                      BUSINESS-DATE          DELIMITED SIZE
                      ", BELOW YOUR "        DELIMITED SIZE
                      FORMATTED-AMOUNT-2     DELIMITED SIZE
                      " ALERT LEVEL"         DELIMITED SIZE
                      INTO NOTE-TEXT
               PERFORM ISSUE-NOTIFICATION
           END-IF.

       SET-ACTION-WORDS.
           EVALUATE JRNL-ACTION
               WHEN "WDR"
                   MOVE "WITHDRAWAL"        TO ACTION-WORDS
               WHEN "XTR"
                   MOVE "EXTERNAL TRANSFER" TO ACTION-WORDS
               WHEN OTHER
                   MOVE "TRANSFER"          TO ACTION-WORDS
           END-EVALUATE.

      *> ----------------- recipient and sending -----------------

       RESOLVE-RECIPIENT.
      *> In: NOTE-ACCOUNT. Out: NOTE-FOUND, NOTE-LOAN, the customer id
      *> and contact, and the customer's preferences or the defaults.
           MOVE "N"    TO NOTE-FOUND
           MOVE "N"    TO NOTE-LOAN
           MOVE SPACES TO NOTE-CUST-ID
           MOVE SPACES TO NOTE-CONTACT
           MOVE NOTE-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO NOTE-FOUND
                   MOVE ACC-CUST-ID TO NOTE-CUST-ID
                   IF ACC-RECORD-RAW(7:3) = "LON"
                       MOVE "Y" TO NOTE-LOAN
                   END-IF
           END-READ
           IF NOTE-CUST-ID IS NUMERIC AND CUSTOMERS-OPEN = "Y"
               MOVE NOTE-CUST-ID TO CUST-KEY
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-CONTACT TO NOTE-CONTACT
               END-READ
           END-IF
           MOVE "NYYYYY" TO NOTE-OPT-TABLE
           MOVE "N" TO NOTE-LOW-ON
           MOVE 0   TO NOTE-LOW-AMOUNT
           MOVE BIG-HOUSE-ON     TO NOTE-BIG-ON
           MOVE BIG-HOUSE-AMOUNT TO NOTE-BIG-AMOUNT
           IF NOTE-CUST-ID IS NUMERIC AND PREFS-OPEN = "Y"
               MOVE NOTE-CUST-ID TO NP-KEY
               READ PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-CUSTOMER-PREFERENCES
               END-READ
           END-IF.

       TAKE-CUSTOMER-PREFERENCES.
           MOVE NP-OPT-TABLE TO NOTE-OPT-TABLE
           IF NP-LOW-AMOUNT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(NP-LOW-AMOUNT) = 0
               MOVE "Y" TO NOTE-LOW-ON
               MOVE FUNCTION NUMVAL(NP-LOW-AMOUNT) TO NOTE-LOW-AMOUNT
           END-IF
           IF NP-BIG-AMOUNT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(NP-BIG-AMOUNT) = 0
               MOVE "Y" TO NOTE-BIG-ON
               MOVE FUNCTION NUMVAL(NP-BIG-AMOUNT) TO NOTE-BIG-AMOUNT
           END-IF.

       ISSUE-NOTIFICATION.
      *> In: NOTE-ALERT, NOTE-ACCOUNT, NOTE-REF, NOTE-TEXT. Resolves
      *> the recipient itself for the SOF and DRM callers.
           IF NOTE-ALERT = "SOF" OR NOTE-ALERT = "DRM"
               PERFORM RESOLVE-RECIPIENT
           END-IF
           EVALUATE NOTE-ALERT
               WHEN "LOW"
                   MOVE 1 TO NOTE-OPT-IDX
               WHEN "BIG"
                   MOVE 2 TO NOTE-OPT-IDX
               WHEN "REF"
                   MOVE 3 TO NOTE-OPT-IDX
               WHEN "STS"
                   MOVE 4 TO NOTE-OPT-IDX
               WHEN "SOF"
                   MOVE 5 TO NOTE-OPT-IDX
               WHEN OTHER
                   MOVE 6 TO NOTE-OPT-IDX
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOTE-FOUND = "N"
                   CONTINUE
               WHEN NOTE-OPT(NOTE-OPT-IDX) NOT = "Y"
                   ADD 1 TO OPTED-OUT-COUNT
               WHEN NOTE-CONTACT = SPACES
                   ADD 1 TO NO-CONTACT-COUNT
               WHEN OTHER
                   PERFORM SEND-IF-NOT-SENT
           END-EVALUATE.

       SEND-IF-NOT-SENT.
           MOVE NOTE-ALERT   TO NS-ALERT
           MOVE NOTE-ACCOUNT TO ACCOUNT-FMT
           MOVE ACCOUNT-FMT  TO NS-ACCOUNT
           MOVE NOTE-REF     TO NS-REF
           READ SENT-FILE
               INVALID KEY
                   PERFORM SEND-NOTIFICATION
               NOT INVALID KEY
                   ADD 1 TO ALREADY-SENT-COUNT
           END-READ.

       SEND-NOTIFICATION.
           MOVE SPACES        TO NOTE-OUT-RECORD
           MOVE NOTE-CUST-ID  TO NOTE-OUT-RECORD(1:6)
           MOVE NOTE-CONTACT  TO NOTE-OUT-RECORD(8:30)
           MOVE ACCOUNT-FMT   TO NOTE-OUT-RECORD(39:6)
           MOVE NOTE-ALERT    TO NOTE-OUT-RECORD(46:3)
           MOVE NOTE-TEXT     TO NOTE-OUT-RECORD(50:100)
           WRITE NOTE-OUT-RECORD
           MOVE NOTE-ALERT    TO NS-ALERT
           MOVE ACCOUNT-FMT   TO NS-ACCOUNT
           MOVE NOTE-REF      TO NS-REF
           MOVE BUSINESS-DATE TO NS-SENT-DATE
           MOVE NOTE-CUST-ID  TO NS-CUST-ID
           WRITE NS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO SENT-COUNT.

      *> ----------------- dormancy warning -----------------

       WARN-DORMANCY-DUE.
      *> An active account whose last customer posting is still inside
      *> DORMSWEEP's cutoff today but falls outside it within the
      *> warning days is due to go dormant on the date shown.
           IF DS-OVERFLOW = "Y"
               DISPLAY "ACCOUNT TABLE FULL - NO DORMANCY WARNINGS "
                       "SENT THIS RUN"
           ELSE
               MOVE BUSINESS-DATE TO CUTOFF-BASE
               PERFORM COMPUTE-CUTOFF-DATE
               MOVE CUTOFF-DATE TO DORMANT-CUTOFF
               COMPUTE CUTOFF-BASE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) + WARN-DAYS)
               PERFORM COMPUTE-CUTOFF-DATE
               MOVE CUTOFF-DATE TO WARN-CUTOFF
               OPEN INPUT ACC-FILE
               PERFORM UNTIL 1 = 2
                   READ ACC-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM JUDGE-DORMANCY-DUE
                   END-READ
               END-PERFORM
               CLOSE ACC-FILE
           END-IF.

       JUDGE-DORMANCY-DUE.
      *> Loan, dormant, frozen and closed accounts are never swept; an
      *> account with no customer posting at all is DORMSWEEP's to
      *> mark, not to warn about.
           IF ACC-RECORD-RAW(7:3) NOT = "LON"
               AND (ACC-STATUS = "A" OR ACC-STATUS = SPACE)
               IF INDEX-USED = "Y"
                   PERFORM LOAD-ACCOUNT-ACTIVITY
               END-IF
               MOVE ACC-KEY TO LOOKUP-ACCT
               PERFORM SEARCH-DS-SLOT
               IF DS-SLOT > 0
                   IF DS-LAST-DATE(DS-SLOT) NOT < DORMANT-CUTOFF
                       AND DS-LAST-DATE(DS-SLOT) < WARN-CUTOFF
                       PERFORM NOTIFY-DORMANCY-DUE
                   END-IF
               END-IF
           END-IF.

       NOTIFY-DORMANCY-DUE.
      *> The account goes dormant the day after its last posting plus
      *> the dormancy months. Keyed on the last posting date: a new
      *> quiet spell warns again, the same one never twice.
           MOVE DS-LAST-DATE(DS-SLOT)(1:4) TO CUT-YEAR
           MOVE DS-LAST-DATE(DS-SLOT)(5:2) TO CUT-MONTH
           MOVE DS-LAST-DATE(DS-SLOT)(7:2) TO CUT-DAY
           ADD DORMANT-MONTHS TO CUT-MONTH
           PERFORM UNTIL CUT-MONTH < 13
               SUBTRACT 12 FROM CUT-MONTH
               ADD 1 TO CUT-YEAR
           END-PERFORM
           PERFORM BUILD-CUTOFF-DATE
           PERFORM UNTIL CUT-DAY < 29
               OR FUNCTION INTEGER-OF-DATE(CUTOFF-DATE) > 0
               SUBTRACT 1 FROM CUT-DAY
               PERFORM BUILD-CUTOFF-DATE
           END-PERFORM
           COMPUTE DORMANT-ON-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(CUTOFF-DATE) + 1)
           MOVE "DRM"                 TO NOTE-ALERT
           MOVE ACC-KEY               TO NOTE-ACCOUNT
           MOVE DS-LAST-DATE(DS-SLOT) TO NOTE-REF
           MOVE ACC-KEY               TO ACCOUNT-FMT
           MOVE SPACES TO NOTE-TEXT
           STRING "ACCOUNT "                  DELIMITED SIZE
                  ACCOUNT-FMT                 DELIMITED SIZE
                  " HAS HAD NO ACTIVITY SINCE " DELIMITED SIZE
                  DS-LAST-DATE(DS-SLOT)       DELIMITED SIZE
                  " AND BECOMES DORMANT ON "  DELIMITED SIZE
                  DORMANT-ON-DATE             DELIMITED SIZE
                  " - ANY DEPOSIT OR WITHDRAWAL KEEPS IT ACTIVE"
                                              DELIMITED SIZE
                  INTO NOTE-TEXT
           PERFORM ISSUE-NOTIFICATION.

       COMPUTE-CUTOFF-DATE.
      *> CUTOFF-BASE minus the dormancy months, the day clamped to the
      *> target month's length, as DORMSWEEP computes its cutoff.
           MOVE CUTOFF-BASE(1:4) TO CUT-YEAR
           MOVE CUTOFF-BASE(5:2) TO CUT-MONTH
           MOVE CUTOFF-BASE(7:2) TO CUT-DAY
           SUBTRACT DORMANT-MONTHS FROM CUT-MONTH
           PERFORM UNTIL CUT-MONTH > 0
               ADD 12 TO CUT-MONTH
               SUBTRACT 1 FROM CUT-YEAR
           END-PERFORM
           PERFORM BUILD-CUTOFF-DATE
           PERFORM UNTIL CUT-DAY < 29
               OR FUNCTION INTEGER-OF-DATE(CUTOFF-DATE) > 0
               SUBTRACT 1 FROM CUT-DAY
               PERFORM BUILD-CUTOFF-DATE
           END-PERFORM.

       BUILD-CUTOFF-DATE.
           COMPUTE CUTOFF-DATE =
               CUT-YEAR * 10000 + CUT-MONTH * 100 + CUT-DAY.

       TAKE-ACTIVITY-LINE.
      *> DORMSWEEP's test: customer-initiated and actually posted.
           EVALUATE TRUE
               WHEN (JRNL-ACTION = "DEP" OR JRNL-ACTION = "WDR"
                     OR JRNL-ACTION = "TRF" OR JRNL-ACTION = "XTR")
                   AND JRNL-LINE(10:9) NOT = JRNL-LINE(67:9)
                   PERFORM TAKE-ACTIVITY-DATE
               WHEN JRNL-ACTION = "NEW"
                   AND FUNCTION NUMVAL(JRNL-LINE(10:9)) NOT = 0
                   PERFORM TAKE-ACTIVITY-DATE
               WHEN JRNL-ACTION = "RAC"
                   PERFORM TAKE-ACTIVITY-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-ACTIVITY-DATE.
           MOVE JRNL-ACCOUNT TO LOOKUP-ACCT
           PERFORM SEARCH-DS-SLOT
           IF DS-SLOT = 0 AND DS-COUNT < 5000
               ADD 1 TO DS-COUNT
               MOVE DS-COUNT TO DS-SLOT
               MOVE LOOKUP-ACCT TO DS-ACCT(DS-SLOT)
               MOVE 0 TO DS-LAST-DATE(DS-SLOT)
           END-IF
           IF DS-SLOT = 0
               MOVE "Y" TO DS-OVERFLOW
           ELSE
               IF JRNL-DATE > DS-LAST-DATE(DS-SLOT)
                   MOVE JRNL-DATE TO DS-LAST-DATE(DS-SLOT)
               END-IF
           END-IF.

       SEARCH-DS-SLOT.
           MOVE 0 TO DS-SLOT
           IF DS-COUNT > 0
               PERFORM VARYING DS-IDX FROM 1 BY 1
                       UNTIL DS-IDX > DS-COUNT
                   IF DS-ACCT(DS-IDX) = LOOKUP-ACCT
                       MOVE DS-IDX TO DS-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ACCOUNT-ACTIVITY.
      *> With the index, the table holds only the account being
      *> judged, taken from its own run of jrnlidx.txt.
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
                       IF JRNL-LINE(1:6) IS NUMERIC
                           AND JRNL-LINE(38:8) IS NUMERIC
                           MOVE JRNL-LINE(1:6)  TO JRNL-ACCOUNT
                           MOVE JRNL-LINE(7:3)  TO JRNL-ACTION
                           MOVE JRNL-LINE(38:8) TO JRNL-DATE
                           PERFORM TAKE-ACTIVITY-LINE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE JRNL-INDEX-FILE.

       REPORT-COUNTS.
           MOVE SENT-COUNT TO COUNT-FMT
           DISPLAY "NOTIFICATIONS FOR " BUSINESS-DATE
                   " WRITTEN TO notify.out: " COUNT-FMT
           MOVE ALREADY-SENT-COUNT TO COUNT-FMT
           DISPLAY "ALREADY SENT, SKIPPED:        " COUNT-FMT
           MOVE OPTED-OUT-COUNT TO COUNT-FMT
           DISPLAY "CUSTOMER OPTED OUT:           " COUNT-FMT
           MOVE NO-CONTACT-COUNT TO COUNT-FMT
           DISPLAY "NO CONTACT ON FILE:           " COUNT-FMT.

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
