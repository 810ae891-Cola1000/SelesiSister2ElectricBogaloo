               FILE STATUS IS CUST-FILE-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> rate to IDR (the reporting currency) as 9(9).9(6).
       01 FX-RATE-RECORD            PIC X(20).

       FD HOLD-FILE.
      *> holds.txt, maintained by BANKING (HLD/RLH): cols 1-6 account,
      *> 7-12 hold reference, 13-21 amount NNNNNN.NN, 22-24 reason,
      *> 25-32 placed date, 33-40 expiry date (blank: none).
       01 HOLD-RECORD               PIC X(40).

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.
       77 FX-FOUND-RATE             PIC 9(9)V9(6).
       77 ACC-CCY-SHOWN             PIC X(3).

       *> --- Funds holds: the available balance is the ledger less
       *> the holds in force today (placed, not yet at their expiry
       *> date), never below zero - the figure BANKING lets a debit
       *> draw on. ---
       77 STMT-TODAY                PIC 9(8).
       77 HOLD-TOTAL                PIC 9(7)V99.
       77 AVAILABLE-BALANCE         PIC 9(6)V99.
       77 AVAILABLE-FMT             PIC Z(6).99.
       77 AVAILABLE-SHOWN           PIC X(9).

       77 FORMATTED-AMOUNT          PIC Z(6).99.
       77 ACCOUNT-FMT               PIC 9(6).

       77 TOTAL-IDR-FMT             PIC Z(18).99.
       77 ACCOUNT-COUNT-FMT         PIC ZZZZZ9.

       *> --- Loan accounts ("LON" in cols 7-9): the balance is owed
       *> to the bank, so loans are listed but totalled apart from
       *> the deposits. ---
       77 LOAN-TOTAL-IDR            PIC 9(18)V99  VALUE 0.
       77 LOAN-COUNT                PIC 9(6)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT STMT-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-FX-RATE
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADER
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ACCOUNT   BALANCE  AVAILABLE  CCY     IDR EQUIVALENT"
                      DELIMITED SIZE
                  "          ACCRUED INT  OWNER" DELIMITED SIZE
                  INTO RPT-RECORD
           ELSE
               MOVE ACC-CURRENCY TO ACC-CCY-SHOWN
           END-IF
           MOVE ACC-CCY-SHOWN TO FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           COMPUTE IDR-AMOUNT = ACC-BALANCE * FX-FOUND-RATE
           IF ACC-RECORD-RAW(7:3) = "LON"
               ADD 1           TO LOAN-COUNT
               ADD IDR-AMOUNT  TO LOAN-TOTAL-IDR
           ELSE
               ADD 1           TO ACCOUNT-COUNT
               ADD IDR-AMOUNT  TO TOTAL-IDR
           END-IF
           IF FUNCTION TEST-NUMVAL(ACC-ACCRUAL) = 0
               MOVE FUNCTION NUMVAL(ACC-ACCRUAL) TO ACCRUED-AMOUNT
           ELSE
           END-IF
           COMPUTE ACCRUED-IDR = ACCRUED-AMOUNT * FX-FOUND-RATE
           ADD ACCRUED-IDR TO TOTAL-ACCRUED-IDR
           PERFORM LOAD-HOLD-TOTAL
           IF HOLD-TOTAL < ACC-BALANCE
               COMPUTE AVAILABLE-BALANCE = ACC-BALANCE - HOLD-TOTAL
           ELSE
               MOVE 0 TO AVAILABLE-BALANCE
           END-IF
           PERFORM LOOKUP-OWNER-NAME
           PERFORM WRITE-DETAIL-LINE.

       LOAD-HOLD-TOTAL.
           MOVE 0 TO HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL 1 = 2
               READ HOLD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RECORD(1:6) IS NUMERIC
                           AND FUNCTION NUMVAL(HOLD-RECORD(1:6))
                               = ACC-ACCOUNT
                           AND FUNCTION TEST-NUMVAL(HOLD-RECORD(13:9))
                               = 0
                           AND (HOLD-RECORD(33:8) IS NOT NUMERIC
                                OR FUNCTION NUMVAL(HOLD-RECORD(33:8))
                                   > STMT-TODAY)
                           ADD FUNCTION NUMVAL(HOLD-RECORD(13:9))
                               TO HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       LOOKUP-OWNER-NAME.
           MOVE "(NO CUSTOMER ON RECORD)" TO OWNER-NAME-SHOWN
           IF ACC-CUST-ID IS NUMERIC
           MOVE ACCRUED-AMOUNT   TO ACCRUED-FMT
           MOVE ACC-ACCOUNT      TO ACCOUNT-FMT
           MOVE ACC-BALANCE      TO FORMATTED-AMOUNT
           MOVE AVAILABLE-BALANCE TO AVAILABLE-FMT
           MOVE AVAILABLE-FMT    TO AVAILABLE-SHOWN
           IF ACC-RECORD-RAW(7:3) = "LON"
               MOVE "     LOAN"  TO AVAILABLE-SHOWN
           END-IF
           MOVE IDR-AMOUNT       TO IDR-FMT
           MOVE SPACES           TO RPT-RECORD
           STRING ACCOUNT-FMT    DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  FORMATTED-AMOUNT DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  AVAILABLE-SHOWN DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  ACC-CCY-SHOWN  DELIMITED SIZE
                  " | IDR Rp "   DELIMITED SIZE
                  IDR-FMT        DELIMITED SIZE
                  "IDR Rp " DELIMITED SIZE
                  TOTAL-ACCRUED-FMT DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE LOAN-COUNT      TO ACCOUNT-COUNT-FMT
           MOVE LOAN-TOTAL-IDR  TO TOTAL-IDR-FMT
           MOVE SPACES          TO RPT-RECORD
           STRING "LOANS OUTSTANDING (" DELIMITED SIZE
                  ACCOUNT-COUNT-FMT DELIMITED SIZE
                  " ACCOUNTS) CONSOLIDATED: IDR Rp " DELIMITED SIZE
                  TOTAL-IDR-FMT DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD.
