      * COBOL PROGRAM PRINTS A PAYOFF STATEMENT FOR ONE LOAN AS OF A
      * NAMED DATE - READS THE LOAN OFF THE INDEXED MASTER, TAKES THE
      * CURRENT BALANCE THE POSTING PROGRAM MAINTAINS, ADDS PER-DIEM
      * INTEREST FROM THE PAID-THROUGH DATE TO THE PAYOFF DATE AND
      * ANY LATE CHARGES OUTSTANDING, AND PRINTS THE EXACT PAYOFF
      * WITH A GOOD-THROUGH DATE AND THE DAILY ACCRUAL FOR EACH DAY
      * PAST IT - THE DOCUMENT THE TITLE
      * COMPANIES ASK FOR, COMPUTED BY THE SYSTEM THAT ALREADY KNOWS
      * THE AMORTIZATION MATH INSTEAD OF BY HAND WITH A CALCULATOR
      ******************************************************************
      * THE ROLL-FORWARD - PER-DIEM AT RATE/365 ON THE CURRENT
      * BALANCE, ACCRUED FOR EVERY DAY FROM THE PAID-THROUGH DATE
      * (THE ORIGINATION DATE IF NOTHING HAS POSTED) TO THE PAYOFF
      * DATE - PLUS THE FEE BALANCE, WHICH LOANPOST COLLECTS BEFORE
      * IT WILL CLOSE THE LOAN ON A PAYOFF RECEIPT
      ******************************************************************
           77 WS-PER-DIEM             PIC S9(9)V99.
           77 WS-ACCRUED-INTEREST     PIC S9(11)V99.
              STOP RUN
           END-IF
      ******************************************************************
      * A MASTER RECORD WRITTEN BEFORE THE BALANCE OR FEE FIELDS
      * EXISTED CARRIES BLANKS THERE - TAKE IT AS A LOAN STILL OWING
      * ITS FULL AMOUNT WITH NO POSTINGS AND NO FEES
      ******************************************************************
           IF LM-CURRENT-BALANCE NOT NUMERIC
              MOVE LM-LOAN-AMOUNT TO LM-CURRENT-BALANCE
           IF LM-PAID-THRU-DATE NOT NUMERIC
              MOVE 0 TO LM-PAID-THRU-DATE
           END-IF
           IF LM-FEE-BALANCE NOT NUMERIC
              MOVE 0 TO LM-FEE-BALANCE
           END-IF
           IF LM-PAID-THRU-DATE = 0
              MOVE LM-ORIG-DATE TO WS-PAID-THRU-DATE
           ELSE
              LM-CURRENT-BALANCE * LM-INTEREST-RATE / 36500
           COMPUTE WS-ACCRUED-INTEREST =
              WS-ACCRUED-THRU-DAYS * WS-PER-DIEM
           ADD LM-CURRENT-BALANCE WS-ACCRUED-INTEREST LM-FEE-BALANCE
              GIVING WS-PAYOFF-AMOUNT
           OPEN OUTPUT REPORT-FILE
           PERFORM PAYO-WRITE-STATEMENT
              FUNCTION TRIM(DTL-AMOUNT)         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE LM-FEE-BALANCE TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "LATE CHARGES DUE = "             DELIMITED BY SIZE
              FUNCTION TRIM(DTL-AMOUNT)         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-PAYOFF-AMOUNT TO DTL-AMOUNT
           MOVE WS-PAYOFF-DATE TO WS-FMT-DATE
           PERFORM PAYO-FORMAT-DATE
