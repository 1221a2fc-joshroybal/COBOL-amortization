      * COBOL PROGRAM PRINTS THE MONTHLY BORROWER BILLING STATEMENTS
      * - ONE STATEMENT PER ACTIVE LOAN ON THE INDEXED MASTER AS OF A
      * BILLING DATE, SHOWING THE NEXT DUE DATE (THE PAID-THROUGH
      * POSITION STEPPED ON FROM THE ORIGINATION DAY, AS THE POSTING
      * PROGRAM MOVES IT), THE REGULAR PAYMENT, ANY INSTALLMENTS PAST
      * DUE (THE AGING RUN'S RULE), LATE CHARGES OWING, THE TOTAL
      * AMOUNT DUE, THE CURRENT BALANCE, AND THE PRINCIPAL AND
      * INTEREST RECEIVED THIS PERIOD AND YEAR TO DATE OFF THE
      * PAYMENT HISTORY. THE STATEMENTS GO TO A PRINT FILE AND, ONE
      * RECORD EACH, TO A FLAT EXTRACT FOR THE PRINT VENDOR CLOSED
      * BY A CONTROL TRAILER OF STATEMENT COUNT AND TOTAL BILLED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MAST-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STMT-CARD-FILE ASSIGN TO "STMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "STMTEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loanmast.cpy".
       FD PAY-HIST-FILE.
       COPY "payhist.cpy".
       FD STMT-CARD-FILE.
       01 WS-CARD-RECORD          PIC X(80).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
       FD EXTRACT-FILE.
      ******************************************************************
      * PRINT VENDOR EXTRACT - TYPE D IS ONE STATEMENT, TYPE T IS THE
      * CONTROL TRAILER THE VENDOR PROVES ITS LOAD TO BEFORE ANYTHING
      * IS MAILED. AMOUNTS ARE SIGNED WITH TWO IMPLIED DECIMALS
      ******************************************************************
       01 STMT-EXTRACT-RECORD.
           05 SX-RECORD-TYPE      PIC X.
           05 SX-LOAN-ID          PIC X(8).
           05 SX-BORROWER-NAME    PIC X(30).
           05 SX-BILL-DATE        PIC 9(8).
           05 SX-NEXT-DUE-DATE    PIC 9(8).
           05 SX-REGULAR-PAYMENT  PIC S9(11)V99.
           05 SX-PAST-DUE-COUNT   PIC 9(4).
           05 SX-PAST-DUE-AMOUNT  PIC S9(11)V99.
           05 SX-FEES-DUE         PIC S9(7)V99.
           05 SX-AMOUNT-DUE       PIC S9(11)V99.
           05 SX-CURRENT-BALANCE  PIC S9(11)V99.
           05 SX-PERIOD-PRINCIPAL PIC S9(11)V99.
           05 SX-PERIOD-INTEREST  PIC S9(11)V99.
           05 SX-YTD-PRINCIPAL    PIC S9(11)V99.
           05 SX-YTD-INTEREST     PIC S9(11)V99.
           05 FILLER              PIC X(13).
       01 STMT-EXTRACT-TRAILER.
           05 ST-RECORD-TYPE      PIC X.
           05 ST-STATEMENT-COUNT  PIC 9(7).
           05 ST-TOTAL-BILLED     PIC S9(13)V99.
           05 ST-BILL-DATE        PIC 9(8).
           05 FILLER              PIC X(154).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-MAST-STATUS          PIC X(2).
           77 WS-HIST-STATUS          PIC X(2).
           77 WS-CARD-FILE-STATUS     PIC X(2).
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-RECORDS  VALUE 'Y'.
           77 WS-CARD-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-CARDS    VALUE 'Y'.
           77 WS-HIST-EOF-SWITCH      PIC X.
               88 WS-NO-MORE-HISTORY  VALUE 'Y'.
           77 WS-CARD-KEY             PIC X(20).
           77 WS-CARD-VALUE           PIC X(40).
      ******************************************************************
      * THE BILLING DATE - TODAY UNLESS A BILLDATE=YYYYMMDD CONTROL
      * CARD SAYS OTHERWISE. THE STATEMENT PERIOD IS THE MONTH ENDING
      * ON IT (FROM THE DAY AFTER THE SAME DAY LAST MONTH), THE YEAR
      * TO DATE IS ITS CALENDAR YEAR UP TO IT
      ******************************************************************
           01 WS-BILL-DATE            PIC 9(8) VALUE 0.
           01 WS-BILL-DATE-PARTS REDEFINES WS-BILL-DATE.
               05 WS-BD-YYYY          PIC 9(4).
               05 WS-BD-MM            PIC 9(2).
               05 WS-BD-DD            PIC 9(2).
           01 WS-PERIOD-START         PIC 9(8).
           01 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
               05 WS-PS-YYYY          PIC 9(4).
               05 WS-PS-MM            PIC 9(2).
               05 WS-PS-DD            PIC 9(2).
           01 WS-NEXT-BILL-DATE       PIC 9(8).
           01 WS-NEXT-BILL-PARTS REDEFINES WS-NEXT-BILL-DATE.
               05 WS-NB-YYYY          PIC 9(4).
               05 WS-NB-MM            PIC 9(2).
               05 WS-NB-DD            PIC 9(2).
      ******************************************************************
      * SCHEDULE POSITION SCRATCH - THE ROLLING DUE DATE STEPPED ONE
      * CALENDAR MONTH PER PERIOD WITH THE DAY ANCHORED TO THE
      * ORIGINATION DAY, AS IN THE AGING AND POSTING PROGRAMS
      ******************************************************************
           01 WS-DUE-DATE             PIC 9(8).
           01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
               05 WS-DU-YYYY          PIC 9(4).
               05 WS-DU-MM            PIC 9(2).
               05 WS-DU-DD            PIC 9(2).
           01 WS-ANCHOR-DATE          PIC 9(8).
           01 WS-ANCHOR-PARTS REDEFINES WS-ANCHOR-DATE.
               05 WS-AN-YYYY          PIC 9(4).
               05 WS-AN-MM            PIC 9(2).
               05 WS-AN-DD            PIC 9(2).
           77 WS-DAYS-IN-MONTH        PIC 9(2).
           77 WS-DIM-YYYY             PIC 9(4).
           77 WS-DIM-MM               PIC 9(2).
           77 WS-PERIOD-NO            PIC 9(4).
           77 WS-N                    PIC 9(4).
           77 WS-R                    PIC S9(1)V9(5).
           77 WS-TMP                  PIC S9(14)V9(14).
      ******************************************************************
      * ONE LOAN'S STATEMENT FIGURES
      ******************************************************************
           77 WS-PAYMENT-AMOUNT       PIC S9(11)V99.
           77 WS-FINAL-PAYMENT        PIC S9(11)V99.
           77 WS-CURRENT-DUE          PIC S9(11)V99.
           77 WS-NEXT-DUE-DATE        PIC 9(8).
           77 WS-MISSED-COUNT         PIC 9(4).
           77 WS-PAST-DUE-AMOUNT      PIC S9(11)V99.
           77 WS-AMOUNT-DUE           PIC S9(11)V99.
           77 WS-PERIOD-PRINCIPAL     PIC S9(11)V99.
           77 WS-PERIOD-INTEREST      PIC S9(11)V99.
           77 WS-YTD-PRINCIPAL        PIC S9(11)V99.
           77 WS-YTD-INTEREST         PIC S9(11)V99.
           77 WS-LOAN-IS-BAD          PIC X VALUE 'N'.
               88 WS-LOAN-REJECTED    VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
      ******************************************************************
      * SAME SANE UPPER BOUNDS AS THE OVERNIGHT RUN, SO A BAD MASTER
      * RECORD GETS FLAGGED RATHER THAN BILLED ON GARBAGE
      ******************************************************************
           77 WS-MAX-INITIAL-AMOUNT   PIC S9(11)V99
               VALUE 100000000.00.
           77 WS-MAX-NO-OF-YEARS      PIC 99 VALUE 50.
           77 WS-MAX-INTEREST-RATE    PIC S9(3)V9(3) VALUE 100.000.
      ******************************************************************
      * RUN COUNTS AND CONTROL TOTALS - THE STATEMENT COUNT AND TOTAL
      * BILLED ARE WHAT THE VENDOR TRAILER CARRIES
      ******************************************************************
           77 WS-STATEMENT-COUNT      PIC 9(7) VALUE 0.
           77 WS-CLOSED-COUNTER       PIC 9(7) VALUE 0.
           77 WS-REJECTED-COUNTER     PIC 9(7) VALUE 0.
           77 WS-TOTAL-BILLED         PIC S9(13)V99 VALUE 0.
           77 CNT-FIELD               PIC ZZZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZZZ9.
           77 CNT-FIELD-3             PIC ZZZZZZ9.
           77 TOT-FIELD               PIC $$$,$$$,$$$,$$9.99.
           77 DTL-AMOUNT              PIC $,$$$,$$$,$$9.99.
           77 DTL-AMOUNT-2            PIC $,$$$,$$$,$$9.99.
           77 DTL-MISSED              PIC ZZZ9.
           77 DTL-DATE                PIC X(10).
           77 WS-FMT-DATE             PIC 9(8).
           77 WS-BILL-DATE-TEXT       PIC X(10).
           01 WS-RULE-LINE.
               05 FILLER PIC X(40) VALUE ALL "-".
               05 FILLER PIC X(40) VALUE ALL "-".
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM STMT-READ-CARDS
           IF WS-BILL-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BILL-DATE
           END-IF
      ******************************************************************
      * A KEYED BILLING DATE HAS TO BE A REAL CALENDAR DATE - LEAP
      * YEARS INCLUDED - OR EVERY DUE DATE AND PERIOD BUILT ON IT IS
      * GARBAGE
      ******************************************************************
           MOVE WS-BD-YYYY TO WS-DIM-YYYY
           MOVE WS-BD-MM TO WS-DIM-MM
           PERFORM STMT-DAYS-IN-MONTH
           IF WS-BD-YYYY < 1900 OR WS-BD-MM < 1 OR WS-BD-MM > 12
              OR WS-BD-DD < 1 OR WS-BD-DD > WS-DAYS-IN-MONTH
              DISPLAY "ABEND 054 - INVALID BILLING DATE: '"
                 WS-BILL-DATE "'"
              STOP RUN
           END-IF
      ******************************************************************
      * THE PERIOD OPENS AFTER THE SAME DAY LAST MONTH, AND THE NEXT
      * STATEMENT CUTS ON THE SAME DAY NEXT MONTH - BOTH CLAMPED TO
      * THE SHORTER MONTHS
      ******************************************************************
           MOVE WS-BILL-DATE TO WS-PERIOD-START
           IF WS-PS-MM = 1
              MOVE 12 TO WS-PS-MM
              SUBTRACT 1 FROM WS-PS-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PS-MM
           END-IF
           MOVE WS-PS-YYYY TO WS-DIM-YYYY
           MOVE WS-PS-MM TO WS-DIM-MM
           PERFORM STMT-DAYS-IN-MONTH
           IF WS-PS-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-PS-DD
           END-IF
           MOVE WS-BILL-DATE TO WS-NEXT-BILL-DATE
           ADD 1 TO WS-NB-MM
           IF WS-NB-MM > 12
              MOVE 1 TO WS-NB-MM
              ADD 1 TO WS-NB-YYYY
           END-IF
           MOVE WS-NB-YYYY TO WS-DIM-YYYY
           MOVE WS-NB-MM TO WS-DIM-MM
           PERFORM STMT-DAYS-IN-MONTH
           IF WS-NB-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-NB-DD
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
                 WS-MAST-STATUS
              STOP RUN
           END-IF
           OPEN INPUT PAY-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN PAYMENT HISTORY, "
                 "STATUS " WS-HIST-STATUS
              CLOSE LOAN-MASTER-FILE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           MOVE WS-BILL-DATE TO WS-FMT-DATE
           PERFORM STMT-FORMAT-DATE
           MOVE DTL-DATE TO WS-BILL-DATE-TEXT
           PERFORM UNTIL WS-NO-MORE-RECORDS
              READ LOAN-MASTER-FILE
              AT END
                 SET WS-NO-MORE-RECORDS TO TRUE
              NOT AT END
                 IF LM-STATUS-CLOSED
                    ADD 1 TO WS-CLOSED-COUNTER
                 ELSE
                    PERFORM STMT-PROCESS-LOAN
                 END-IF
              END-READ
           END-PERFORM
           CLOSE PAY-HIST-FILE
           CLOSE LOAN-MASTER-FILE
      ******************************************************************
      * VENDOR CONTROL TRAILER, AND THE SAME FIGURES ON THE PRINT
      * FILE SO THE TWO CAN BE TIED WITHOUT THE VENDOR'S HELP
      ******************************************************************
           MOVE SPACES TO STMT-EXTRACT-TRAILER
           MOVE "T" TO ST-RECORD-TYPE
           MOVE WS-STATEMENT-COUNT TO ST-STATEMENT-COUNT
           MOVE WS-TOTAL-BILLED TO ST-TOTAL-BILLED
           MOVE WS-BILL-DATE TO ST-BILL-DATE
           WRITE STMT-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           MOVE WS-STATEMENT-COUNT TO CNT-FIELD
           MOVE WS-CLOSED-COUNTER TO CNT-FIELD-2
           MOVE WS-REJECTED-COUNTER TO CNT-FIELD-3
           MOVE WS-TOTAL-BILLED TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-RULE-LINE TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "STATEMENTS="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  CLOSED SKIPPED="              DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  REJECTED="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-3)       DELIMITED BY SIZE
              "  TOTAL BILLED = "              DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE REPORT-FILE
           GOBACK.
      ******************************************************************
      * READ THE CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD. THE
      * MONTHLY RUN ON ITS OWN DATE NEEDS NO CARDS, SO A MISSING STMIN
      * FILE IS NOT AN ERROR; AN UNKNOWN KEYWORD STILL STOPS THE RUN
      ******************************************************************
       STMT-READ-CARDS SECTION.
           OPEN INPUT STMT-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "35"
              IF WS-CARD-FILE-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN STMIN CONTROL "
                    "CARDS, STATUS " WS-CARD-FILE-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-NO-MORE-CARDS
                 READ STMT-CARD-FILE
                 AT END
                    SET WS-NO-MORE-CARDS TO TRUE
                 NOT AT END
                    IF WS-CARD-RECORD(1:1) NOT = SPACE AND
                       WS-CARD-RECORD(1:1) NOT = "*"
                       MOVE SPACES TO WS-CARD-KEY
                       MOVE SPACES TO WS-CARD-VALUE
                       UNSTRING WS-CARD-RECORD DELIMITED BY "="
                          INTO WS-CARD-KEY WS-CARD-VALUE
                       IF WS-CARD-KEY = "BILLDATE"
                          MOVE WS-CARD-VALUE TO WS-BILL-DATE
                       ELSE
                          DISPLAY "ABEND 054 - UNKNOWN CONTROL "
                             "CARD: '" FUNCTION TRIM(WS-CARD-KEY) "'"
                          CLOSE STMT-CARD-FILE
                          STOP RUN
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE STMT-CARD-FILE
           END-IF
           EXIT.
      ******************************************************************
      * ONE ACTIVE LOAN - THE SAME RECORD EDITS AS THE AGING RUN, SO
      * A BAD MASTER RECORD IS LISTED AND NOT BILLED. A LOAN ALREADY
      * PAID DOWN TO NOTHING HAS NOTHING TO BILL
      ******************************************************************
       STMT-PROCESS-LOAN SECTION.
           MOVE 'N' TO WS-LOAN-IS-BAD
           IF LM-LOAN-AMOUNT NOT NUMERIC OR LM-LOAN-AMOUNT <= 0 OR
                 LM-LOAN-AMOUNT > WS-MAX-INITIAL-AMOUNT
              MOVE 'Y' TO WS-LOAN-IS-BAD
              MOVE "INVALID OR OUT-OF-RANGE LOAN AMOUNT"
                 TO WS-REJECT-REASON
           END-IF
           IF LM-TERM-YEARS NOT NUMERIC OR LM-TERM-YEARS = 0 OR
                 LM-TERM-YEARS > WS-MAX-NO-OF-YEARS
              MOVE 'Y' TO WS-LOAN-IS-BAD
              MOVE "INVALID OR OUT-OF-RANGE TERM IN YEARS"
                 TO WS-REJECT-REASON
           END-IF
           IF LM-INTEREST-RATE NOT NUMERIC OR LM-INTEREST-RATE <= 0 OR
                 LM-INTEREST-RATE > WS-MAX-INTEREST-RATE
              MOVE 'Y' TO WS-LOAN-IS-BAD
              MOVE "INVALID OR OUT-OF-RANGE INTEREST RATE"
                 TO WS-REJECT-REASON
           END-IF
           IF WS-LOAN-REJECTED
              ADD 1 TO WS-REJECTED-COUNTER
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "LOAN REJECTED - "           DELIMITED BY SIZE
                 LM-LOAN-ID                   DELIMITED BY SIZE
                 " - "                        DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
      ******************************************************************
      * A MASTER RECORD WRITTEN BEFORE THE BALANCE OR FEE FIELDS
      * EXISTED CARRIES BLANKS THERE - TAKE IT AS A LOAN STILL OWING
      * ITS FULL AMOUNT WITH NO POSTINGS AND NO FEES
      ******************************************************************
              IF LM-CURRENT-BALANCE NOT NUMERIC
                 MOVE LM-LOAN-AMOUNT TO LM-CURRENT-BALANCE
              END-IF
              IF LM-PAID-THRU-DATE NOT NUMERIC
                 MOVE 0 TO LM-PAID-THRU-DATE
              END-IF
              IF LM-FEE-BALANCE NOT NUMERIC
                 MOVE 0 TO LM-FEE-BALANCE
              END-IF
              IF LM-CURRENT-BALANCE > 0 OR LM-FEE-BALANCE > 0
                 PERFORM STMT-POSITION-LOAN
                 PERFORM STMT-TOTAL-HISTORY
                 PERFORM STMT-WRITE-STATEMENT
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * WHERE THE LOAN STANDS ON THE BILLING DATE - WALK THE SCHEDULED
      * DUE DATES AS AGE-BUCKET-LOAN DOES. ONE ON OR BEFORE THE
      * BILLING DATE AND PAST THE PAID-THROUGH POSITION IS PAST DUE;
      * THE FIRST ONE AFTER BOTH IS THE NEXT DUE DATE, AND IT IS
      * BILLED IF IT FALLS BEFORE THE NEXT STATEMENT CUTS - A LOAN
      * PAID FURTHER AHEAD THAN THAT OWES NOTHING THIS MONTH
      ******************************************************************
       STMT-POSITION-LOAN SECTION.
           DIVIDE LM-INTEREST-RATE BY 1200 GIVING WS-R
           MULTIPLY LM-TERM-YEARS BY 12 GIVING WS-N
           COMPUTE WS-TMP = (LM-LOAN-AMOUNT * (1.0 + WS-R)**WS-N
      -       * WS-R) / ((1.0 + WS-R)**WS-N - 1.0)
           MOVE WS-TMP TO WS-PAYMENT-AMOUNT
           MOVE LM-ORIG-DATE TO WS-DUE-DATE
           MOVE LM-ORIG-DATE TO WS-ANCHOR-DATE
           MOVE 0 TO WS-MISSED-COUNT
           MOVE 0 TO WS-NEXT-DUE-DATE
           PERFORM VARYING WS-PERIOD-NO FROM 1 BY 1
              UNTIL WS-PERIOD-NO > WS-N
              PERFORM STMT-ADVANCE-ONE-MONTH
              IF WS-DUE-DATE > LM-PAID-THRU-DATE
                 IF WS-DUE-DATE > WS-BILL-DATE
                    MOVE WS-DUE-DATE TO WS-NEXT-DUE-DATE
                    MOVE WS-N TO WS-PERIOD-NO
                 ELSE
                    ADD 1 TO WS-MISSED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-PAST-DUE-AMOUNT =
              WS-MISSED-COUNT * WS-PAYMENT-AMOUNT
      ******************************************************************
      * NEVER BILL MORE THAN IT TAKES TO RETIRE THE LOAN - THE LAST
      * INSTALLMENT IS THE BALANCE PLUS A MONTH'S INTEREST WHEN THAT
      * IS LESS THAN THE LEVEL PAYMENT
      ******************************************************************
           COMPUTE WS-FINAL-PAYMENT ROUNDED =
              LM-CURRENT-BALANCE + LM-CURRENT-BALANCE * WS-R
           IF WS-PAST-DUE-AMOUNT > WS-FINAL-PAYMENT
              MOVE WS-FINAL-PAYMENT TO WS-PAST-DUE-AMOUNT
           END-IF
           MOVE 0 TO WS-CURRENT-DUE
           IF WS-NEXT-DUE-DATE NOT = 0 AND
              WS-NEXT-DUE-DATE NOT > WS-NEXT-BILL-DATE
              MOVE WS-PAYMENT-AMOUNT TO WS-CURRENT-DUE
              IF WS-PAST-DUE-AMOUNT + WS-CURRENT-DUE > WS-FINAL-PAYMENT
                 SUBTRACT WS-PAST-DUE-AMOUNT FROM WS-FINAL-PAYMENT
                    GIVING WS-CURRENT-DUE
              END-IF
           END-IF
           COMPUTE WS-AMOUNT-DUE =
              WS-PAST-DUE-AMOUNT + WS-CURRENT-DUE + LM-FEE-BALANCE
           EXIT.
      ******************************************************************
      * PRINCIPAL AND INTEREST RECEIVED THIS PERIOD AND YEAR TO DATE,
      * WALKING THE LOAN'S HISTORY IN KEY ORDER. A REVERSAL CARRIES
      * ITS ORIGINAL'S FIGURES SIGN-TURNED, SO A RETURNED PAYMENT
      * NETS OUT OF THE TOTALS ON ITS OWN
      ******************************************************************
       STMT-TOTAL-HISTORY SECTION.
           MOVE 0 TO WS-PERIOD-PRINCIPAL
           MOVE 0 TO WS-PERIOD-INTEREST
           MOVE 0 TO WS-YTD-PRINCIPAL
           MOVE 0 TO WS-YTD-INTEREST
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE LM-LOAN-ID TO PH-LOAN-ID
           MOVE 0 TO PH-SEQ-NO
           START PAY-HIST-FILE KEY NOT < PH-HIST-KEY
              INVALID KEY
                 SET WS-NO-MORE-HISTORY TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-HISTORY
              READ PAY-HIST-FILE NEXT RECORD
              AT END
                 SET WS-NO-MORE-HISTORY TO TRUE
              NOT AT END
                 IF PH-LOAN-ID NOT = LM-LOAN-ID
                    SET WS-NO-MORE-HISTORY TO TRUE
                 ELSE
                    IF PH-POST-DATE NOT > WS-BILL-DATE
                       IF PH-POST-DATE(1:4) = WS-BILL-DATE(1:4)
                          ADD PH-PRINCIPAL-PAID TO WS-YTD-PRINCIPAL
                          ADD PH-INTEREST-PAID TO WS-YTD-INTEREST
                       END-IF
                       IF PH-POST-DATE > WS-PERIOD-START
                          ADD PH-PRINCIPAL-PAID TO WS-PERIOD-PRINCIPAL
                          ADD PH-INTEREST-PAID TO WS-PERIOD-INTEREST
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      * ONE STATEMENT - THE PRINTED FORM, THEN THE VENDOR RECORD
      ******************************************************************
       STMT-WRITE-STATEMENT SECTION.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-AMOUNT-DUE TO WS-TOTAL-BILLED
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-RULE-LINE TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "MONTHLY LOAN STATEMENT    BILLING DATE "
                                               DELIMITED BY SIZE
              WS-BILL-DATE-TEXT                DELIMITED BY SIZE
              "    LOAN "                      DELIMITED BY SIZE
              LM-LOAN-ID                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "BORROWER             "          DELIMITED BY SIZE
              LM-BORROWER-NAME                 DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF WS-NEXT-DUE-DATE = 0
              MOVE "-" TO DTL-DATE
           ELSE
              MOVE WS-NEXT-DUE-DATE TO WS-FMT-DATE
              PERFORM STMT-FORMAT-DATE
           END-IF
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "NEXT PAYMENT DUE     "          DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-PAYMENT-AMOUNT TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "REGULAR PAYMENT      "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-CURRENT-DUE TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "CURRENT PAYMENT DUE  "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-MISSED-COUNT TO DTL-MISSED
           MOVE WS-PAST-DUE-AMOUNT TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "PAST DUE             "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              "  INSTALLMENTS="                DELIMITED BY SIZE
              FUNCTION TRIM(DTL-MISSED)        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE LM-FEE-BALANCE TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "LATE CHARGES DUE     "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-AMOUNT-DUE TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "TOTAL AMOUNT DUE     "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE LM-CURRENT-BALANCE TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "CURRENT BALANCE      "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "                         THIS PERIOD     YEAR TO DATE"
                                               DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-PERIOD-PRINCIPAL TO DTL-AMOUNT
           MOVE WS-YTD-PRINCIPAL TO DTL-AMOUNT-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "PRINCIPAL PAID       "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              DTL-AMOUNT-2                     DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-PERIOD-INTEREST TO DTL-AMOUNT
           MOVE WS-YTD-INTEREST TO DTL-AMOUNT-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "INTEREST PAID        "          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              DTL-AMOUNT-2                     DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO STMT-EXTRACT-RECORD
           MOVE "D" TO SX-RECORD-TYPE
           MOVE LM-LOAN-ID TO SX-LOAN-ID
           MOVE LM-BORROWER-NAME TO SX-BORROWER-NAME
           MOVE WS-BILL-DATE TO SX-BILL-DATE
           MOVE WS-NEXT-DUE-DATE TO SX-NEXT-DUE-DATE
           MOVE WS-PAYMENT-AMOUNT TO SX-REGULAR-PAYMENT
           MOVE WS-MISSED-COUNT TO SX-PAST-DUE-COUNT
           MOVE WS-PAST-DUE-AMOUNT TO SX-PAST-DUE-AMOUNT
           MOVE LM-FEE-BALANCE TO SX-FEES-DUE
           MOVE WS-AMOUNT-DUE TO SX-AMOUNT-DUE
           MOVE LM-CURRENT-BALANCE TO SX-CURRENT-BALANCE
           MOVE WS-PERIOD-PRINCIPAL TO SX-PERIOD-PRINCIPAL
           MOVE WS-PERIOD-INTEREST TO SX-PERIOD-INTEREST
           MOVE WS-YTD-PRINCIPAL TO SX-YTD-PRINCIPAL
           MOVE WS-YTD-INTEREST TO SX-YTD-INTEREST
           WRITE STMT-EXTRACT-RECORD
           EXIT.
      ******************************************************************
      * ADD ONE CALENDAR MONTH TO THE ROLLING DUE DATE, ANCHORING THE
      * DAY TO THE ORIGINATION DAY AND CLAMPING TO THE SHORTER MONTHS
      * SO A LOAN ORIGINATED ON THE 31ST DOESN'T DRIFT TO THE 28TH
      * FOR GOOD ONCE FEBRUARY HAS GONE BY
      ******************************************************************
       STMT-ADVANCE-ONE-MONTH SECTION.
           ADD 1 TO WS-DU-MM
           IF WS-DU-MM > 12
              MOVE 1 TO WS-DU-MM
              ADD 1 TO WS-DU-YYYY
           END-IF
           MOVE WS-DU-YYYY TO WS-DIM-YYYY
           MOVE WS-DU-MM TO WS-DIM-MM
           PERFORM STMT-DAYS-IN-MONTH
           IF WS-AN-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-DU-DD
           ELSE
              MOVE WS-AN-DD TO WS-DU-DD
           END-IF
           EXIT.
      ******************************************************************
      * DAYS IN THE MONTH AT WS-DIM-YYYY/WS-DIM-MM, LEAP YEARS
      * INCLUDED - THE SAME RULE THE MAINTENANCE PROGRAM'S DATE EDIT
      * APPLIES
      ******************************************************************
       STMT-DAYS-IN-MONTH SECTION.
           MOVE 31 TO WS-DAYS-IN-MONTH
           IF WS-DIM-MM = 4 OR WS-DIM-MM = 6 OR WS-DIM-MM = 9
              OR WS-DIM-MM = 11
              MOVE 30 TO WS-DAYS-IN-MONTH
           END-IF
           IF WS-DIM-MM = 2
              IF FUNCTION MOD(WS-DIM-YYYY, 4) = 0 AND
                 (FUNCTION MOD(WS-DIM-YYYY, 100) NOT = 0 OR
                  FUNCTION MOD(WS-DIM-YYYY, 400) = 0)
                 MOVE 29 TO WS-DAYS-IN-MONTH
              ELSE
                 MOVE 28 TO WS-DAYS-IN-MONTH
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * YYYYMMDD IN WS-FMT-DATE TO YYYY-MM-DD IN DTL-DATE
      ******************************************************************
       STMT-FORMAT-DATE SECTION.
           MOVE SPACES TO DTL-DATE
           STRING
              WS-FMT-DATE(1:4)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(5:2)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(7:2)   DELIMITED BY SIZE
              INTO DTL-DATE
           EXIT.
