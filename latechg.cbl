      * COBOL PROGRAM ASSESSES THE NIGHTLY LATE CHARGES - FOR EACH
      * ACTIVE LOAN ON THE INDEXED MASTER THE SCHEDULED DUE DATES ARE
      * WALKED AGAINST THE PAID-THROUGH POSITION EXACTLY AS THE
      * DELINQUENCY AGING DOES, AND EVERY INSTALLMENT STILL UNPAID
      * PAST THE GRACE PERIOD IS CHARGED ONE LATE FEE - A PERCENT OF
      * THE SCHEDULED PAYMENT HELD BETWEEN A MINIMUM AND A MAXIMUM.
      * EACH CHARGE GOES ON THE MASTER'S FEE BALANCE, WHERE LOANPOST
      * COLLECTS IT AHEAD OF INTEREST, AND TO THE PAYMENT HISTORY AS
      * A LATE CHARGE RECORD NAMING THE INSTALLMENT, SO NO
      * INSTALLMENT IS EVER CHARGED TWICE HOWEVER MANY NIGHTS IT
      * STAYS UNPAID. RUNS AFTER THE DAY'S LOANPOST STEP SO A PAYMENT
      * RECEIVED TODAY IS SEEN BEFORE ANYONE IS CHARGED FOR MISSING IT
      * - THE RUN REFUSES TO START UNTIL THE POSTING RUN HAS SIGNED
      * OFF FOR THE CYCLE'S BUSINESS DATE, EVEN WHEN AN AS-OF CARD
      * BACKDATES IT, SINCE A PAYMENT STILL WAITING TO POST COULD BE
      * THE ONE THAT CURES AN INSTALLMENT ABOUT TO BE CHARGED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LATECHG.

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
           SELECT FEE-CARD-FILE ASSIGN TO "LCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPER-SEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPSEC-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loanmast.cpy".
       FD PAY-HIST-FILE.
       COPY "payhist.cpy".
       FD FEE-CARD-FILE.
       01 WS-CARD-RECORD          PIC X(80).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD       PIC X(160).
       FD OPER-SEC-FILE.
       COPY "opersec.cpy".
       FD VIOLATION-FILE.
       COPY "accviol.cpy".
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
           77 WS-CARD-KEY             PIC X(20).
           77 WS-CARD-VALUE           PIC X(40).
      ******************************************************************
      * THE OPERATOR RUNNING THE ASSESSMENT, KEYED ON THE PARM AS
      * OPER=XXXXXXXX - A LATE CHARGE POSTS TO THE MASTER AND THE
      * PAYMENT HISTORY, SO THE OPERATOR MUST BE CLEARED AGAINST THE
      * OPERSEC SECURITY FILE TO POST PAYMENTS BEFORE ANYTHING IS
      * OPENED
      ******************************************************************
           77 WS-PARM                 PIC X(40) VALUE SPACES.
           77 WS-PARM-KEY             PIC X(20).
           77 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
      ******************************************************************
      * OPERATOR SECURITY - THE PARM OPERATOR IS ONLY A CLAIM UNTIL
      * THE OPERSEC FILE BACKS IT. WHY A RUN WAS REFUSED GOES TO THE
      * ACCVIOL LOG FOR AUDIT
      ******************************************************************
           77 WS-OPSEC-STATUS         PIC X(2).
           77 WS-VIOL-STATUS          PIC X(2).
           77 WS-DENY-REASON          PIC X(40).
      ******************************************************************
      * THE FEE TERMS OFF THE CONTROL CARDS - THE PERCENT OF THE
      * SCHEDULED PAYMENT CHARGED, THE FLOOR AND CEILING ON ONE
      * CHARGE, AND THE DAYS OF GRACE AFTER A DUE DATE BEFORE IT IS
      * LATE. PERCENT AND GRACE DAYS ARE POLICY AND MUST BE KEYED; A
      * MINIMUM OR MAXIMUM LEFT OFF (OR KEYED AS ZERO) MEANS NONE
      ******************************************************************
           77 WS-FEE-PERCENT          PIC S9(3)V9(3) VALUE 0.
           77 WS-FEE-MINIMUM          PIC S9(7)V99 VALUE 0.
           77 WS-FEE-MAXIMUM          PIC S9(7)V99 VALUE 0.
           77 WS-GRACE-DAYS           PIC 9(3) VALUE 0.
           77 WS-GRACE-SWITCH         PIC X VALUE 'N'.
               88 WS-GRACE-KEYED      VALUE 'Y'.
      ******************************************************************
      * THE AS-OF DATE THE CHARGES ARE CUT AT - THE CYCLE'S BUSINESS
      * DATE, THE SAME DATE THE DELINQUENCY AGING USES, SO A NIGHT
      * RUNNING PAST MIDNIGHT NEVER CHARGES A DAY EARLY. AN
      * ASOF=YYYYMMDD CONTROL CARD OVERRIDES IT, SO A MISSED NIGHT
      * CAN BE RERUN AS OF THE NIGHT IT SHOULD HAVE RUN. THE CYCLE
      * CONTROL RECORD IS ONLY READ HERE - THE RUN WAITS ON THE
      * POSTING RUN'S SIGN-OFF BUT SIGNS NOTHING OFF ITSELF
      ******************************************************************
           77 WS-CYCLE-STATUS         PIC X(2).
           COPY "cyclctl.cpy".
           01 WS-ASOF-DATE            PIC 9(8) VALUE 0.
           01 WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
               05 WS-AS-YYYY          PIC 9(4).
               05 WS-AS-MM            PIC 9(2).
               05 WS-AS-DD            PIC 9(2).
           77 WS-ASOF-INTEGER         PIC 9(7).
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
           77 WS-PAYMENT-AMOUNT       PIC S9(11)V99.
           77 WS-DUE-INTEGER          PIC 9(7).
           77 WS-DAYS-LATE            PIC S9(5).
      ******************************************************************
      * ONE LOAN'S CHARGES - THE FEE FOR ONE INSTALLMENT, THE LAST
      * DUE DATE ALREADY CHARGED AND THE LAST SEQUENCE NUMBER FOUND
      * ON ITS HISTORY, AND THE DUE DATES CHARGED TONIGHT HELD UNTIL
      * THE MASTER HAS TAKEN THEM. A 50-YEAR TERM IS 600 PERIODS
      ******************************************************************
           77 WS-FEE-AMOUNT           PIC S9(7)V99.
           77 WS-LAST-CHARGED-DUE     PIC 9(8).
           77 WS-LAST-SEQ-NO          PIC 9(5).
           77 WS-HIST-EOF-SWITCH      PIC X.
               88 WS-NO-MORE-HISTORY  VALUE 'Y'.
           77 WS-CHARGE-COUNT         PIC 9(4).
           77 WS-CHARGE-IX            PIC 9(4).
           01 WS-CHARGE-TABLE.
               05 WS-CHG-DUE-DATE     PIC 9(8) OCCURS 600.
               05 WS-CHG-DAYS-LATE    PIC S9(5) OCCURS 600.
      ******************************************************************
      * RUN COUNTS AND CONTROL TOTALS FOR THE TRAILER - THE TOTAL
      * ASSESSED IS WHAT THE FEE BALANCES ROSE BY TONIGHT
      ******************************************************************
           77 WS-LOAN-COUNTER         PIC 9(5) VALUE 0.
           77 WS-CLOSED-COUNTER       PIC 9(5) VALUE 0.
           77 WS-CHARGED-LOANS        PIC 9(5) VALUE 0.
           77 WS-CHARGES-ASSESSED     PIC 9(5) VALUE 0.
           77 WS-TOTAL-ASSESSED       PIC S9(13)V99 VALUE 0.
           77 WS-LOAN-IS-BAD          PIC X VALUE 'N'.
               88 WS-LOAN-REJECTED    VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
      ******************************************************************
      * SAME SANE UPPER BOUNDS AS THE OVERNIGHT RUN, SO A BAD MASTER
      * RECORD GETS FLAGGED RATHER THAN BLOWING UP THE WHOLE NIGHT
      ******************************************************************
           77 WS-MAX-INITIAL-AMOUNT   PIC S9(11)V99
               VALUE 100000000.00.
           77 WS-MAX-NO-OF-YEARS      PIC 99 VALUE 50.
           77 WS-MAX-INTEREST-RATE    PIC S9(3)V9(3) VALUE 100.000.
      ******************************************************************
      * EDITED SCRATCH FIELDS FOR THE REPORT LINES
      ******************************************************************
           77 DTL-DATE                PIC X(10).
           77 DTL-DAYS                PIC ZZZZ9.
           77 DTL-FEE                 PIC $,$$$,$$$,$$9.99.
           77 DTL-BALANCE             PIC $,$$$,$$$,$$9.99.
           77 DTL-PERCENT             PIC ZZ9.999.
           77 DTL-GRACE               PIC ZZ9.
           77 CNT-FIELD               PIC ZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZ9.
           77 CNT-FIELD-3             PIC ZZZZ9.
           77 CNT-FIELD-4             PIC ZZZZ9.
           77 TOT-FIELD               PIC $$$,$$$,$$$,$$9.99.
           77 WS-FMT-DATE             PIC 9(8).
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "LOAN ID  BORROWER  DUE DATE  DAYS LATE  ".
               05 FILLER PIC X(40) VALUE
                   "FEE  FEE BALANCE".
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-KEY
           UNSTRING WS-PARM DELIMITED BY "="
              INTO WS-PARM-KEY WS-OPERATOR-ID
           IF WS-PARM-KEY NOT = "OPER"
              MOVE SPACES TO WS-OPERATOR-ID
           END-IF
           PERFORM LATE-CHECK-OPERATOR
           PERFORM LATE-READ-CARDS
           IF WS-FEE-PERCENT = 0
              DISPLAY "ABEND 054 - NO PERCENT CONTROL CARD"
              STOP RUN
           END-IF
           IF NOT WS-GRACE-KEYED
              DISPLAY "ABEND 054 - NO GRACEDAYS CONTROL CARD"
              STOP RUN
           END-IF
           IF WS-FEE-PERCENT < 0 OR WS-FEE-PERCENT > 100 OR
              WS-FEE-MINIMUM < 0 OR WS-FEE-MAXIMUM < 0
              DISPLAY "ABEND 054 - LATE CHARGE TERMS OUT OF RANGE"
              STOP RUN
           END-IF
           IF WS-FEE-MAXIMUM > 0 AND WS-FEE-MAXIMUM < WS-FEE-MINIMUM
              DISPLAY "ABEND 054 - LATE CHARGE MAXIMUM IS BELOW THE "
                 "MINIMUM"
              STOP RUN
           END-IF
           PERFORM LATE-READ-CYCLE
           IF WS-ASOF-DATE = 0
              MOVE CC-BUSINESS-DATE TO WS-ASOF-DATE
           END-IF
      ******************************************************************
      * THE AS-OF DATE HAS TO BE A REAL CALENDAR DATE - LEAP
      * YEARS INCLUDED - OR EVERY DAYS-LATE FIGURE BUILT ON IT IS
      * GARBAGE
      ******************************************************************
           MOVE WS-AS-YYYY TO WS-DIM-YYYY
           MOVE WS-AS-MM TO WS-DIM-MM
           PERFORM LATE-DAYS-IN-MONTH
           IF WS-AS-YYYY < 1900 OR WS-AS-MM < 1 OR WS-AS-MM > 12
              OR WS-AS-DD < 1 OR WS-AS-DD > WS-DAYS-IN-MONTH
              DISPLAY "ABEND 054 - INVALID AS-OF DATE: '"
                 WS-ASOF-DATE "'"
              STOP RUN
           END-IF
           COMPUTE WS-ASOF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
                 WS-MAST-STATUS
              STOP RUN
           END-IF
           OPEN I-O PAY-HIST-FILE
      ******************************************************************
      * FIRST RUN AGAINST AN EMPTY CATALOG - CREATE THE HISTORY FILE,
      * THEN REOPEN IT FOR UPDATING
      ******************************************************************
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT PAY-HIST-FILE
              CLOSE PAY-HIST-FILE
              OPEN I-O PAY-HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN PAYMENT HISTORY, "
                 "STATUS " WS-HIST-STATUS
              CLOSE LOAN-MASTER-FILE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-ASOF-DATE TO WS-FMT-DATE
           PERFORM LATE-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "LATE CHARGE ASSESSMENT AS OF " DELIMITED BY SIZE
              DTL-DATE                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-FEE-PERCENT TO DTL-PERCENT
           MOVE WS-GRACE-DAYS TO DTL-GRACE
           MOVE WS-FEE-MINIMUM TO DTL-FEE
           MOVE WS-FEE-MAXIMUM TO DTL-BALANCE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "TERMS: PERCENT="               DELIMITED BY SIZE
              FUNCTION TRIM(DTL-PERCENT)      DELIMITED BY SIZE
              "  MINIMUM="                    DELIMITED BY SIZE
              FUNCTION TRIM(DTL-FEE)          DELIMITED BY SIZE
              "  MAXIMUM="                    DELIMITED BY SIZE
              FUNCTION TRIM(DTL-BALANCE)      DELIMITED BY SIZE
              "  GRACE DAYS="                 DELIMITED BY SIZE
              FUNCTION TRIM(DTL-GRACE)        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
              READ LOAN-MASTER-FILE
              AT END
                 SET WS-NO-MORE-RECORDS TO TRUE
              NOT AT END
                 IF LM-STATUS-CLOSED
                    ADD 1 TO WS-CLOSED-COUNTER
                 ELSE
                    ADD 1 TO WS-LOAN-COUNTER
                    PERFORM LATE-PROCESS-LOAN
                 END-IF
              END-READ
           END-PERFORM
           MOVE WS-LOAN-COUNTER TO CNT-FIELD
           MOVE WS-CLOSED-COUNTER TO CNT-FIELD-2
           MOVE WS-CHARGED-LOANS TO CNT-FIELD-3
           MOVE WS-CHARGES-ASSESSED TO CNT-FIELD-4
           MOVE WS-TOTAL-ASSESSED TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "LOANS READ="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  CLOSED SKIPPED="              DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  LOANS CHARGED="               DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-3)       DELIMITED BY SIZE
              "  CHARGES="                     DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-4)       DELIMITED BY SIZE
              "  TOTAL ASSESSED = "            DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE REPORT-FILE
           CLOSE PAY-HIST-FILE
           CLOSE LOAN-MASTER-FILE
           GOBACK.
      ******************************************************************
      * READ THE CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD. THE FEE
      * TERMS HAVE TO BE KEYED, SO A MISSING LCIN FILE STOPS THE RUN;
      * AN UNKNOWN KEYWORD STOPS IT TOO RATHER THAN SILENTLY IGNORING
      * WHAT THE OPERATOR ASKED FOR
      ******************************************************************
       LATE-READ-CARDS SECTION.
           OPEN INPUT FEE-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LCIN CONTROL "
                 "CARDS, STATUS " WS-CARD-FILE-STATUS
              STOP RUN
           END-IF
           PERFORM UNTIL WS-NO-MORE-CARDS
              READ FEE-CARD-FILE
              AT END
                 SET WS-NO-MORE-CARDS TO TRUE
              NOT AT END
                 IF WS-CARD-RECORD(1:1) NOT = SPACE AND
                    WS-CARD-RECORD(1:1) NOT = "*"
                    MOVE SPACES TO WS-CARD-KEY
                    MOVE SPACES TO WS-CARD-VALUE
                    UNSTRING WS-CARD-RECORD DELIMITED BY "="
                       INTO WS-CARD-KEY WS-CARD-VALUE
                    IF WS-CARD-KEY = "PERCENT"
                       MOVE WS-CARD-VALUE TO WS-FEE-PERCENT
                    ELSE
                    IF WS-CARD-KEY = "MINIMUM"
                       MOVE WS-CARD-VALUE TO WS-FEE-MINIMUM
                    ELSE
                    IF WS-CARD-KEY = "MAXIMUM"
                       MOVE WS-CARD-VALUE TO WS-FEE-MAXIMUM
                    ELSE
                    IF WS-CARD-KEY = "GRACEDAYS"
                       MOVE WS-CARD-VALUE TO WS-GRACE-DAYS
                       SET WS-GRACE-KEYED TO TRUE
                    ELSE
                    IF WS-CARD-KEY = "ASOF"
                       MOVE WS-CARD-VALUE TO WS-ASOF-DATE
                    ELSE
                       DISPLAY "ABEND 054 - UNKNOWN CONTROL "
                          "CARD: '" FUNCTION TRIM(WS-CARD-KEY) "'"
                       CLOSE FEE-CARD-FILE
                       STOP RUN
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FEE-CARD-FILE
           EXIT.
      ******************************************************************
      * READ THE CYCLE CONTROL RECORD FOR THE BUSINESS DATE. THE LATE
      * CHARGES ARE ONLY ASSESSED ONCE THE POSTING RUN HAS SIGNED OFF
      * FOR THAT DATE - ASSESSED ANY EARLIER, EVERY LOAN WHOSE PAYMENT
      * IS STILL IN TONIGHT'S CARDS IS CHARGED FOR MISSING IT
      ******************************************************************
       LATE-READ-CYCLE SECTION.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN CYCLE CONTROL, STATUS "
                 WS-CYCLE-STATUS
              STOP RUN
           END-IF
           READ CYCLE-FILE INTO CYCLE-CONTROL-RECORD
              AT END
                 DISPLAY "ABEND 054 - CYCLE CONTROL FILE IS EMPTY"
                 CLOSE CYCLE-FILE
                 STOP RUN
           END-READ
           CLOSE CYCLE-FILE
           IF CC-LOANPOST-DONE NOT = CC-BUSINESS-DATE
              DISPLAY "ABEND 054 - LOANPOST NOT COMPLETE FOR "
                 "BUSINESS DATE " CC-BUSINESS-DATE
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * ONE ACTIVE LOAN - THE SAME RECORD EDITS AS THE AGING RUN, SO
      * A BAD MASTER RECORD IS REPORTED AND PASSED OVER RATHER THAN
      * CHARGED ON GARBAGE
      ******************************************************************
       LATE-PROCESS-LOAN SECTION.
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
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "LOAN REJECTED - "           DELIMITED BY SIZE
                 LM-LOAN-ID                   DELIMITED BY SIZE
                 " - "                        DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
              PERFORM LATE-ASSESS-LOAN
           END-IF
           EXIT.
      ******************************************************************
      * CHARGE ONE LOAN THAT PASSED ITS EDITS. A MASTER RECORD
      * WRITTEN BEFORE THE BALANCE OR FEE FIELDS EXISTED CARRIES
      * BLANKS THERE - TAKE IT AS A LOAN STILL OWING ITS FULL AMOUNT
      * WITH NO POSTINGS AND NO FEES. A LOAN ALREADY PAID DOWN TO
      * NOTHING HAS NO INSTALLMENTS LEFT TO BE LATE ON
      ******************************************************************
       LATE-ASSESS-LOAN SECTION.
           IF LM-CURRENT-BALANCE NOT NUMERIC
              MOVE LM-LOAN-AMOUNT TO LM-CURRENT-BALANCE
           END-IF
           IF LM-PAID-THRU-DATE NOT NUMERIC
              MOVE 0 TO LM-PAID-THRU-DATE
           END-IF
           IF LM-FEE-BALANCE NOT NUMERIC
              MOVE 0 TO LM-FEE-BALANCE
           END-IF
           MOVE 0 TO WS-CHARGE-COUNT
           IF LM-CURRENT-BALANCE > 0
              PERFORM LATE-FIND-HISTORY
      ******************************************************************
      * THE FEE IS A PERCENT OF THE SCHEDULED LEVEL PAYMENT - THE
      * SAME PAYMENT THE AGING RUN PRICES A MISSED INSTALLMENT AT -
      * HELD BETWEEN THE MINIMUM AND THE MAXIMUM
      ******************************************************************
              DIVIDE LM-INTEREST-RATE BY 1200 GIVING WS-R
              MULTIPLY LM-TERM-YEARS BY 12 GIVING WS-N
              COMPUTE WS-TMP = (LM-LOAN-AMOUNT * (1.0 + WS-R)**WS-N
      -          * WS-R) / ((1.0 + WS-R)**WS-N - 1.0)
              MOVE WS-TMP TO WS-PAYMENT-AMOUNT
              COMPUTE WS-FEE-AMOUNT ROUNDED =
                 WS-PAYMENT-AMOUNT * WS-FEE-PERCENT / 100
              IF WS-FEE-AMOUNT < WS-FEE-MINIMUM
                 MOVE WS-FEE-MINIMUM TO WS-FEE-AMOUNT
              END-IF
              IF WS-FEE-MAXIMUM > 0 AND WS-FEE-AMOUNT > WS-FEE-MAXIMUM
                 MOVE WS-FEE-MAXIMUM TO WS-FEE-AMOUNT
              END-IF
      ******************************************************************
      * WALK THE SCHEDULED DUE DATES UP TO THE AS-OF DATE - ONE PAST
      * THE PAID-THROUGH POSITION IS MISSED, AS IN AGE-BUCKET-LOAN,
      * AND IT IS CHARGED ONCE IT IS MORE THAN THE GRACE DAYS OLD
      * AND LATER THAN THE LAST INSTALLMENT ALREADY CHARGED
      ******************************************************************
              MOVE LM-ORIG-DATE TO WS-DUE-DATE
              MOVE LM-ORIG-DATE TO WS-ANCHOR-DATE
              PERFORM VARYING WS-PERIOD-NO FROM 1 BY 1
                 UNTIL WS-PERIOD-NO > WS-N
                 PERFORM LATE-ADVANCE-ONE-MONTH
                 IF WS-DUE-DATE > WS-ASOF-DATE
                    MOVE WS-N TO WS-PERIOD-NO
                 ELSE
                    IF WS-DUE-DATE > LM-PAID-THRU-DATE AND
                       WS-DUE-DATE > WS-LAST-CHARGED-DUE
                       COMPUTE WS-DUE-INTEGER =
                          FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                       COMPUTE WS-DAYS-LATE =
                          WS-ASOF-INTEGER - WS-DUE-INTEGER
                       IF WS-DAYS-LATE > WS-GRACE-DAYS
                          ADD 1 TO WS-CHARGE-COUNT
                          MOVE WS-DUE-DATE
                             TO WS-CHG-DUE-DATE(WS-CHARGE-COUNT)
                          MOVE WS-DAYS-LATE
                             TO WS-CHG-DAYS-LATE(WS-CHARGE-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CHARGE-COUNT > 0
              PERFORM LATE-POST-CHARGES
           END-IF
           EXIT.
      ******************************************************************
      * FIND THE LOAN'S HIGHEST HISTORY SEQUENCE NUMBER AND THE LATEST
      * INSTALLMENT ALREADY CHARGED, BY WALKING ITS EXISTING RECORDS
      * FORWARD FROM SEQUENCE ZERO. A LOAN WITH NO HISTORY HAS BOTH
      * AT ZERO
      ******************************************************************
       LATE-FIND-HISTORY SECTION.
           MOVE 0 TO WS-LAST-SEQ-NO
           MOVE 0 TO WS-LAST-CHARGED-DUE
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
                 IF PH-LOAN-ID = LM-LOAN-ID
                    MOVE PH-SEQ-NO TO WS-LAST-SEQ-NO
                    IF PH-TYPE-LATE-CHARGE AND
                       PH-CHARGE-DUE-DATE > WS-LAST-CHARGED-DUE
                       MOVE PH-CHARGE-DUE-DATE TO WS-LAST-CHARGED-DUE
                    END-IF
                 ELSE
                    SET WS-NO-MORE-HISTORY TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      * PUT TONIGHT'S CHARGES ON THE LOAN - THE FEE BALANCE FIRST,
      * THEN ONE HISTORY RECORD PER INSTALLMENT CHARGED UNDER THE
      * LOAN'S NEXT FREE SEQUENCE NUMBERS, EACH ON THE REGISTER
      ******************************************************************
       LATE-POST-CHARGES SECTION.
           COMPUTE LM-FEE-BALANCE =
              LM-FEE-BALANCE + WS-FEE-AMOUNT * WS-CHARGE-COUNT
           REWRITE LOAN-MASTER-RECORD
              INVALID KEY
                 DISPLAY "ABEND 054 - MASTER REWRITE FAILED FOR LOAN '"
                    LM-LOAN-ID "', STATUS " WS-MAST-STATUS
                 STOP RUN
           END-REWRITE
           ADD 1 TO WS-CHARGED-LOANS
           PERFORM VARYING WS-CHARGE-IX FROM 1 BY 1
              UNTIL WS-CHARGE-IX > WS-CHARGE-COUNT
              ADD 1 TO WS-LAST-SEQ-NO
              MOVE SPACES TO PAY-HIST-RECORD
              MOVE LM-LOAN-ID TO PH-LOAN-ID
              MOVE WS-LAST-SEQ-NO TO PH-SEQ-NO
              MOVE WS-ASOF-DATE TO PH-POST-DATE
              SET PH-TYPE-LATE-CHARGE TO TRUE
              MOVE WS-FEE-AMOUNT TO PH-PAY-AMOUNT
              MOVE 0 TO PH-PRINCIPAL-PAID
              MOVE 0 TO PH-INTEREST-PAID
              MOVE LM-CURRENT-BALANCE TO PH-BALANCE-AFTER
              MOVE WS-CHG-DUE-DATE(WS-CHARGE-IX) TO PH-CHARGE-DUE-DATE
      ******************************************************************
      * THE MASTER HAS ALREADY BEEN REWRITTEN - A CHARGE THE HISTORY
      * CANNOT RECEIPT MUST HALT THE RUN FOR REPAIR, NOT BE SKIPPED
      * AND LEFT ON THE FEE BALANCE WITH NOTHING BEHIND IT
      ******************************************************************
              WRITE PAY-HIST-RECORD
                 INVALID KEY
                    DISPLAY "ABEND 054 - HISTORY WRITE FAILED FOR "
                       "LOAN '" LM-LOAN-ID "', STATUS " WS-HIST-STATUS
                    DISPLAY "FEE BALANCE ALREADY UPDATED FOR THIS "
                       "LOAN - REPAIR THE HISTORY FILE BEFORE RERUNNING"
                    STOP RUN
              END-WRITE
              ADD 1 TO WS-CHARGES-ASSESSED
              ADD WS-FEE-AMOUNT TO WS-TOTAL-ASSESSED
              MOVE WS-CHG-DUE-DATE(WS-CHARGE-IX) TO WS-FMT-DATE
              PERFORM LATE-FORMAT-DATE
              MOVE WS-CHG-DAYS-LATE(WS-CHARGE-IX) TO DTL-DAYS
              MOVE WS-FEE-AMOUNT TO DTL-FEE
              MOVE LM-FEE-BALANCE TO DTL-BALANCE
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 LM-LOAN-ID                      DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(LM-BORROWER-NAME) DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 DTL-DATE                        DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-DAYS)         DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-FEE)          DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-BALANCE)      DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           END-PERFORM
           EXIT.
      ******************************************************************
      * ADD ONE CALENDAR MONTH TO THE ROLLING DUE DATE, ANCHORING THE
      * DAY TO THE ORIGINATION DAY AND CLAMPING TO THE SHORTER MONTHS
      * SO A LOAN ORIGINATED ON THE 31ST DOESN'T DRIFT TO THE 28TH
      * FOR GOOD ONCE FEBRUARY HAS GONE BY
      ******************************************************************
       LATE-ADVANCE-ONE-MONTH SECTION.
           ADD 1 TO WS-DU-MM
           IF WS-DU-MM > 12
              MOVE 1 TO WS-DU-MM
              ADD 1 TO WS-DU-YYYY
           END-IF
           MOVE WS-DU-YYYY TO WS-DIM-YYYY
           MOVE WS-DU-MM TO WS-DIM-MM
           PERFORM LATE-DAYS-IN-MONTH
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
       LATE-DAYS-IN-MONTH SECTION.
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
       LATE-FORMAT-DATE SECTION.
           MOVE SPACES TO DTL-DATE
           STRING
              WS-FMT-DATE(1:4)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(5:2)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(7:2)   DELIMITED BY SIZE
              INTO DTL-DATE
           EXIT.
      ******************************************************************
      * HOLD THE PARM OPERATOR AGAINST THE OPERSEC SECURITY FILE
      * BEFORE ANY OTHER FILE IS OPENED - THE ID MUST BE ON FILE,
      * ACTIVE, AND CLEARED FOR THIS PROGRAM'S FUNCTION. A REFUSED
      * RUN IS LOGGED TO ACCVIOL AND STOPS HERE HAVING TOUCHED
      * NOTHING. NO SECURITY FILE ON CATALOG STOPS THE RUN AS WELL -
      * THE CONTROL FAILS CLOSED, NEVER OPEN
      ******************************************************************
       LATE-CHECK-OPERATOR SECTION.
           MOVE SPACES TO WS-DENY-REASON
           IF WS-OPERATOR-ID = SPACES
              MOVE "NO OPERATOR NAMED ON THE PARM" TO WS-DENY-REASON
           ELSE
              OPEN INPUT OPER-SEC-FILE
              IF WS-OPSEC-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN OPERATOR SECURITY "
                    "FILE, STATUS " WS-OPSEC-STATUS
                 STOP RUN
              END-IF
              MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
              READ OPER-SEC-FILE
                 INVALID KEY
                    MOVE "OPERATOR NOT ON SECURITY FILE"
                       TO WS-DENY-REASON
              END-READ
              IF WS-DENY-REASON = SPACES
                 IF NOT OP-STATUS-ACTIVE
                    MOVE "OPERATOR REVOKED" TO WS-DENY-REASON
                 ELSE
                    IF NOT OP-MAY-POST-PAYMENTS
                       MOVE "OPERATOR NOT CLEARED FOR THIS FUNCTION"
                          TO WS-DENY-REASON
                    END-IF
                 END-IF
              END-IF
              CLOSE OPER-SEC-FILE
           END-IF
           IF WS-DENY-REASON NOT = SPACES
              OPEN EXTEND VIOLATION-FILE
              IF WS-VIOL-STATUS = "35"
                 OPEN OUTPUT VIOLATION-FILE
              END-IF
              IF WS-VIOL-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN ACCESS-VIOLATION "
                    "LOG, STATUS " WS-VIOL-STATUS
                 STOP RUN
              END-IF
              MOVE SPACES TO ACCESS-VIOLATION-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO AV-TIMESTAMP
              MOVE "LATECHG" TO AV-PROGRAM
              MOVE WS-OPERATOR-ID TO AV-OPERATOR
              MOVE "POST PAYMENTS" TO AV-FUNCTION
              MOVE WS-DENY-REASON TO AV-REASON
              WRITE ACCESS-VIOLATION-RECORD
              CLOSE VIOLATION-FILE
              DISPLAY "ABEND 054 - OPERATOR '"
                 FUNCTION TRIM(WS-OPERATOR-ID) "' REFUSED - "
                 FUNCTION TRIM(WS-DENY-REASON)
              STOP RUN
           END-IF
           EXIT.
