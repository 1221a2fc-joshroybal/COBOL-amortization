      * COBOL PROGRAM MODIFIES LOANS ON THE INDEXED LOAN MASTER FROM A
      * BATCH OF MODIFICATION CARDS - A WORKOUT FOR A DELINQUENT
      * BORROWER, OR A RECAST TO A LOWER PAYMENT AFTER A LARGE
      * CURTAILMENT. EACH CARD NAMES A LOAN, AN EFFECTIVE DATE, THE
      * NEW RATE AND THE NEW REMAINING TERM. THE PAST-DUE INTEREST
      * CAN BE CAPITALIZED, THEN THE BALANCE IS RE-AMORTIZED OVER THE
      * NEW TERM AND THE DUE-DATE POSITION STARTS AGAIN FROM THE
      * EFFECTIVE DATE. THE TERMS THE LOAN HAD BEFORE ARE KEPT ON THE
      * CHANGE JOURNAL AND MARKED IN THE PAYMENT HISTORY, AND EVERY
      * MODIFICATION PRINTS ITS BEFORE/AFTER PAYMENT COMPARISON FOR
      * THE BORROWER LETTER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANMOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MAST-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MOD-CARD-FILE ASSIGN TO "MODIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "MODOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RATE-SHEET-FILE ASSIGN TO "RATESHT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-SHEET-KEY
               FILE STATUS IS WS-SHEET-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-TXN-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT LIMIT-CARD-FILE ASSIGN TO "LIMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
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
       FD MOD-CARD-FILE.
       01 WS-CARD-RECORD          PIC X(80).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
       FD JOURNAL-FILE.
       COPY "loanjrnl.cpy".
       FD RATE-SHEET-FILE.
       COPY "ratesht.cpy".
       FD PENDING-FILE.
       COPY "pendtxn.cpy".
       FD LIMIT-CARD-FILE.
       01 WS-LIMIT-CARD           PIC X(80).
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
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-TXNS     VALUE 'Y'.
           77 WS-EDIT-SWITCH          PIC X VALUE 'N'.
               88 WS-TXN-REJECTED     VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
           77 WS-HIST-EOF-SWITCH      PIC X.
               88 WS-NO-MORE-HISTORY  VALUE 'Y'.
      ******************************************************************
      * MODIFICATION CARD - FIXED COLUMNS, KEPT TO 70 SO A CARD HELD
      * FOR APPROVAL FITS THE PENDING QUEUE AND THE JOURNAL VERBATIM.
      * ACTION M = MODIFY. THE EFFECTIVE DATE AND THE NEW TERM IN
      * YEARS ARE REQUIRED; A BLANK RATE KEEPS THE RATE THE LOAN HAS.
      * CAPITALIZE Y ADDS THE PAST-DUE INTEREST TO THE BALANCE BEFORE
      * THE RECAST; BLANK OR N LEAVES IT OUT. RATE IS KEYED WITH AN
      * EXPLICIT DECIMAL AS PLAIN TEXT AND EDITED HERE
      ******************************************************************
           01 WS-MOD-CARD.
               05 MT-ACTION           PIC X.
               05 MT-LOAN-ID          PIC X(8).
               05 MT-EFF-DATE         PIC X(8).
               05 MT-RATE             PIC X(7).
               05 MT-YEARS            PIC X(2).
               05 MT-CAPITALIZE       PIC X.
               05 FILLER              PIC X(43).
      ******************************************************************
      * CHANGE JOURNAL - EVERY APPLIED MODIFICATION WRITES ONE
      * MNTJRNL RECORD, ACTION M, CARRYING THE FULL BEFORE- AND
      * AFTER-IMAGE OF THE MASTER RECORD - THE BEFORE-IMAGE IS THE
      * LOAN'S TERMS AS THEY STOOD AHEAD OF THE RECAST. A MODIFICATION
      * RELEASED OFF THE PENDING QUEUE IS JOURNALED UNDER ITS
      * REVIEWER, AS LOANAPPR JOURNALS AN APPROVED CHANGE
      ******************************************************************
           77 WS-JRNL-STATUS          PIC X(2).
           01 WS-BEFORE-IMAGE         PIC X(115).
           77 WS-JRNL-TIMESTAMP       PIC X(14).
           77 WS-JRNL-OPERATOR        PIC X(8).
      ******************************************************************
      * THE OPERATOR KEYED ON THE PARM AS OPER=XXXXXXXX - CLEARED
      * AGAINST THE OPERSEC SECURITY FILE BEFORE ANYTHING IS OPENED,
      * THEN STAMPED ON EVERY JOURNAL RECORD AND PENDING CAPTURE
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
      * RATE SHEET CHECK - THE NEW RATE IS HELD AGAINST THE PRICING
      * BAND IN EFFECT ON THE EFFECTIVE DATE FOR THE NEW TERM, THE
      * SAME RULE LOANMNT APPLIES TO A NEW LOAN. NO RATE SHEET FILE
      * ON CATALOG, OR NO BAND COVERING THE LOAN, MEANS NO CHECK
      ******************************************************************
           77 WS-SHEET-STATUS         PIC X(2).
           77 WS-SHEET-OPEN-SWITCH    PIC X VALUE 'N'.
               88 WS-SHEET-ON-FILE    VALUE 'Y'.
           77 WS-SHEET-EOF-SWITCH     PIC X.
               88 WS-NO-MORE-SHEET    VALUE 'Y'.
           77 WS-CHECK-DATE           PIC 9(8).
           77 WS-CHECK-YEARS          PIC 99.
           77 WS-BAND-SWITCH          PIC X.
               88 WS-BAND-FOUND       VALUE 'Y'.
           77 WS-BAND-FLOOR           PIC S9(3)V9(3).
           77 WS-BAND-CEILING         PIC S9(3)V9(3).
      ******************************************************************
      * DUAL-CONTROL THRESHOLDS OFF THE LIMIN CARDS, THE SAME CARDS
      * LOANMNT READS - A MODIFICATION LEAVING THE LOAN AMOUNT ABOVE
      * THE AMOUNT LIMIT, OR MOVING THE RATE BY MORE THAN THE
      * SPREAD, IS CAPTURED TO THE PENDING QUEUE FOR A SECOND
      * OPERATOR INSTEAD OF APPLIED. ONCE LOANAPPR APPROVES IT, IT IS
      * RELEASED BACK HERE AND APPLIED AT THE START OF THE NEXT RUN.
      * NO LIMIN FILE ON CATALOG MEANS THE THRESHOLDS SIT WIDE OPEN
      ******************************************************************
           77 WS-PEND-STATUS          PIC X(2).
           77 WS-LIMIT-STATUS         PIC X(2).
           77 WS-LIMIT-EOF-SWITCH     PIC X VALUE 'N'.
               88 WS-NO-MORE-LIMITS   VALUE 'Y'.
           77 WS-LIMIT-KEY            PIC X(20).
           77 WS-LIMIT-VALUE          PIC X(40).
           77 WS-AMT-LIMIT            PIC S9(11)V99
               VALUE 99999999999.99.
           77 WS-RATE-SPREAD          PIC S9(3)V9(3) VALUE 999.999.
           77 WS-RATE-MOVE            PIC S9(3)V9(3).
           77 WS-PEND-SWITCH          PIC X VALUE 'N'.
               88 WS-TXN-PENDED       VALUE 'Y'.
           77 WS-PEND-OPEN-SWITCH     PIC X VALUE 'N'.
               88 WS-PEND-FILE-OPEN   VALUE 'Y'.
           77 WS-PEND-WRITE-SWITCH    PIC X.
               88 WS-PEND-WRITTEN     VALUE 'Y'.
           77 WS-PEND-EOF-SWITCH      PIC X.
               88 WS-NO-MORE-PENDING  VALUE 'Y'.
           77 WS-RELEASE-SWITCH       PIC X VALUE 'N'.
               88 WS-TXN-RELEASED     VALUE 'Y'.
      ******************************************************************
      * SAME SANE UPPER BOUNDS AS THE AMORTIZATION PROGRAMS, SO A
      * RECAST THE OVERNIGHT RUN WOULD REJECT NEVER REACHES THE
      * MASTER
      ******************************************************************
           77 WS-MAX-LOAN-AMOUNT      PIC S9(11)V99
               VALUE 100000000.00.
           77 WS-MAX-TERM-YEARS       PIC 99 VALUE 50.
           77 WS-MAX-INTEREST-RATE    PIC S9(3)V9(3) VALUE 100.000.
      ******************************************************************
      * EDITED COPIES OF THE CARD FIELDS, FILLED ONLY AFTER THE TEXT
      * PASSES ITS EDITS SO A BAD CARD NEVER HALF-UPDATES THE RECORD
      ******************************************************************
           77 WS-NEW-RATE             PIC S9(3)V9(3).
           77 WS-NEW-YEARS            PIC 99.
           01 WS-EFF-DATE             PIC 9(8).
           01 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
               05 WS-EF-YYYY          PIC 9(4).
               05 WS-EF-MM            PIC 9(2).
               05 WS-EF-DD            PIC 9(2).
           77 WS-DAYS-IN-MONTH        PIC 9(2).
           77 WS-DIM-YYYY             PIC 9(4).
           77 WS-DIM-MM               PIC 9(2).
      ******************************************************************
      * THE RECAST - THE LEVEL PAYMENT BEFORE AND AFTER, FIGURED THE
      * WAY THE BILLING AND AGING PROGRAMS FIGURE IT (LOAN AMOUNT OVER
      * TERM MONTHS AT RATE/1200), THE INSTALLMENTS PAID AND FALLEN
      * DUE UNPAID BY THE EFFECTIVE DATE, AND THE MONTH'S INTEREST ON
      * THE BALANCE THAT EACH UNPAID INSTALLMENT OWES - THE SAME
      * FIGURE LOANPOST WOULD HAVE TAKEN AS INTEREST HAD IT BEEN PAID
      ******************************************************************
           77 WS-R                    PIC S9(1)V9(5).
           77 WS-N                    PIC 9(4).
           77 WS-TMP                  PIC S9(14)V9(14).
           77 WS-PERIOD-NO            PIC 9(4).
           77 WS-OLD-PAYMENT          PIC S9(11)V99.
           77 WS-NEW-PAYMENT          PIC S9(11)V99.
           77 WS-PAYMENT-CHANGE       PIC S9(11)V99.
           77 WS-NEW-BALANCE          PIC S9(11)V99.
           77 WS-PAID-COUNT           PIC 9(4).
           77 WS-MISSED-COUNT         PIC 9(4).
           77 WS-OLD-REMAINING        PIC 9(4).
           77 WS-NEW-REMAINING        PIC 9(4).
           77 WS-MONTH-INTEREST       PIC S9(11)V99.
           77 WS-PAST-DUE-INTEREST    PIC S9(11)V99.
           77 WS-CAPITALIZED          PIC S9(11)V99.
           77 WS-OLD-NEXT-DUE         PIC 9(8).
           77 WS-NEW-NEXT-DUE         PIC 9(8).
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
      ******************************************************************
      * THE TERMS AS THEY STOOD BEFORE THE RECAST, FOR THE HISTORY
      * RECORD AND THE COMPARISON
      ******************************************************************
           77 WS-OLD-ORIG-DATE        PIC 9(8).
           77 WS-OLD-RATE             PIC S9(3)V9(3).
           77 WS-OLD-BALANCE          PIC S9(11)V99.
      ******************************************************************
      * PAYMENT HISTORY SEQUENCE - THE MODIFICATION RECORD GOES ON
      * UNDER THE LOAN'S NEXT FREE SEQUENCE NUMBER, AS LOANPOST'S
      * POSTINGS DO
      ******************************************************************
           77 WS-LAST-SEQ-NO          PIC 9(5).
           77 WS-NEXT-SEQ-NO          PIC 9(5).
      ******************************************************************
      * RUN COUNTS FOR THE CONTROL TRAILER
      ******************************************************************
           77 WS-TXN-COUNT            PIC 9(5) VALUE 0.
           77 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           77 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           77 WS-PENDED-COUNT         PIC 9(5) VALUE 0.
           77 WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
           77 CNT-FIELD               PIC ZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZ9.
           77 CNT-FIELD-3             PIC ZZZZ9.
           77 CNT-FIELD-4             PIC ZZZZ9.
           77 CNT-FIELD-5             PIC ZZZZ9.
      ******************************************************************
      * EDITED SCRATCH FIELDS FOR THE COMPARISON LINES - EACH LINE IS
      * A LABEL, THE BEFORE FIGURE, AND THE AFTER FIGURE
      ******************************************************************
           77 DTL-AMOUNT              PIC $,$$$,$$$,$$9.99-.
           77 DTL-AMOUNT-2            PIC $,$$$,$$$,$$9.99-.
           77 DTL-RATE                PIC ZZ9.999.
           77 DTL-RATE-2              PIC ZZ9.999.
           77 DTL-MONTHS              PIC ZZZ9.
           77 DTL-MONTHS-2            PIC ZZZ9.
           77 DTL-DATE                PIC X(10).
           77 DTL-DATE-2              PIC X(10).
           77 WS-FMT-DATE             PIC 9(8).
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "LOAN MODIFICATION - RECAST REGISTER AND ".
               05 FILLER PIC X(40) VALUE
                   "PAYMENT COMPARISON".
           01 WS-COMPARE-HDR.
               05 FILLER PIC X(40) VALUE
                   "                                        ".
               05 FILLER PIC X(40) VALUE
                   "           BEFORE             AFTER".
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
           PERFORM MOD-CHECK-OPERATOR
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
                 WS-MAST-STATUS
              STOP RUN
           END-IF
      ******************************************************************
      * FIRST MODIFICATION AGAINST AN EMPTY CATALOG - CREATE THE
      * HISTORY FILE, THEN REOPEN IT FOR UPDATING
      ******************************************************************
           OPEN I-O PAY-HIST-FILE
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
      ******************************************************************
      * THE JOURNAL EXTENDS ACROSS RUNS - ONE GROWING FILE IS THE
      * WHOLE CHANGE HISTORY
      ******************************************************************
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN CHANGE JOURNAL, "
                 "STATUS " WS-JRNL-STATUS
              CLOSE PAY-HIST-FILE
              CLOSE LOAN-MASTER-FILE
              STOP RUN
           END-IF
      ******************************************************************
      * NO SHEET ON CATALOG (STATUS 35) MEANS NO CHECK; ANYTHING
      * ELSE IS A BROKEN FILE, AND RUNNING ON WITH THE PRICING
      * CONTROL SILENTLY OFF IS NOT AN OPTION
      ******************************************************************
           OPEN INPUT RATE-SHEET-FILE
           IF WS-SHEET-STATUS = "00"
              SET WS-SHEET-ON-FILE TO TRUE
           ELSE
              IF WS-SHEET-STATUS NOT = "35"
                 DISPLAY "ABEND 054 - CANNOT OPEN RATE SHEET, "
                    "STATUS " WS-SHEET-STATUS
                 CLOSE PAY-HIST-FILE
                 CLOSE LOAN-MASTER-FILE
                 STOP RUN
              END-IF
           END-IF
           PERFORM MOD-READ-LIMITS
      ******************************************************************
      * THE QUEUE MAY HOLD APPROVED MODIFICATIONS EVEN WHEN NO
      * THRESHOLDS ARE IN FORCE TODAY - OPEN IT IF IT IS ON CATALOG
      * SO THEY ARE NOT STRANDED. NO QUEUE ON CATALOG MEANS NOTHING
      * WAS EVER HELD
      ******************************************************************
           IF NOT WS-PEND-FILE-OPEN
              OPEN I-O PENDING-FILE
              IF WS-PEND-STATUS = "00"
                 SET WS-PEND-FILE-OPEN TO TRUE
              ELSE
                 IF WS-PEND-STATUS NOT = "35"
                    DISPLAY "ABEND 054 - CANNOT OPEN PENDING QUEUE, "
                       "STATUS " WS-PEND-STATUS
                    STOP RUN
                 END-IF
              END-IF
           END-IF
           OPEN INPUT MOD-CARD-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF WS-PEND-FILE-OPEN
              PERFORM MOD-APPLY-RELEASED
           END-IF
           PERFORM UNTIL WS-NO-MORE-TXNS
              READ MOD-CARD-FILE
              AT END
                 SET WS-NO-MORE-TXNS TO TRUE
              NOT AT END
      ******************************************************************
      * BLANK CARDS AND COMMENT CARDS (* IN COLUMN 1) PASS THROUGH
      * WITHOUT COMMENT
      ******************************************************************
                 IF WS-CARD-RECORD(1:1) NOT = SPACE AND
                    WS-CARD-RECORD(1:1) NOT = "*"
                    ADD 1 TO WS-TXN-COUNT
                    MOVE WS-CARD-RECORD TO WS-MOD-CARD
                    MOVE 'N' TO WS-RELEASE-SWITCH
                    PERFORM MOD-APPLY-TXN
                 END-IF
              END-READ
           END-PERFORM
           MOVE WS-TXN-COUNT TO CNT-FIELD
           MOVE WS-APPLIED-COUNT TO CNT-FIELD-2
           MOVE WS-REJECTED-COUNT TO CNT-FIELD-3
           MOVE WS-PENDED-COUNT TO CNT-FIELD-4
           MOVE WS-RELEASED-COUNT TO CNT-FIELD-5
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "MODIFICATIONS READ="            DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  RELEASED FROM QUEUE="         DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-5)       DELIMITED BY SIZE
              "  APPLIED="                     DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  REJECTED="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-3)       DELIMITED BY SIZE
              "  PENDING APPROVAL="            DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-4)       DELIMITED BY SIZE
              "  OPERATOR="                    DELIMITED BY SIZE
              WS-OPERATOR-ID                   DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE MOD-CARD-FILE
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           IF WS-SHEET-ON-FILE
              CLOSE RATE-SHEET-FILE
           END-IF
           IF WS-PEND-FILE-OPEN
              CLOSE PENDING-FILE
           END-IF
           CLOSE PAY-HIST-FILE
           CLOSE LOAN-MASTER-FILE
           GOBACK.
      ******************************************************************
      * APPLY THE MODIFICATIONS A SECOND OPERATOR HAS APPROVED IN
      * LOANAPPR SINCE THE LAST RUN - STATUS R ON THE QUEUE. EACH IS
      * RE-EDITED AGAINST THE MASTER AS IT STANDS NOW AND, ONCE
      * APPLIED, MARKED A. ONE THAT NO LONGER PASSES STAYS R AND IS
      * REPORTED, FOR THE REVIEWER TO VOID IN LOANAPPR
      ******************************************************************
       MOD-APPLY-RELEASED SECTION.
           MOVE 'N' TO WS-PEND-EOF-SWITCH
           MOVE SPACES TO PD-TXN-ID
           START PENDING-FILE KEY NOT < PD-TXN-ID
              INVALID KEY
                 SET WS-NO-MORE-PENDING TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-PENDING
              READ PENDING-FILE NEXT RECORD
              AT END
                 SET WS-NO-MORE-PENDING TO TRUE
              NOT AT END
                 IF PD-STATUS-RELEASED AND PD-CARD(1:1) = "M"
                    ADD 1 TO WS-RELEASED-COUNT
                    MOVE PD-CARD TO WS-MOD-CARD
                    SET WS-TXN-RELEASED TO TRUE
                    PERFORM MOD-APPLY-TXN
                    IF NOT WS-TXN-REJECTED
                       MOVE 'A' TO PD-STATUS
      ******************************************************************
      * THE MASTER IS ALREADY MODIFIED - IF THE QUEUE RECORD CANNOT
      * BE MARKED APPLIED THE NEXT RUN WOULD RECAST THE LOAN AGAIN,
      * SO THE RUN HALTS FOR REPAIR INSTEAD
      ******************************************************************
                       REWRITE PEND-TXN-RECORD
                          INVALID KEY
                             DISPLAY "ABEND 054 - CANNOT MARK PENDING "
                                "RECORD APPLIED, STATUS "
                                WS-PEND-STATUS
                             STOP RUN
                       END-REWRITE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           MOVE 'N' TO WS-RELEASE-SWITCH
           EXIT.
      ******************************************************************
      * EDIT AND APPLY ONE MODIFICATION CARD, THEN REPORT IT - THE
      * MASTER IS ONLY TOUCHED ONCE THE WHOLE CARD HAS PASSED
      ******************************************************************
       MOD-APPLY-TXN SECTION.
           MOVE 'N' TO WS-EDIT-SWITCH
           MOVE 'N' TO WS-PEND-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF MT-LOAN-ID = SPACES
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "LOAN ID IS BLANK" TO WS-REJECT-REASON
           END-IF
           IF NOT WS-TXN-REJECTED
              IF MT-ACTION = "M"
                 PERFORM MOD-MODIFY-LOAN
              ELSE
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
              END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF WS-TXN-REJECTED
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "REJECTED "                    DELIMITED BY SIZE
                 MT-ACTION                      DELIMITED BY SIZE
                 " "                            DELIMITED BY SIZE
                 MT-LOAN-ID                     DELIMITED BY SIZE
                 " - "                          DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              IF WS-TXN-RELEASED
                 MOVE SPACES TO WS-REPORT-RECORD
                 STRING
                    "         RELEASED "        DELIMITED BY SIZE
                    PD-TXN-ID                   DELIMITED BY SIZE
                    " STAYS ON THE QUEUE - VOID IT IN LOANAPPR"
                                                DELIMITED BY SIZE
                    INTO WS-REPORT-RECORD
                 WRITE WS-REPORT-RECORD
              END-IF
           ELSE
              IF WS-TXN-PENDED
                 ADD 1 TO WS-PENDED-COUNT
                 MOVE SPACES TO WS-REPORT-RECORD
                 STRING
                    "PENDING  "                 DELIMITED BY SIZE
                    MT-ACTION                   DELIMITED BY SIZE
                    " "                         DELIMITED BY SIZE
                    MT-LOAN-ID                  DELIMITED BY SIZE
                    " - HELD FOR SECOND-OPERATOR APPROVAL AS "
                                                DELIMITED BY SIZE
                    PD-TXN-ID                   DELIMITED BY SIZE
                    INTO WS-REPORT-RECORD
                 WRITE WS-REPORT-RECORD
              ELSE
                 ADD 1 TO WS-APPLIED-COUNT
                 MOVE SPACES TO WS-REPORT-RECORD
                 IF WS-TXN-RELEASED
                    STRING
                       "APPLIED  "              DELIMITED BY SIZE
                       MT-ACTION                DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       MT-LOAN-ID               DELIMITED BY SIZE
                       "  RELEASED "            DELIMITED BY SIZE
                       PD-TXN-ID                DELIMITED BY SIZE
                       "  ENTRY="               DELIMITED BY SIZE
                       PD-ENTRY-OPER            DELIMITED BY SIZE
                       "  REVIEW="              DELIMITED BY SIZE
                       PD-REVIEW-OPER           DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                 ELSE
                    STRING
                       "APPLIED  "              DELIMITED BY SIZE
                       MT-ACTION                DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       MT-LOAN-ID               DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                 END-IF
                 WRITE WS-REPORT-RECORD
                 PERFORM MOD-PRINT-COMPARISON
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * MODIFY ONE LOAN - IT MUST BE ON FILE, ACTIVE, AND STILL OWE
      * SOMETHING; EVERY FIELD ON THE CARD MUST PASS ITS EDIT; THE
      * EFFECTIVE DATE CANNOT REACH BACK BEFORE THE ORIGINATION DATE
      * OR INTO A PERIOD ALREADY PAID
      ******************************************************************
       MOD-MODIFY-LOAN SECTION.
           MOVE MT-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "LOAN ID NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF NOT WS-TXN-REJECTED
              MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
      ******************************************************************
      * A MASTER RECORD WRITTEN BEFORE THE BALANCE FIELDS EXISTED
      * CARRIES BLANKS THERE - TAKE IT AS A LOAN STILL OWING ITS FULL
      * AMOUNT WITH NO POSTINGS AND NO FEES
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
              IF LM-STATUS-CLOSED
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "LOAN IS CLOSED" TO WS-REJECT-REASON
              ELSE
                 IF LM-CURRENT-BALANCE NOT > 0
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "LOAN HAS NO BALANCE TO RECAST"
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              PERFORM MOD-EDIT-DATE
           END-IF
           IF NOT WS-TXN-REJECTED
              IF WS-EFF-DATE < LM-ORIG-DATE
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "EFFECTIVE DATE BEFORE ORIGINATION DATE"
                    TO WS-REJECT-REASON
              ELSE
                 IF WS-EFF-DATE < LM-PAID-THRU-DATE
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "EFFECTIVE DATE BEFORE PAID-THROUGH DATE"
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              IF MT-RATE = SPACES
                 MOVE LM-INTEREST-RATE TO WS-NEW-RATE
              ELSE
                 PERFORM MOD-EDIT-RATE
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              IF MT-YEARS = SPACES
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "NEW TERM IN YEARS IS BLANK" TO WS-REJECT-REASON
              ELSE
                 PERFORM MOD-EDIT-YEARS
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              IF MT-CAPITALIZE NOT = SPACE AND
                 MT-CAPITALIZE NOT = "Y" AND
                 MT-CAPITALIZE NOT = "N"
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "CAPITALIZE FLAG NOT Y OR N" TO WS-REJECT-REASON
              END-IF
           END-IF
      ******************************************************************
      * THE MODIFIED LOAN IS PRICED AS A NEW ONE WOULD BE - THE BAND
      * IN EFFECT ON THE EFFECTIVE DATE FOR THE NEW TERM - WHETHER
      * THE RATE WAS KEYED OR CARRIED OVER
      ******************************************************************
           IF NOT WS-TXN-REJECTED
              MOVE WS-EFF-DATE TO WS-CHECK-DATE
              MOVE WS-NEW-YEARS TO WS-CHECK-YEARS
              PERFORM MOD-CHECK-RATE-SHEET
           END-IF
           IF NOT WS-TXN-REJECTED
              PERFORM MOD-FIGURE-RECAST
              IF WS-NEW-BALANCE > WS-MAX-LOAN-AMOUNT
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "NEW BALANCE OUT OF RANGE" TO WS-REJECT-REASON
              END-IF
           END-IF
      ******************************************************************
      * A MODIFICATION CROSSING A DUAL-CONTROL THRESHOLD - THE NEW
      * LOAN AMOUNT ABOVE THE LIMIT, OR THE RATE MOVING BY MORE THAN
      * THE SPREAD - PASSES ITS EDITS AND THEN WAITS FOR A SECOND
      * OPERATOR. ONE RELEASED OFF THE QUEUE HAS ALREADY HAD ITS
      * SECOND OPERATOR
      ******************************************************************
           IF NOT WS-TXN-REJECTED AND NOT WS-TXN-RELEASED
              IF WS-NEW-BALANCE > WS-AMT-LIMIT
                 SET WS-TXN-PENDED TO TRUE
              END-IF
              COMPUTE WS-RATE-MOVE = WS-NEW-RATE - LM-INTEREST-RATE
              IF WS-RATE-MOVE < 0
                 COMPUTE WS-RATE-MOVE = 0 - WS-RATE-MOVE
              END-IF
              IF WS-RATE-MOVE > WS-RATE-SPREAD
                 SET WS-TXN-PENDED TO TRUE
              END-IF
              IF WS-TXN-PENDED
                 PERFORM MOD-WRITE-PENDING
              END-IF
           END-IF
      ******************************************************************
      * APPLY - THE RECAST BECOMES THE LOAN'S TERMS OF RECORD. THE
      * EFFECTIVE DATE TAKES THE ORIGINATION DATE'S PLACE AS THE
      * START OF THE SCHEDULE AND THE DUE-DAY ANCHOR, THE NEW
      * PRINCIPAL IS BOTH THE LOAN AMOUNT AND THE BALANCE, AND THE
      * PAID-THROUGH POSITION IS CLEARED SO THE FIRST PAYMENT UNDER
      * THE NEW TERMS FALLS DUE ONE MONTH AFTER THE EFFECTIVE DATE -
      * EXACTLY AS FOR A NEW LOAN, SO EVERY PROGRAM THAT BILLS, AGES
      * OR POSTS AGAINST THE MASTER PICKS UP THE NEW PAYMENT WITHOUT
      * CHANGE. OUTSTANDING FEES ARE NOT TOUCHED
      ******************************************************************
           IF NOT WS-TXN-REJECTED AND NOT WS-TXN-PENDED
              MOVE WS-EFF-DATE TO LM-ORIG-DATE
              MOVE WS-NEW-BALANCE TO LM-LOAN-AMOUNT
              MOVE WS-NEW-YEARS TO LM-TERM-YEARS
              MOVE WS-NEW-RATE TO LM-INTEREST-RATE
              MOVE WS-NEW-BALANCE TO LM-CURRENT-BALANCE
              MOVE 0 TO LM-PAID-THRU-DATE
              REWRITE LOAN-MASTER-RECORD
                 INVALID KEY
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "REWRITE FAILED" TO WS-REJECT-REASON
              END-REWRITE
           END-IF
           IF NOT WS-TXN-REJECTED AND NOT WS-TXN-PENDED
              PERFORM MOD-WRITE-HISTORY
              PERFORM MOD-WRITE-JOURNAL
           END-IF
           EXIT.
      ******************************************************************
      * FIGURE THE RECAST. THE OLD SCHEDULE IS WALKED DUE DATE BY DUE
      * DATE FROM THE ORIGINATION DATE, THE DAY ANCHORED THE WAY THE
      * AGING RUN ANCHORS IT: EVERY INSTALLMENT ON OR BEFORE THE
      * PAID-THROUGH DATE IS PAID, EVERY ONE AFTER IT AND ON OR
      * BEFORE THE EFFECTIVE DATE IS PAST DUE, AND THE FIRST ONE
      * AFTER THE PAID-THROUGH DATE IS THE NEXT DUE. EACH PAST-DUE
      * INSTALLMENT OWES A MONTH'S INTEREST ON THE BALANCE AT THE OLD
      * RATE; THAT IS THE INTEREST CAPITALIZED WHEN THE CARD ASKS
      ******************************************************************
       MOD-FIGURE-RECAST SECTION.
           MOVE LM-ORIG-DATE TO WS-OLD-ORIG-DATE
           MOVE LM-INTEREST-RATE TO WS-OLD-RATE
           MOVE LM-CURRENT-BALANCE TO WS-OLD-BALANCE
           DIVIDE LM-INTEREST-RATE BY 1200 GIVING WS-R
           MULTIPLY LM-TERM-YEARS BY 12 GIVING WS-N
           COMPUTE WS-TMP = (LM-LOAN-AMOUNT * (1.0 + WS-R) ** WS-N
              * WS-R) / ((1.0 + WS-R) ** WS-N - 1.0)
           MOVE WS-TMP TO WS-OLD-PAYMENT
           COMPUTE WS-MONTH-INTEREST ROUNDED =
              LM-CURRENT-BALANCE * WS-R
           MOVE LM-ORIG-DATE TO WS-DUE-DATE
           MOVE LM-ORIG-DATE TO WS-ANCHOR-DATE
           MOVE 0 TO WS-PAID-COUNT
           MOVE 0 TO WS-MISSED-COUNT
           MOVE 0 TO WS-OLD-NEXT-DUE
           PERFORM VARYING WS-PERIOD-NO FROM 1 BY 1
              UNTIL WS-PERIOD-NO > WS-N
              PERFORM MOD-ADVANCE-ONE-MONTH
              IF WS-DUE-DATE NOT > LM-PAID-THRU-DATE
                 ADD 1 TO WS-PAID-COUNT
              ELSE
                 IF WS-OLD-NEXT-DUE = 0
                    MOVE WS-DUE-DATE TO WS-OLD-NEXT-DUE
                 END-IF
                 IF WS-DUE-DATE NOT > WS-EFF-DATE
                    ADD 1 TO WS-MISSED-COUNT
                 ELSE
                    MOVE WS-N TO WS-PERIOD-NO
                 END-IF
              END-IF
           END-PERFORM
           SUBTRACT WS-PAID-COUNT FROM WS-N GIVING WS-OLD-REMAINING
           COMPUTE WS-PAST-DUE-INTEREST =
              WS-MISSED-COUNT * WS-MONTH-INTEREST
           IF MT-CAPITALIZE = "Y"
              MOVE WS-PAST-DUE-INTEREST TO WS-CAPITALIZED
           ELSE
              MOVE 0 TO WS-CAPITALIZED
           END-IF
           ADD LM-CURRENT-BALANCE WS-CAPITALIZED GIVING WS-NEW-BALANCE
      ******************************************************************
      * THE NEW LEVEL PAYMENT - THE NEW PRINCIPAL OVER THE NEW TERM
      * AT THE NEW RATE, THE FIRST OF IT DUE ONE ANCHORED MONTH
      * AFTER THE EFFECTIVE DATE
      ******************************************************************
           DIVIDE WS-NEW-RATE BY 1200 GIVING WS-R
           MULTIPLY WS-NEW-YEARS BY 12 GIVING WS-NEW-REMAINING
           MOVE WS-NEW-REMAINING TO WS-N
           COMPUTE WS-TMP = (WS-NEW-BALANCE * (1.0 + WS-R) ** WS-N
              * WS-R) / ((1.0 + WS-R) ** WS-N - 1.0)
           MOVE WS-TMP TO WS-NEW-PAYMENT
           SUBTRACT WS-OLD-PAYMENT FROM WS-NEW-PAYMENT
              GIVING WS-PAYMENT-CHANGE
           MOVE WS-EFF-DATE TO WS-DUE-DATE
           MOVE WS-EFF-DATE TO WS-ANCHOR-DATE
           PERFORM MOD-ADVANCE-ONE-MONTH
           MOVE WS-DUE-DATE TO WS-NEW-NEXT-DUE
           EXIT.
      ******************************************************************
      * HOLD THE NEW RATE AGAINST THE PRICING BAND IN EFFECT ON
      * WS-CHECK-DATE FOR A TERM OF WS-CHECK-YEARS. THE SHEET IN
      * EFFECT IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER
      * THE CHECK DATE; READING THE FILE IN KEY ORDER MEANS THE LAST
      * COVERING BAND SEEN BEFORE THE DATE PASSES IS THE ONE IN
      * EFFECT. NO SHEET OR NO COVERING BAND MEANS NO CHECK
      ******************************************************************
       MOD-CHECK-RATE-SHEET SECTION.
           IF WS-SHEET-ON-FILE
              MOVE 'N' TO WS-BAND-SWITCH
              MOVE 'N' TO WS-SHEET-EOF-SWITCH
              MOVE 0 TO RS-EFF-DATE
              MOVE 0 TO RS-TERM-FROM
              START RATE-SHEET-FILE KEY NOT < RS-SHEET-KEY
                 INVALID KEY
                    SET WS-NO-MORE-SHEET TO TRUE
              END-START
              PERFORM UNTIL WS-NO-MORE-SHEET
                 READ RATE-SHEET-FILE NEXT RECORD
                 AT END
                    SET WS-NO-MORE-SHEET TO TRUE
                 NOT AT END
                    IF RS-EFF-DATE > WS-CHECK-DATE
                       SET WS-NO-MORE-SHEET TO TRUE
                    ELSE
                       IF WS-CHECK-YEARS >= RS-TERM-FROM AND
                          WS-CHECK-YEARS <= RS-TERM-TO
                          SET WS-BAND-FOUND TO TRUE
                          MOVE RS-FLOOR-RATE TO WS-BAND-FLOOR
                          MOVE RS-CEILING-RATE TO WS-BAND-CEILING
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              IF WS-BAND-FOUND
                 IF WS-NEW-RATE < WS-BAND-FLOOR OR
                    WS-NEW-RATE > WS-BAND-CEILING
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "RATE OUTSIDE RATE SHEET BAND"
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * READ THE DUAL-CONTROL THRESHOLD CARDS - KEYWORD=VALUE, ONE
      * PER CARD. NO LIMIN FILE ON CATALOG LEAVES THE THRESHOLDS
      * WIDE OPEN; WHEN THRESHOLDS ARE IN FORCE THE PENDING QUEUE IS
      * OPENED FOR THE CAPTURES, CREATED ON FIRST USE. AN UNKNOWN
      * KEYWORD STOPS THE RUN RATHER THAN LETTING A MISKEYED LIMIT
      * SIT SILENTLY WIDE OPEN
      ******************************************************************
       MOD-READ-LIMITS SECTION.
           OPEN INPUT LIMIT-CARD-FILE
           IF WS-LIMIT-STATUS NOT = "35"
              IF WS-LIMIT-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN LIMIN CONTROL "
                    "CARDS, STATUS " WS-LIMIT-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-NO-MORE-LIMITS
                 READ LIMIT-CARD-FILE
                 AT END
                    SET WS-NO-MORE-LIMITS TO TRUE
                 NOT AT END
                    IF WS-LIMIT-CARD(1:1) NOT = SPACE AND
                       WS-LIMIT-CARD(1:1) NOT = "*"
                       MOVE SPACES TO WS-LIMIT-KEY
                       MOVE SPACES TO WS-LIMIT-VALUE
                       UNSTRING WS-LIMIT-CARD DELIMITED BY "="
                          INTO WS-LIMIT-KEY WS-LIMIT-VALUE
                       IF WS-LIMIT-KEY = "AMTLIMIT"
                          MOVE WS-LIMIT-VALUE TO WS-AMT-LIMIT
                       ELSE
                       IF WS-LIMIT-KEY = "RATESPREAD"
                          MOVE WS-LIMIT-VALUE TO WS-RATE-SPREAD
                       ELSE
                          DISPLAY "ABEND 054 - UNKNOWN CONTROL "
                             "CARD: '" FUNCTION TRIM(WS-LIMIT-KEY)
                             "'"
                          CLOSE LIMIT-CARD-FILE
                          STOP RUN
                       END-IF
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE LIMIT-CARD-FILE
              OPEN I-O PENDING-FILE
              IF WS-PEND-STATUS = "35"
                 OPEN OUTPUT PENDING-FILE
                 CLOSE PENDING-FILE
                 OPEN I-O PENDING-FILE
              END-IF
              IF WS-PEND-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN PENDING QUEUE, "
                    "STATUS " WS-PEND-STATUS
                 STOP RUN
              END-IF
              SET WS-PEND-FILE-OPEN TO TRUE
           END-IF
           EXIT.
      ******************************************************************
      * CAPTURE ONE OVER-THRESHOLD CARD TO THE PENDING QUEUE - THE
      * CARD VERBATIM, WHO KEYED IT, AND A TIMESTAMP KEY WITH A
      * SEQUENCE TIE-BREAK FOR TWO CAPTURES IN THE SAME SECOND
      ******************************************************************
       MOD-WRITE-PENDING SECTION.
           IF NOT WS-PEND-FILE-OPEN
              DISPLAY "ABEND 054 - PENDING QUEUE NOT OPEN"
              STOP RUN
           END-IF
           MOVE SPACES TO PEND-TXN-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO PD-TIMESTAMP
           MOVE 1 TO PD-SEQ-NO
           MOVE 'P' TO PD-STATUS
           MOVE WS-OPERATOR-ID TO PD-ENTRY-OPER
           MOVE SPACES TO PD-REVIEW-OPER
           MOVE SPACES TO PD-REVIEW-TIME
           MOVE WS-MOD-CARD TO PD-CARD
           MOVE 'N' TO WS-PEND-WRITE-SWITCH
           PERFORM UNTIL WS-PEND-WRITTEN OR PD-SEQ-NO > 998
              WRITE PEND-TXN-RECORD
                 INVALID KEY
                    ADD 1 TO PD-SEQ-NO
                 NOT INVALID KEY
                    SET WS-PEND-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM
           IF NOT WS-PEND-WRITTEN
              DISPLAY "ABEND 054 - CANNOT WRITE PENDING RECORD, "
                 "STATUS " WS-PEND-STATUS
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * FIND THE LOAN'S LAST HISTORY SEQUENCE NUMBER - ZERO WHEN
      * NOTHING HAS EVER POSTED
      ******************************************************************
       MOD-FIND-LAST-SEQ SECTION.
           MOVE 0 TO WS-LAST-SEQ-NO
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
                 ELSE
                    SET WS-NO-MORE-HISTORY TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      * MARK THE RECAST IN THE PAYMENT HISTORY - A TYPE M RECORD AT
      * THE EFFECTIVE DATE MOVING NO MONEY, WITH THE NEW PRINCIPAL AS
      * ITS BALANCE-AFTER AND THE ORIGINATION DATE THE LOAN HAD
      * BEFORE. IT BOUNDS THE POSTINGS MADE UNDER THE OLD TERMS, SO
      * NONE OF THEM CAN BE REVERSED ACROSS IT, AND IT TELLS THE
      * SUBLEDGER PROOF WHERE THE SCHEDULE STARTED AGAIN
      ******************************************************************
       MOD-WRITE-HISTORY SECTION.
           PERFORM MOD-FIND-LAST-SEQ
           ADD 1 TO WS-LAST-SEQ-NO GIVING WS-NEXT-SEQ-NO
           MOVE SPACES TO PAY-HIST-RECORD
           MOVE LM-LOAN-ID TO PH-LOAN-ID
           MOVE WS-NEXT-SEQ-NO TO PH-SEQ-NO
           MOVE WS-EFF-DATE TO PH-POST-DATE
           SET PH-TYPE-MODIFICATION TO TRUE
           MOVE 0 TO PH-PAY-AMOUNT
           MOVE 0 TO PH-PRINCIPAL-PAID
           MOVE 0 TO PH-INTEREST-PAID
           MOVE WS-NEW-BALANCE TO PH-BALANCE-AFTER
           MOVE WS-OLD-ORIG-DATE TO PH-PRIOR-ORIG-DATE
      ******************************************************************
      * THE MASTER HAS ALREADY BEEN REWRITTEN - A RECAST THE HISTORY
      * CANNOT RECORD MUST HALT THE RUN FOR REPAIR, NOT GO TO THE
      * REGISTER AS A REJECT THAT CONTRADICTS THE FILE
      ******************************************************************
           WRITE PAY-HIST-RECORD
              INVALID KEY
                 DISPLAY "ABEND 054 - HISTORY WRITE FAILED FOR LOAN '"
                    LM-LOAN-ID "', STATUS " WS-HIST-STATUS
                 DISPLAY "MASTER ALREADY MODIFIED - REPAIR THE "
                    "HISTORY FILE BEFORE RERUNNING"
                 STOP RUN
           END-WRITE
           EXIT.
      ******************************************************************
      * ONE JOURNAL RECORD PER APPLIED MODIFICATION - THE LOAN'S
      * TERMS AS READ, THE TERMS IT NOW HAS, THE CARD, AND THE
      * OPERATOR OF RECORD
      ******************************************************************
       MOD-WRITE-JOURNAL SECTION.
           IF WS-TXN-RELEASED
              MOVE PD-REVIEW-OPER TO WS-JRNL-OPERATOR
           ELSE
              MOVE WS-OPERATOR-ID TO WS-JRNL-OPERATOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRNL-TIMESTAMP
           MOVE SPACES TO MAINT-JOURNAL-RECORD
           MOVE WS-JRNL-TIMESTAMP TO JR-TIMESTAMP
           MOVE MT-ACTION TO JR-ACTION
           MOVE WS-JRNL-OPERATOR TO JR-OPERATOR
           MOVE WS-MOD-CARD TO JR-CARD
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD
           EXIT.
      ******************************************************************
      * THE BEFORE/AFTER COMPARISON FOR THE BORROWER LETTER - RATE,
      * REMAINING TERM, PRINCIPAL, LEVEL PAYMENT, AND NEXT DUE DATE
      * UNDER THE OLD TERMS AND THE NEW, THEN THE PAST-DUE INTEREST
      * AND WHETHER IT WAS CAPITALIZED, AND THE CHANGE IN PAYMENT
      ******************************************************************
       MOD-PRINT-COMPARISON SECTION.
           MOVE WS-EFF-DATE TO WS-FMT-DATE
           PERFORM MOD-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         "                      DELIMITED BY SIZE
              LM-BORROWER-NAME                 DELIMITED BY SIZE
              "  EFFECTIVE "                   DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-COMPARE-HDR TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-OLD-RATE TO DTL-RATE
           MOVE WS-NEW-RATE TO DTL-RATE-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         INTEREST RATE                  "
                                               DELIMITED BY SIZE
              "          "                     DELIMITED BY SIZE
              DTL-RATE                         DELIMITED BY SIZE
              "%          "                    DELIMITED BY SIZE
              DTL-RATE-2                       DELIMITED BY SIZE
              "%"                              DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-OLD-REMAINING TO DTL-MONTHS
           MOVE WS-NEW-REMAINING TO DTL-MONTHS-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         REMAINING TERM (MONTHS)        "
                                               DELIMITED BY SIZE
              "             "                  DELIMITED BY SIZE
              DTL-MONTHS                       DELIMITED BY SIZE
              "              "                 DELIMITED BY SIZE
              DTL-MONTHS-2                     DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-OLD-BALANCE TO DTL-AMOUNT
           MOVE WS-NEW-BALANCE TO DTL-AMOUNT-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         PRINCIPAL BALANCE              "
                                               DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              DTL-AMOUNT-2                     DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-OLD-PAYMENT TO DTL-AMOUNT
           MOVE WS-NEW-PAYMENT TO DTL-AMOUNT-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         MONTHLY PAYMENT (P&I)          "
                                               DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              DTL-AMOUNT-2                     DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-OLD-NEXT-DUE TO WS-FMT-DATE
           PERFORM MOD-FORMAT-DATE
           MOVE DTL-DATE TO DTL-DATE-2
           MOVE WS-NEW-NEXT-DUE TO WS-FMT-DATE
           PERFORM MOD-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         NEXT PAYMENT DUE               "
                                               DELIMITED BY SIZE
              "       "                        DELIMITED BY SIZE
              DTL-DATE-2                       DELIMITED BY SIZE
              "        "                       DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-MISSED-COUNT TO DTL-MONTHS
           MOVE WS-PAST-DUE-INTEREST TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           IF WS-CAPITALIZED NOT = 0
              STRING
                 "         PAST-DUE INSTALLMENTS CURED="
                                               DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-MONTHS)     DELIMITED BY SIZE
                 "  INTEREST "                 DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-AMOUNT)     DELIMITED BY SIZE
                 " CAPITALIZED"                DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
           ELSE
              STRING
                 "         PAST-DUE INSTALLMENTS CURED="
                                               DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-MONTHS)     DELIMITED BY SIZE
                 "  INTEREST "                 DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-AMOUNT)     DELIMITED BY SIZE
                 " NOT CAPITALIZED"            DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
           END-IF
           WRITE WS-REPORT-RECORD
           MOVE WS-PAYMENT-CHANGE TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "         PAYMENT CHANGE                 "
                                               DELIMITED BY SIZE
              "                  "             DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * FIELD EDITS - EACH MOVES THE CARD TEXT TO ITS NUMERIC FIELD
      * AND BOUNDS-CHECKS IT, SETTING THE REJECT SWITCH AND REASON ON
      * FAILURE
      ******************************************************************
       MOD-EDIT-YEARS SECTION.
           MOVE MT-YEARS TO WS-NEW-YEARS
           IF WS-NEW-YEARS <= 0 OR
              WS-NEW-YEARS > WS-MAX-TERM-YEARS
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "NEW TERM IN YEARS OUT OF RANGE" TO WS-REJECT-REASON
           END-IF
           EXIT.
       MOD-EDIT-RATE SECTION.
           MOVE MT-RATE TO WS-NEW-RATE
           IF WS-NEW-RATE <= 0 OR
              WS-NEW-RATE > WS-MAX-INTEREST-RATE
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "INTEREST RATE OUT OF RANGE" TO WS-REJECT-REASON
           END-IF
           EXIT.
      ******************************************************************
      * THE EFFECTIVE DATE HAS TO BE A REAL CALENDAR DATE - LEAP
      * YEARS INCLUDED - SINCE IT BECOMES THE START OF THE NEW
      * SCHEDULE AND THE DAY EVERY PAYMENT FALLS DUE ON
      ******************************************************************
       MOD-EDIT-DATE SECTION.
           IF MT-EFF-DATE = SPACES
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "EFFECTIVE DATE IS BLANK" TO WS-REJECT-REASON
           ELSE
              MOVE MT-EFF-DATE TO WS-EFF-DATE
              MOVE WS-EF-YYYY TO WS-DIM-YYYY
              MOVE WS-EF-MM TO WS-DIM-MM
              PERFORM MOD-DAYS-IN-MONTH
              IF WS-EF-YYYY < 1900 OR WS-EF-MM < 1 OR WS-EF-MM > 12
                 OR WS-EF-DD < 1 OR WS-EF-DD > WS-DAYS-IN-MONTH
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * ADD ONE CALENDAR MONTH TO THE ROLLING DUE DATE, ANCHORING THE
      * DAY TO THE ANCHOR DAY AND CLAMPING TO THE SHORTER MONTHS -
      * THE SAME STEP LOANPOST TAKES FOR A REGULAR PAYMENT
      ******************************************************************
       MOD-ADVANCE-ONE-MONTH SECTION.
           ADD 1 TO WS-DU-MM
           IF WS-DU-MM > 12
              MOVE 1 TO WS-DU-MM
              ADD 1 TO WS-DU-YYYY
           END-IF
           MOVE WS-DU-YYYY TO WS-DIM-YYYY
           MOVE WS-DU-MM TO WS-DIM-MM
           PERFORM MOD-DAYS-IN-MONTH
           IF WS-AN-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-DU-DD
           ELSE
              MOVE WS-AN-DD TO WS-DU-DD
           END-IF
           EXIT.
      ******************************************************************
      * DAYS IN THE MONTH AT WS-DIM-YYYY/WS-DIM-MM, LEAP YEARS
      * INCLUDED
      ******************************************************************
       MOD-DAYS-IN-MONTH SECTION.
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
      * YYYYMMDD IN WS-FMT-DATE TO YYYY-MM-DD IN DTL-DATE - A ZERO
      * DATE (NONE LEFT ON THE OLD SCHEDULE) SHOWS AS A DASH
      ******************************************************************
       MOD-FORMAT-DATE SECTION.
           MOVE SPACES TO DTL-DATE
           IF WS-FMT-DATE = 0
              MOVE "-" TO DTL-DATE
           ELSE
              STRING
                 WS-FMT-DATE(1:4)   DELIMITED BY SIZE
                 "-"                DELIMITED BY SIZE
                 WS-FMT-DATE(5:2)   DELIMITED BY SIZE
                 "-"                DELIMITED BY SIZE
                 WS-FMT-DATE(7:2)   DELIMITED BY SIZE
                 INTO DTL-DATE
           END-IF
           EXIT.
      ******************************************************************
      * HOLD THE PARM OPERATOR AGAINST THE OPERSEC SECURITY FILE
      * BEFORE ANY OTHER FILE IS OPENED - THE ID MUST BE ON FILE,
      * ACTIVE, AND CLEARED FOR THIS PROGRAM'S FUNCTION. A REFUSED
      * RUN IS LOGGED TO ACCVIOL AND STOPS HERE HAVING TOUCHED
      * NOTHING. NO SECURITY FILE ON CATALOG STOPS THE RUN AS WELL -
      * THE CONTROL FAILS CLOSED, NEVER OPEN
      ******************************************************************
       MOD-CHECK-OPERATOR SECTION.
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
                    IF NOT OP-MAY-MAINT-LOANS
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
              MOVE "LOANMOD" TO AV-PROGRAM
              MOVE WS-OPERATOR-ID TO AV-OPERATOR
              MOVE "MAINTAIN LOANS" TO AV-FUNCTION
              MOVE WS-DENY-REASON TO AV-REASON
              WRITE ACCESS-VIOLATION-RECORD
              CLOSE VIOLATION-FILE
              DISPLAY "ABEND 054 - OPERATOR '"
                 FUNCTION TRIM(WS-OPERATOR-ID) "' REFUSED - "
                 FUNCTION TRIM(WS-DENY-REASON)
              STOP RUN
           END-IF
           EXIT.
