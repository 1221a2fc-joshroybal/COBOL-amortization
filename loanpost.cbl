      * COBOL PROGRAM POSTS THE DAY'S BORROWER PAYMENT TRANSACTIONS
      * AGAINST THE INDEXED LOAN MASTER - EACH PAYMENT IS SPLIT INTO
      * PRINCIPAL AND INTEREST WITH THE SAME LEVEL-PAYMENT MONTHLY
      * RATE THE OVERNIGHT RUN USES, AFTER FIRST CLEARING ANY LATE
      * CHARGES OUTSTANDING, THE MASTER'S CURRENT BALANCE AND
      * PAID-THROUGH POSITION ARE ROLLED FORWARD, AND EVERY POSTING
      * IS WRITTEN TO THE KEYED PAYMENT HISTORY FILE. A PAYMENT THE
      * BANK RETURNS UNPAID (NSF) IS BACKED OUT HERE TOO, AGAINST THE
      * HISTORY RECORD IT POSTED AS. A PAYOFF RECEIPT RETIRES THE
      * LOAN OUTRIGHT - PER-DIEM INTEREST TO THE RECEIPT DATE THE WAY
      * THE PAYOFF QUOTE FIGURES IT, THE LOAN CLOSED AND JOURNALED,
      * AND THE TITLE DESK TOLD TO RELEASE THE LIEN. EVERY CARD IS
      * REPORTED AS APPLIED, PAID OFF, REVERSED, OR REJECTED SO THE
      * MASTER NEVER CHANGES SILENTLY. THE RUN OPENS THE NIGHTLY
      * CYCLE - IT POSTS FOR THE BUSINESS DATE ON THE CYCLE CONTROL
      * FILE, ONCE, AND SIGNS OFF THERE WHEN THE REGISTER IS DONE.
      * THE BANK'S CARDS THE REMITTANCE INTAKE BUILT ARE EMPTIED OUT
      * ONCE POSTED, SO A NIGHT THE INTAKE DOES NOT RUN CAN NEVER
      * POST YESTERDAY'S DEPOSIT A SECOND TIME
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANPOST.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "POSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT LIEN-FILE ASSIGN TO "LIENOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-CARD-FILE ASSIGN TO "PAYREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
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
      * PAYMENT TRANSACTION CARD - FIXED COLUMNS. PAYMENT TYPE R IS A
      * REGULAR PAYMENT SPLIT INTO PRINCIPAL AND INTEREST, C IS A
      * CURTAILMENT APPLIED WHOLLY TO PRINCIPAL; A BLANK TYPE IS
      * TAKEN AS R. TYPE N REVERSES A RETURNED (NSF) PAYMENT - THE
      * ORIGINAL SEQUENCE NUMBER NAMES THE PAYMENT HISTORY RECORD IT
      * POSTED AS, AND THE AMOUNT IS THE RETURNED ITEM'S, WHICH HAS
      * TO AGREE WITH THAT POSTING. TYPE P IS A PAYOFF RECEIVED ON
      * THE POST DATE - IT MUST COVER THE PAYOFF FOR THAT DATE, AND
      * ANYTHING OVER IS A REFUND DUE. AMOUNT IS KEYED WITH EXPLICIT
      * DECIMALS AS PLAIN TEXT AND EDITED HERE
      ******************************************************************
       01 PAY-TXN-CARD.
           05 PT-LOAN-ID          PIC X(8).
           05 PT-POST-DATE        PIC X(8).
           05 PT-AMOUNT           PIC X(14).
           05 PT-PAY-TYPE         PIC X.
           05 PT-ORIG-SEQ-NO      PIC X(5).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
       FD JOURNAL-FILE.
       COPY "loanjrnl.cpy".
       FD LIEN-FILE.
      ******************************************************************
      * LIEN RELEASE / PAID-IN-FULL EXTRACT - ONE RECORD PER LOAN
      * PAID OFF IN THE RUN, FOR THE TITLE DESK TO PREPARE THE
      * RELEASE OF LIEN AND THE PAID-IN-FULL LETTER. AMOUNTS ARE
      * SIGNED WITH TWO IMPLIED DECIMALS
      ******************************************************************
       01 LIEN-RELEASE-RECORD.
           05 LR-LOAN-ID          PIC X(8).
           05 LR-BORROWER-NAME    PIC X(30).
           05 LR-ORIG-DATE        PIC 9(8).
           05 LR-LOAN-AMOUNT      PIC S9(11)V99.
           05 LR-PAID-IN-FULL-DATE PIC 9(8).
           05 LR-PAYOFF-AMOUNT    PIC S9(11)V99.
           05 LR-REFUND-DUE       PIC S9(11)V99.
           05 FILLER              PIC X(27).
       FD REMIT-CARD-FILE.
       01 REMIT-CARD-RECORD       PIC X(36).
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD       PIC X(160).
       FD OPER-SEC-FILE.
       COPY "opersec.cpy".
       FD VIOLATION-FILE.
       COPY "accviol.cpy".
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
               88 WS-TXN-REJECTED     VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
      ******************************************************************
      * THE CYCLE CONTROL RECORD - READ AT THE START FOR THE BUSINESS
      * DATE, REWRITTEN AT THE END WITH THIS RUN'S SIGN-OFF
      ******************************************************************
           77 WS-CYCLE-STATUS         PIC X(2).
           COPY "cyclctl.cpy".
           77 WS-REMIT-STATUS         PIC X(2).
      ******************************************************************
      * SAME SANE UPPER BOUND AS THE OTHER PROGRAMS - A PAYMENT
      * BIGGER THAN THE LARGEST LOAN WE'LL EVEN BOOK IS A KEYING
      * ERROR, NOT A RECEIPT
           77 WS-INTEREST-PAID        PIC S9(11)V99.
           77 WS-NEW-BALANCE          PIC S9(11)V99.
      ******************************************************************
      * LATE CHARGES COME OFF A REGULAR PAYMENT BEFORE ANYTHING ELSE -
      * WHAT THIS CARD TAKES AGAINST THE FEE BALANCE, WHAT IS LEFT OF
      * THE PAYMENT FOR INTEREST AND PRINCIPAL, AND THE FEE BALANCE
      * THE POSTING LEAVES
      ******************************************************************
           77 WS-FEE-PAID             PIC S9(11)V99.
           77 WS-AFTER-FEES           PIC S9(11)V99.
           77 WS-NEW-FEE-BALANCE      PIC S9(7)V99.
      ******************************************************************
      * THE PAYOFF ROLL-FORWARD - LOANPAYO'S PER-DIEM AT RATE/365 ON
      * THE CURRENT BALANCE FOR EVERY DAY FROM THE PAID-THROUGH DATE
      * (THE ORIGINATION DATE IF NOTHING HAS POSTED) TO THE RECEIPT
      * DATE, SO THE FIGURE THE TITLE COMPANY WAS QUOTED IS THE
      * FIGURE POSTED. WHAT THE RECEIPT BRINGS OVER THE PAYOFF IS
      * REFUNDED TO THE REMITTER, NOT APPLIED
      ******************************************************************
           77 WS-PER-DIEM             PIC S9(9)V99.
           77 WS-ACCRUED-DAYS         PIC S9(5).
           77 WS-ACCRUE-FROM-DATE     PIC 9(8).
           77 WS-PAYOFF-AMOUNT        PIC S9(11)V99.
           77 WS-REFUND-DUE           PIC S9(11)V99.
      ******************************************************************
      * CHANGE JOURNAL - A PAYOFF CLOSES THE LOAN, SO LIKE A LOANMNT
      * CLOSE IT WRITES ONE MNTJRNL RECORD WITH THE MASTER'S BEFORE-
      * AND AFTER-IMAGE. THE BEFORE-IMAGE IS SAVED AS SOON AS THE
      * RECORD IS READ, BEFORE ANY FIELD IS TOUCHED
      ******************************************************************
           77 WS-JRNL-STATUS          PIC X(2).
           01 WS-BEFORE-IMAGE         PIC X(115).
           77 WS-JRNL-TIMESTAMP       PIC X(14).
      ******************************************************************
      * THE OPERATOR RUNNING THE POSTING, KEYED ON THE PARM AS
      * OPER=XXXXXXXX - CLEARED AGAINST THE OPERSEC SECURITY FILE
      * TO POST PAYMENTS BEFORE ANYTHING IS OPENED, AND NAMED ON THE
      * JOURNAL RECORD OF EVERY PAYOFF CLOSE
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
      * THE MASTER'S PAID-THROUGH DATE AS THIS CARD FOUND IT, CARRIED
      * ONTO THE HISTORY RECORD, AND FOR A REVERSAL THE DATE IT IS
      * BEING PUT BACK TO
      ******************************************************************
           77 WS-PRIOR-PAID-THRU      PIC 9(8).
           77 WS-RESTORE-PAID-THRU    PIC 9(8).
           77 WS-ORIG-SEQ-NO          PIC 9(5).
      ******************************************************************
      * PAID-THROUGH ROLL-FORWARD SCRATCH - A REGULAR PAYMENT MOVES
      * THE POSITION ONE CALENDAR MONTH, WITH THE DAY ANCHORED TO THE
      * ORIGINATION DAY AND CLAMPED TO THE SHORTER MONTHS THE SAME
      * FROM SEQUENCE ZERO
      ******************************************************************
           77 WS-NEXT-SEQ-NO          PIC 9(5).
           77 WS-LAST-SEQ-NO          PIC 9(5).
           77 WS-LAST-PAY-SEQ-NO      PIC 9(5).
           77 WS-HIST-EOF-SWITCH      PIC X.
               88 WS-NO-MORE-HISTORY  VALUE 'Y'.
      ******************************************************************
      * RUN COUNTS AND CONTROL TOTALS FOR THE REGISTER TRAILER - THE
      * APPLIED DOLLARS (PAYOFF RECEIPTS IN FULL, REFUNDS INCLUDED)
      * FOOT AGAINST THE DAY'S DEPOSIT, THE REVERSED DOLLARS AGAINST
      * THE BANK'S RETURNED-ITEM ADVICE, THE REFUNDS DUE AGAINST THE
      * CHECKS CUT BACK TO REMITTERS
      ******************************************************************
           77 WS-TXN-COUNT            PIC 9(5) VALUE 0.
           77 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           77 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           77 WS-APPLIED-AMOUNT       PIC S9(13)V99 VALUE 0.
           77 WS-REVERSED-COUNT       PIC 9(5) VALUE 0.
           77 WS-REVERSED-AMOUNT      PIC S9(13)V99 VALUE 0.
           77 WS-PAYOFF-COUNT         PIC 9(5) VALUE 0.
           77 WS-REFUND-AMOUNT        PIC S9(13)V99 VALUE 0.
           77 CNT-FIELD-5             PIC ZZZZ9.
           77 TOT-FIELD-3             PIC $$$,$$$,$$$,$$9.99.
           77 DTL-REFUND              PIC $,$$$,$$$,$$9.99.
           77 CNT-FIELD               PIC ZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZ9.
           77 CNT-FIELD-3             PIC ZZZZ9.
           77 CNT-FIELD-4             PIC ZZZZ9.
           77 TOT-FIELD-2             PIC $$$,$$$,$$$,$$9.99.
           77 DTL-SEQ-NO              PIC 9(5).
           77 TOT-FIELD               PIC $$$,$$$,$$$,$$9.99.
           77 DTL-FEES                PIC $,$$$,$$$,$$9.99.
           77 DTL-PRINCIPAL           PIC $,$$$,$$$,$$9.99.
           77 DTL-INTEREST            PIC $,$$$,$$$,$$9.99.
           77 DTL-BALANCE             PIC $,$$$,$$$,$$9.99.
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
           PERFORM POST-CHECK-OPERATOR
           PERFORM POST-CHECK-CYCLE
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
              CLOSE LOAN-MASTER-FILE
              STOP RUN
           END-IF
      ******************************************************************
      * THE JOURNAL EXTENDS ACROSS RUNS - ONE GROWING FILE IS THE
      * WHOLE CHANGE HISTORY. FIRST RUN AGAINST AN EMPTY CATALOG
      * CREATES IT
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
           OPEN INPUT PAY-TXN-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT LIEN-FILE
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO CNT-FIELD-2
           MOVE WS-REJECTED-COUNT TO CNT-FIELD-3
           MOVE WS-APPLIED-AMOUNT TO TOT-FIELD
           MOVE WS-REVERSED-COUNT TO CNT-FIELD-4
           MOVE WS-REVERSED-AMOUNT TO TOT-FIELD-2
           MOVE WS-PAYOFF-COUNT TO CNT-FIELD-5
           MOVE WS-REFUND-AMOUNT TO TOT-FIELD-3
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "PAYMENTS READ="                 DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  APPLIED="                     DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  PAID OFF="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-5)       DELIMITED BY SIZE
              "  REVERSED="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-4)       DELIMITED BY SIZE
              "  REJECTED="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-3)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "TOTAL APPLIED = "               DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              "  TOTAL REVERSED = "            DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD-2)       DELIMITED BY SIZE
              "  TOTAL REFUNDS DUE = "         DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD-3)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE PAY-TXN-FILE
           CLOSE REPORT-FILE
           CLOSE LIEN-FILE
           CLOSE JOURNAL-FILE
           CLOSE PAY-HIST-FILE
           CLOSE LOAN-MASTER-FILE
           PERFORM POST-EMPTY-REMIT
           PERFORM POST-SIGN-OFF-CYCLE
           GOBACK.
      ******************************************************************
      * READ THE CYCLE CONTROL RECORD. THE POSTING RUN IS THE FIRST
      * JOB OF THE BUSINESS DATE, SO ALL IT NEEDS IS A DATE TO POST
      * FOR - BUT IT POSTS THAT DATE ONCE ONLY. A SECOND RUN WOULD
      * APPLY THE SAME CARDS TWICE
      ******************************************************************
       POST-CHECK-CYCLE SECTION.
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
           IF CC-BUSINESS-DATE NOT NUMERIC OR CC-BUSINESS-DATE = 0
              DISPLAY "ABEND 054 - NO BUSINESS DATE ON CYCLE CONTROL"
              STOP RUN
           END-IF
           IF CC-LOANPOST-DONE = CC-BUSINESS-DATE
              DISPLAY "ABEND 054 - LOANPOST ALREADY COMPLETE FOR "
                 "BUSINESS DATE " CC-BUSINESS-DATE
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * EMPTY THE REMITTANCE CARDS NOW THEY ARE POSTED. THE DATASET
      * OUTLIVES THE RUN, AND LOANRMIT ONLY REBUILDS IT WHEN IT RUNS
      * - LEFT AS IT IS, A NIGHT WITHOUT AN INTAKE RUN WOULD READ THE
      * SAME BANK CARDS AGAIN. EMPTIED AHEAD OF THE SIGN-OFF, SO A
      * RUN THAT DIES BETWEEN THE TWO CANNOT POST THEM TWICE EITHER
      ******************************************************************
       POST-EMPTY-REMIT SECTION.
           OPEN OUTPUT REMIT-CARD-FILE
           IF WS-REMIT-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT EMPTY REMITTANCE CARDS, "
                 "STATUS " WS-REMIT-STATUS
              DISPLAY "CARDS POSTED - EMPTY PROD.LOAN.PAY.REMIT BY "
                 "HAND BEFORE THE NEXT RUN"
              STOP RUN
           END-IF
           CLOSE REMIT-CARD-FILE
           EXIT.
      ******************************************************************
      * SIGN THE POSTING RUN OFF FOR THE BUSINESS DATE - THE STAMP
      * THE AGING RUN WAITS ON
      ******************************************************************
       POST-SIGN-OFF-CYCLE SECTION.
           MOVE CC-BUSINESS-DATE TO CC-LOANPOST-DONE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CC-LOANPOST-STAMP
           OPEN OUTPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN CYCLE CONTROL, STATUS "
                 WS-CYCLE-STATUS
              STOP RUN
           END-IF
           WRITE CYCLE-FILE-RECORD FROM CYCLE-CONTROL-RECORD
           CLOSE CYCLE-FILE
           EXIT.
      ******************************************************************
      * POST ONE PAYMENT CARD, EDIT RULES FIRST - THE MASTER AND THE
      * HISTORY ARE ONLY TOUCHED ONCE THE WHOLE CARD HAS PASSED
      ******************************************************************
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM POST-EDIT-TXN
           IF NOT WS-TXN-REJECTED
              IF WS-PAY-TYPE = "N"
                 PERFORM POST-EDIT-REVERSAL
              ELSE
              IF WS-PAY-TYPE = "P"
                 PERFORM POST-EDIT-PAYOFF
              ELSE
                 PERFORM POST-SPLIT-PAYMENT
              END-IF
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              PERFORM POST-UPDATE-MASTER
           END-IF
           IF NOT WS-TXN-REJECTED
              PERFORM POST-WRITE-HISTORY
              IF WS-PAY-TYPE = "P"
                 PERFORM POST-WRITE-PAYOFF
              END-IF
           END-IF
           IF WS-TXN-REJECTED
              ADD 1 TO WS-REJECTED-COUNT
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
           IF WS-PAY-TYPE = "N"
              ADD 1 TO WS-REVERSED-COUNT
              ADD WS-PAY-AMOUNT TO WS-REVERSED-AMOUNT
              MOVE WS-ORIG-SEQ-NO TO DTL-SEQ-NO
              MOVE WS-FEE-PAID TO DTL-FEES
              MOVE WS-PRINCIPAL-PAID TO DTL-PRINCIPAL
              MOVE WS-INTEREST-PAID TO DTL-INTEREST
              MOVE WS-NEW-BALANCE TO DTL-BALANCE
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "REVERSED "                    DELIMITED BY SIZE
                 WS-PAY-TYPE                    DELIMITED BY SIZE
                 " "                            DELIMITED BY SIZE
                 PT-LOAN-ID                     DELIMITED BY SIZE
                 "  SEQ="                       DELIMITED BY SIZE
                 DTL-SEQ-NO                     DELIMITED BY SIZE
                 "  FEES="                      DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-FEES)        DELIMITED BY SIZE
                 "  PRINCIPAL="                 DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-PRINCIPAL)   DELIMITED BY SIZE
                 "  INTEREST="                  DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-INTEREST)    DELIMITED BY SIZE
                 "  BALANCE="                   DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-BALANCE)     DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
           IF WS-PAY-TYPE = "P"
              ADD 1 TO WS-APPLIED-COUNT
              ADD WS-PAY-AMOUNT TO WS-APPLIED-AMOUNT
              ADD 1 TO WS-PAYOFF-COUNT
              ADD WS-REFUND-DUE TO WS-REFUND-AMOUNT
              MOVE WS-FEE-PAID TO DTL-FEES
              MOVE WS-PRINCIPAL-PAID TO DTL-PRINCIPAL
              MOVE WS-INTEREST-PAID TO DTL-INTEREST
              MOVE WS-REFUND-DUE TO DTL-REFUND
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "PAID OFF "                    DELIMITED BY SIZE
                 WS-PAY-TYPE                    DELIMITED BY SIZE
                 " "                            DELIMITED BY SIZE
                 PT-LOAN-ID                     DELIMITED BY SIZE
                 "  FEES="                      DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-FEES)        DELIMITED BY SIZE
                 "  PRINCIPAL="                 DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-PRINCIPAL)   DELIMITED BY SIZE
                 "  INTEREST="                  DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-INTEREST)    DELIMITED BY SIZE
                 "  REFUND DUE="                DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-REFUND)      DELIMITED BY SIZE
                 "  LOAN CLOSED"                DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
              ADD WS-PAY-AMOUNT TO WS-APPLIED-AMOUNT
              MOVE WS-FEE-PAID TO DTL-FEES
              MOVE WS-PRINCIPAL-PAID TO DTL-PRINCIPAL
              MOVE WS-INTEREST-PAID TO DTL-INTEREST
              MOVE WS-NEW-BALANCE TO DTL-BALANCE
                 WS-PAY-TYPE                    DELIMITED BY SIZE
                 " "                            DELIMITED BY SIZE
                 PT-LOAN-ID                     DELIMITED BY SIZE
                 "  FEES="                      DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-FEES)        DELIMITED BY SIZE
                 "  PRINCIPAL="                 DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-PRINCIPAL)   DELIMITED BY SIZE
                 "  INTEREST="                  DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      * FIELD EDITS FOR ONE CARD - THE LOAN MUST BE ON FILE AND
      * STILL ACTIVE, AND THE POST DATE HAS TO BE A REAL CALENDAR
      * DATE OR THE PAID-THROUGH POSITION BUILT ON IT IS GARBAGE. A
      * BLANK POST DATE IS THE BUSINESS DATE; A RECEIPT CAN CARRY AN
      * EARLIER DATE (THE DAY THE BANK TOOK IT) BUT NEVER A LATER ONE
      ******************************************************************
       POST-EDIT-TXN SECTION.
           MOVE PT-PAY-TYPE TO WS-PAY-TYPE
           IF WS-PAY-TYPE = SPACE
              MOVE "R" TO WS-PAY-TYPE
           END-IF
           IF WS-PAY-TYPE NOT = "R" AND WS-PAY-TYPE NOT = "C" AND
              WS-PAY-TYPE NOT = "N" AND WS-PAY-TYPE NOT = "P"
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "UNKNOWN PAYMENT TYPE" TO WS-REJECT-REASON
           END-IF
           IF NOT WS-TXN-REJECTED
              IF PT-POST-DATE = SPACES
                 MOVE CC-BUSINESS-DATE TO WS-POST-DATE
              ELSE
                 MOVE PT-POST-DATE TO WS-POST-DATE
                 MOVE WS-PD-YYYY TO WS-DIM-YYYY
                    OR WS-PD-DD < 1 OR WS-PD-DD > WS-DAYS-IN-MONTH
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "INVALID POST DATE" TO WS-REJECT-REASON
                 ELSE
                    IF WS-POST-DATE > CC-BUSINESS-DATE
                       MOVE 'Y' TO WS-EDIT-SWITCH
                       MOVE "POST DATE AFTER BUSINESS DATE"
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
                    MOVE "LOAN ID NOT ON FILE" TO WS-REJECT-REASON
              END-READ
           END-IF
           IF NOT WS-TXN-REJECTED
              MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-IF
           IF NOT WS-TXN-REJECTED
              IF LM-STATUS-CLOSED
                 MOVE 'Y' TO WS-EDIT-SWITCH
              IF LM-PAID-THRU-DATE NOT NUMERIC
                 MOVE 0 TO LM-PAID-THRU-DATE
              END-IF
              IF LM-FEE-BALANCE NOT NUMERIC
                 MOVE 0 TO LM-FEE-BALANCE
              END-IF
              MOVE LM-PAID-THRU-DATE TO WS-PRIOR-PAID-THRU
              MOVE LM-FEE-BALANCE TO WS-NEW-FEE-BALANCE
              MOVE 0 TO WS-FEE-PAID
           END-IF
           EXIT.
      ******************************************************************
      * EDIT A RETURNED-PAYMENT REVERSAL AND WORK OUT WHERE IT PUTS
      * THE LOAN BACK TO. ONLY THE LOAN'S MOST RECENT POSTING CAN BE
      * BACKED OUT - ANYTHING OLDER HAS HAD LATER POSTINGS BUILT ON
      * THE BALANCE IT LEFT, AND UNWINDING THOSE IS A HAND REPAIR,
      * NOT A CARD. LATE CHARGES ASSESSED SINCE DON'T COUNT - THEY
      * MOVE NEITHER THE BALANCE NOR THE POSITION. THE RETURNED
      * AMOUNT MUST AGREE WITH WHAT WAS POSTED, AND THE MASTER MUST
      * STILL STAND WHERE THAT POSTING LEFT IT, OR THE BALANCE PUT
      * BACK WOULD BE WRONG. WHATEVER FEES THE PAYMENT CLEARED GO
      * BACK ON THE FEE BALANCE
      ******************************************************************
       POST-EDIT-REVERSAL SECTION.
           IF PT-ORIG-SEQ-NO NOT NUMERIC
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "ORIGINAL SEQUENCE NUMBER INVALID"
                 TO WS-REJECT-REASON
           ELSE
              MOVE PT-ORIG-SEQ-NO TO WS-ORIG-SEQ-NO
              IF WS-ORIG-SEQ-NO = 0
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "ORIGINAL SEQUENCE NUMBER INVALID"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              PERFORM POST-FIND-LAST-SEQ
              IF WS-LAST-PAY-SEQ-NO NOT = WS-ORIG-SEQ-NO
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "NOT THE LOAN'S MOST RECENT POSTING"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              MOVE PT-LOAN-ID TO PH-LOAN-ID
              MOVE WS-ORIG-SEQ-NO TO PH-SEQ-NO
              READ PAY-HIST-FILE KEY IS PH-HIST-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "ORIGINAL POSTING NOT ON FILE"
                       TO WS-REJECT-REASON
              END-READ
           END-IF
           IF NOT WS-TXN-REJECTED
              IF NOT PH-TYPE-REGULAR AND NOT PH-TYPE-CURTAILMENT
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "POSTING IS NOT A PAYMENT" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              IF WS-PAY-AMOUNT NOT = PH-PAY-AMOUNT
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "RETURNED AMOUNT DOES NOT MATCH POSTING"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              IF LM-CURRENT-BALANCE NOT = PH-BALANCE-AFTER
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "MASTER BALANCE HAS MOVED SINCE POSTING"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              MOVE PH-PRINCIPAL-PAID TO WS-PRINCIPAL-PAID
              MOVE PH-INTEREST-PAID TO WS-INTEREST-PAID
              COMPUTE WS-FEE-PAID = PH-PAY-AMOUNT - PH-PRINCIPAL-PAID
                 - PH-INTEREST-PAID
              ADD PH-BALANCE-AFTER PH-PRINCIPAL-PAID
                 GIVING WS-NEW-BALANCE
              ADD WS-FEE-PAID TO WS-NEW-FEE-BALANCE
      ******************************************************************
      * THE POSTING RECORDED WHERE IT FOUND THE PAID-THROUGH DATE, SO
      * PUT THAT BACK. A RECORD FROM BEFORE THE FIELD EXISTED HAS
      * BLANKS THERE - A REGULAR PAYMENT MOVED THE POSITION EXACTLY
      * ONE ANCHORED MONTH, SO STEP IT BACK ONE, AND IF THAT LANDS ON
      * THE ORIGINATION DATE THERE WAS NO POSITION BEFORE IT
      ******************************************************************
              IF PH-PRIOR-PAID-THRU NUMERIC
                 MOVE PH-PRIOR-PAID-THRU TO WS-RESTORE-PAID-THRU
              ELSE
                 MOVE LM-PAID-THRU-DATE TO WS-RESTORE-PAID-THRU
                 IF PH-TYPE-REGULAR AND LM-PAID-THRU-DATE NOT = 0
                    MOVE LM-PAID-THRU-DATE TO WS-PAID-THRU-DATE
                    MOVE LM-ORIG-DATE TO WS-ANCHOR-DATE
                    PERFORM POST-BACK-ONE-MONTH
                    IF WS-PAID-THRU-DATE NOT > LM-ORIG-DATE
                       MOVE 0 TO WS-RESTORE-PAID-THRU
                    ELSE
                       MOVE WS-PAID-THRU-DATE TO WS-RESTORE-PAID-THRU
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * EDIT A PAYOFF RECEIPT - THE PAYOFF FOR THE RECEIPT DATE IS THE
      * WHOLE BALANCE, PER-DIEM INTEREST ROLLED FORWARD FROM THE
      * PAID-THROUGH DATE EXACTLY AS LOANPAYO QUOTES IT, AND ANY LATE
      * CHARGES OUTSTANDING. A RECEIPT SHORT OF THAT IS NOT A PAYOFF
      * AND BOUNCES BACK; ONE OVER IT RETIRES THE LOAN AND THE EXCESS
      * IS REPORTED AS A REFUND DUE. A LOAN PAID AHEAD OF THE RECEIPT
      * DATE HAS NO INTEREST LEFT TO ACCRUE
      ******************************************************************
       POST-EDIT-PAYOFF SECTION.
           IF LM-PAID-THRU-DATE = 0
              MOVE LM-ORIG-DATE TO WS-ACCRUE-FROM-DATE
           ELSE
              MOVE LM-PAID-THRU-DATE TO WS-ACCRUE-FROM-DATE
           END-IF
           COMPUTE WS-ACCRUED-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-POST-DATE) -
              FUNCTION INTEGER-OF-DATE(WS-ACCRUE-FROM-DATE)
           IF WS-ACCRUED-DAYS < 0
              MOVE 0 TO WS-ACCRUED-DAYS
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
              LM-CURRENT-BALANCE * LM-INTEREST-RATE / 36500
           COMPUTE WS-INTEREST-PAID = WS-ACCRUED-DAYS * WS-PER-DIEM
           MOVE LM-CURRENT-BALANCE TO WS-PRINCIPAL-PAID
           MOVE LM-FEE-BALANCE TO WS-FEE-PAID
           COMPUTE WS-PAYOFF-AMOUNT = WS-PRINCIPAL-PAID +
              WS-INTEREST-PAID + WS-FEE-PAID
           IF WS-PAY-AMOUNT < WS-PAYOFF-AMOUNT
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "PAYMENT LESS THAN PAYOFF AMOUNT"
                 TO WS-REJECT-REASON
           ELSE
              SUBTRACT WS-PAYOFF-AMOUNT FROM WS-PAY-AMOUNT
                 GIVING WS-REFUND-DUE
              MOVE 0 TO WS-NEW-BALANCE
              MOVE 0 TO WS-NEW-FEE-BALANCE
           END-IF
           EXIT.
      ******************************************************************
      * SPLIT ONE PAYMENT AGAINST THE CURRENT BALANCE - A REGULAR
      * PAYMENT CLEARS ANY LATE CHARGES OUTSTANDING FIRST, THEN
      * COVERS THE MONTH'S INTEREST AT RATE/1200, AND THE REST
      * RETIRES PRINCIPAL, EXACTLY AS BATCH-PROCESS-LOAN AMORTIZES;
      * A CURTAILMENT IS ALL PRINCIPAL. A PAYMENT THAT DOESN'T COVER
      * ITS FEES AND INTEREST OR OVERSHOOTS THE PAYOFF BOUNCES BACK
      * TO THE TELLER LINE INSTEAD OF BENDING THE BALANCE
      ******************************************************************
       POST-SPLIT-PAYMENT SECTION.
           IF WS-PAY-TYPE = "C"
                    TO WS-REJECT-REASON
              END-IF
           ELSE
              IF WS-PAY-AMOUNT < LM-FEE-BALANCE
                 MOVE WS-PAY-AMOUNT TO WS-FEE-PAID
              ELSE
                 MOVE LM-FEE-BALANCE TO WS-FEE-PAID
              END-IF
              SUBTRACT WS-FEE-PAID FROM WS-PAY-AMOUNT
                 GIVING WS-AFTER-FEES
              DIVIDE LM-INTEREST-RATE BY 1200 GIVING WS-R
              COMPUTE WS-INTEREST-DUE ROUNDED =
                 LM-CURRENT-BALANCE * WS-R
              IF WS-AFTER-FEES < WS-INTEREST-DUE
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "PAYMENT LESS THAN FEES AND INTEREST DUE"
                    TO WS-REJECT-REASON
              ELSE
                 MOVE WS-INTEREST-DUE TO WS-INTEREST-PAID
                 SUBTRACT WS-INTEREST-PAID FROM WS-AFTER-FEES
                    GIVING WS-PRINCIPAL-PAID
                 IF WS-PRINCIPAL-PAID > LM-CURRENT-BALANCE
                    MOVE 'Y' TO WS-EDIT-SWITCH
           IF NOT WS-TXN-REJECTED
              SUBTRACT WS-PRINCIPAL-PAID FROM LM-CURRENT-BALANCE
                 GIVING WS-NEW-BALANCE
              SUBTRACT WS-FEE-PAID FROM WS-NEW-FEE-BALANCE
           END-IF
           EXIT.
      ******************************************************************
      * REGULAR PAYMENT THE PAID-THROUGH POSITION MOVES ONE CALENDAR
      * MONTH FROM WHERE IT STOOD (FROM THE ORIGINATION DATE FOR THE
      * FIRST ONE). A CURTAILMENT SHRINKS THE BALANCE WITHOUT MOVING
      * THE POSITION - IT DOESN'T EXCUSE NEXT MONTH'S PAYMENT. A
      * PAYOFF CLOSES THE LOAN WITH INTEREST PAID THROUGH THE RECEIPT
      * DATE
      ******************************************************************
       POST-UPDATE-MASTER SECTION.
           MOVE WS-NEW-BALANCE TO LM-CURRENT-BALANCE
           MOVE WS-NEW-FEE-BALANCE TO LM-FEE-BALANCE
           IF WS-PAY-TYPE = "N"
              MOVE WS-RESTORE-PAID-THRU TO LM-PAID-THRU-DATE
           END-IF
           IF WS-PAY-TYPE = "P"
              IF WS-POST-DATE > LM-PAID-THRU-DATE
                 MOVE WS-POST-DATE TO LM-PAID-THRU-DATE
              END-IF
              SET LM-STATUS-CLOSED TO TRUE
           END-IF
           IF WS-PAY-TYPE = "R"
              IF LM-PAID-THRU-DATE = 0
                 MOVE LM-ORIG-DATE TO WS-PAID-THRU-DATE
           END-IF
           EXIT.
      ******************************************************************
      * TAKE ONE CALENDAR MONTH OFF THE PAID-THROUGH DATE - THE
      * INVERSE OF POST-ADVANCE-ONE-MONTH, WITH THE SAME ANCHORING
      * AND CLAMPING, SO A REVERSAL LANDS WHERE THE PAYMENT STARTED
      ******************************************************************
       POST-BACK-ONE-MONTH SECTION.
           IF WS-PT-MM = 1
              MOVE 12 TO WS-PT-MM
              SUBTRACT 1 FROM WS-PT-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PT-MM
           END-IF
           MOVE WS-PT-YYYY TO WS-DIM-YYYY
           MOVE WS-PT-MM TO WS-DIM-MM
           PERFORM POST-DAYS-IN-MONTH
           IF WS-AN-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-PT-DD
           ELSE
              MOVE WS-AN-DD TO WS-PT-DD
           END-IF
           EXIT.
      ******************************************************************
      * DAYS IN THE MONTH AT WS-DIM-YYYY/WS-DIM-MM, LEAP YEARS
      * INCLUDED - THE SAME RULE THE MAINTENANCE PROGRAM'S DATE EDIT
      * APPLIES
           END-IF
           EXIT.
      ******************************************************************
      * FIND THE LOAN'S HIGHEST HISTORY SEQUENCE NUMBER - ZERO IF IT
      * HAS NO HISTORY YET - BY WALKING ITS EXISTING RECORDS FORWARD
      * FROM SEQUENCE ZERO, AND ALONG THE WAY THE HIGHEST ONE THAT IS
      * A POSTING RATHER THAN A LATE CHARGE ASSESSMENT
      ******************************************************************
       POST-FIND-LAST-SEQ SECTION.
           MOVE 0 TO WS-LAST-SEQ-NO
           MOVE 0 TO WS-LAST-PAY-SEQ-NO
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE PT-LOAN-ID TO PH-LOAN-ID
           MOVE 0 TO PH-SEQ-NO
                 SET WS-NO-MORE-HISTORY TO TRUE
              NOT AT END
                 IF PH-LOAN-ID = PT-LOAN-ID
                    MOVE PH-SEQ-NO TO WS-LAST-SEQ-NO
                    IF NOT PH-TYPE-LATE-CHARGE
                       MOVE PH-SEQ-NO TO WS-LAST-PAY-SEQ-NO
                    END-IF
                 ELSE
                    SET WS-NO-MORE-HISTORY TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      * WRITE THE POSTING TO THE HISTORY FILE UNDER THE NEXT FREE
      * SEQUENCE NUMBER FOR THE LOAN, SO THE KEY ORDER IS ALWAYS THE
      * POSTING ORDER. A REVERSAL GOES ON WITH THE ORIGINAL POSTING'S
      * FIGURES SIGN-TURNED, SO THE PAIR NETS TO NOTHING
      ******************************************************************
       POST-WRITE-HISTORY SECTION.
           PERFORM POST-FIND-LAST-SEQ
           ADD 1 TO WS-LAST-SEQ-NO GIVING WS-NEXT-SEQ-NO
           MOVE SPACES TO PAY-HIST-RECORD
           MOVE PT-LOAN-ID TO PH-LOAN-ID
           MOVE WS-NEXT-SEQ-NO TO PH-SEQ-NO
           MOVE WS-POST-DATE TO PH-POST-DATE
           MOVE WS-PAY-TYPE TO PH-PAY-TYPE
           IF WS-PAY-TYPE = "N"
              COMPUTE PH-PAY-AMOUNT = 0 - WS-PAY-AMOUNT
              COMPUTE PH-PRINCIPAL-PAID = 0 - WS-PRINCIPAL-PAID
              COMPUTE PH-INTEREST-PAID = 0 - WS-INTEREST-PAID
           ELSE
           IF WS-PAY-TYPE = "P"
              MOVE WS-PAYOFF-AMOUNT TO PH-PAY-AMOUNT
              MOVE WS-PRINCIPAL-PAID TO PH-PRINCIPAL-PAID
              MOVE WS-INTEREST-PAID TO PH-INTEREST-PAID
           ELSE
              MOVE WS-PAY-AMOUNT TO PH-PAY-AMOUNT
              MOVE WS-PRINCIPAL-PAID TO PH-PRINCIPAL-PAID
              MOVE WS-INTEREST-PAID TO PH-INTEREST-PAID
           END-IF
           END-IF
           MOVE WS-NEW-BALANCE TO PH-BALANCE-AFTER
           MOVE WS-PRIOR-PAID-THRU TO PH-PRIOR-PAID-THRU
      ******************************************************************
      * THE MASTER HAS ALREADY BEEN REWRITTEN - A POSTING THE
      * HISTORY CANNOT RECEIPT MUST HALT THE RUN FOR REPAIR, NOT GO
                 STOP RUN
           END-WRITE
           EXIT.
      ******************************************************************
      * A LOAN PAID OFF - ONE MNTJRNL RECORD, AS A LOANMNT CLOSE
      * WOULD WRITE, WITH THE MASTER AS SAVED WHEN READ AND AS IT NOW
      * STANDS, AND ONE LIEN RELEASE RECORD FOR THE TITLE DESK. THE
      * JOURNAL NAMES THE OPERATOR WHO RAN THE POSTING
      ******************************************************************
       POST-WRITE-PAYOFF SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRNL-TIMESTAMP
           MOVE SPACES TO MAINT-JOURNAL-RECORD
           MOVE WS-JRNL-TIMESTAMP TO JR-TIMESTAMP
           MOVE "X" TO JR-ACTION
           MOVE WS-OPERATOR-ID TO JR-OPERATOR
           MOVE PAY-TXN-CARD TO JR-CARD
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD
           MOVE SPACES TO LIEN-RELEASE-RECORD
           MOVE LM-LOAN-ID TO LR-LOAN-ID
           MOVE LM-BORROWER-NAME TO LR-BORROWER-NAME
           MOVE LM-ORIG-DATE TO LR-ORIG-DATE
           MOVE LM-LOAN-AMOUNT TO LR-LOAN-AMOUNT
           MOVE WS-POST-DATE TO LR-PAID-IN-FULL-DATE
           MOVE WS-PAYOFF-AMOUNT TO LR-PAYOFF-AMOUNT
           MOVE WS-REFUND-DUE TO LR-REFUND-DUE
           WRITE LIEN-RELEASE-RECORD
           EXIT.
      ******************************************************************
      * HOLD THE PARM OPERATOR AGAINST THE OPERSEC SECURITY FILE
      * BEFORE ANY OTHER FILE IS OPENED - THE ID MUST BE ON FILE,
      * ACTIVE, AND CLEARED FOR THIS PROGRAM'S FUNCTION. A REFUSED
      * RUN IS LOGGED TO ACCVIOL AND STOPS HERE HAVING TOUCHED
      * NOTHING. NO SECURITY FILE ON CATALOG STOPS THE RUN AS WELL -
      * THE CONTROL FAILS CLOSED, NEVER OPEN
      ******************************************************************
       POST-CHECK-OPERATOR SECTION.
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
              MOVE "LOANPOST" TO AV-PROGRAM
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
