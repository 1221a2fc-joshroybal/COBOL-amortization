      * COBOL PROGRAM TAKES IN THE BANK'S LOCKBOX AND ACH REMITTANCE
      * FILE AND BUILDS THE DAY'S PAYIN CARDS FOR LOANPOST - NOBODY
      * REKEYS THE BANK'S REPORT ANY MORE. THE FILE IS ONE OR MORE
      * BATCHES, EACH A HEADER, ITS DETAIL ITEMS, AND A TRAILER WITH
      * THE ITEM COUNT AND DOLLAR TOTAL. EVERY BATCH IS PROVED
      * AGAINST ITS TRAILER BEFORE A SINGLE CARD IS WRITTEN, SO A
      * SHORT OR GARBLED TRANSMISSION STOPS HERE INSTEAD OF HALF
      * POSTING. EACH ITEM IS THEN MATCHED TO THE LOAN MASTER BY LOAN
      * ID - AN ITEM FOR AN ACTIVE LOAN BECOMES A PAYIN CARD, ANYTHING
      * ELSE (NO SUCH LOAN, A CLOSED LOAN, AN AMOUNT OR TYPE LOANPOST
      * WOULD ONLY REJECT, A DEPOSIT DATED AFTER THE CYCLE'S BUSINESS
      * DATE) GOES TO THE SUSPENSE FILE WITH ITS REASON, SO NOTHING
      * IS LOST AND NOTHING POSTS TO THE WRONG ACCOUNT. CARDED PLUS
      * SUSPENDED DOLLARS FOOT TO THE BANK'S TOTAL. THE BANK FILE IS
      * EMPTIED ONCE CARDED, SO A NIGHT THE BANK'S TRANSMISSION DOES
      * NOT ARRIVE STOPS ON NO BANK FILE INSTEAD OF CARDING
      * YESTERDAY'S DEPOSIT A SECOND TIME
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANRMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BANK-FILE ASSIGN TO "BANKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT PAY-TXN-FILE ASSIGN TO "PAYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RMITOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loanmast.cpy".
      ******************************************************************
      * BANK REMITTANCE RECORDS - FIXED COLUMNS, RECORD TYPE IN
      * COLUMN 1. H IS A BATCH HEADER CARRYING THE DEPOSIT DATE THE
      * ITEMS POST AS OF, THE BANK'S BATCH ID, AND THE SOURCE (L
      * LOCKBOX, A ACH). D IS ONE REMITTED ITEM - THE LOAN ID OFF THE
      * COUPON OR ADDENDA, THE AMOUNT WITH AN IMPLIED DECIMAL, AN
      * OPTIONAL PAYMENT TYPE (C WHEN THE COUPON SAYS PRINCIPAL ONLY,
      * OTHERWISE REGULAR), THE CHECK OR TRACE NUMBER, AND THE
      * REMITTER'S NAME. T CLOSES THE BATCH WITH THE BANK'S ITEM
      * COUNT AND DOLLAR TOTAL
      ******************************************************************
       FD BANK-FILE.
       01 BK-HEADER-REC.
           05 BK-REC-TYPE         PIC X.
               88 BK-TYPE-HEADER      VALUE 'H'.
               88 BK-TYPE-DETAIL      VALUE 'D'.
               88 BK-TYPE-TRAILER     VALUE 'T'.
           05 BK-DEPOSIT-DATE     PIC 9(8).
           05 BK-BATCH-ID         PIC X(10).
           05 BK-SOURCE           PIC X.
           05 FILLER              PIC X(60).
       01 BK-DETAIL-REC.
           05 FILLER              PIC X.
           05 BK-LOAN-ID          PIC X(8).
           05 BK-AMOUNT           PIC 9(11)V99.
           05 BK-PAY-TYPE         PIC X.
           05 BK-ITEM-REF         PIC X(15).
           05 BK-REMITTER         PIC X(30).
           05 FILLER              PIC X(12).
       01 BK-TRAILER-REC.
           05 FILLER              PIC X.
           05 BK-ITEM-COUNT       PIC 9(7).
           05 BK-DOLLAR-TOTAL     PIC 9(13)V99.
           05 FILLER              PIC X(57).
      ******************************************************************
      * PAYMENT TRANSACTION CARD - THE SAME FIXED COLUMNS LOANPOST
      * READS, AMOUNT AS PLAIN TEXT WITH EXPLICIT DECIMALS
      ******************************************************************
       FD PAY-TXN-FILE.
       01 PAY-TXN-CARD.
           05 PT-LOAN-ID          PIC X(8).
           05 PT-POST-DATE        PIC X(8).
           05 PT-AMOUNT           PIC X(14).
           05 PT-PAY-TYPE         PIC X.
           05 PT-ORIG-SEQ-NO      PIC X(5).
      ******************************************************************
      * SUSPENSE RECORD - THE BATCH THE ITEM CAME IN, THE BANK'S
      * DETAIL RECORD VERBATIM, AND WHY IT WASN'T CARDED. THE FILE IS
      * EXTENDED RUN AFTER RUN UNTIL THE ITEMS ARE WORKED
      ******************************************************************
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-RUN-TIMESTAMP    PIC X(14).
           05 SU-DEPOSIT-DATE     PIC 9(8).
           05 SU-BATCH-ID         PIC X(10).
           05 SU-SOURCE           PIC X.
           05 SU-DETAIL           PIC X(80).
           05 SU-REASON           PIC X(40).
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD       PIC X(160).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-MAST-STATUS          PIC X(2).
           77 WS-BANK-STATUS          PIC X(2).
           77 WS-CARD-STATUS          PIC X(2).
           77 WS-SUSP-STATUS          PIC X(2).
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-ITEMS    VALUE 'Y'.
           77 WS-BATCH-SWITCH         PIC X VALUE 'N'.
               88 WS-IN-BATCH         VALUE 'Y'.
           77 WS-EDIT-SWITCH          PIC X VALUE 'N'.
               88 WS-ITEM-SUSPENDED   VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
           77 WS-RUN-TIMESTAMP        PIC X(14).
      ******************************************************************
      * THE CYCLE CONTROL RECORD - READ FOR THE BUSINESS DATE ONLY. A
      * DEPOSIT DATED AFTER IT WOULD ONLY BE REJECTED BY LOANPOST, SO
      * ITS ITEMS GO TO SUSPENSE. THE INTAKE SIGNS NOTHING OFF
      ******************************************************************
           77 WS-CYCLE-STATUS         PIC X(2).
           COPY "cyclctl.cpy".
      ******************************************************************
      * THE BATCH BEING READ - ITS HEADER FIELDS AND THE RUNNING
      * DETAIL COUNT AND TOTAL THE TRAILER IS PROVED AGAINST
      ******************************************************************
           01 WS-DEPOSIT-DATE         PIC 9(8).
           01 WS-DEPOSIT-DATE-PARTS REDEFINES WS-DEPOSIT-DATE.
               05 WS-DP-YYYY          PIC 9(4).
               05 WS-DP-MM            PIC 9(2).
               05 WS-DP-DD            PIC 9(2).
           77 WS-BATCH-ID             PIC X(10).
           77 WS-SOURCE               PIC X.
           77 WS-BATCH-ITEMS          PIC 9(7).
           77 WS-BATCH-DOLLARS        PIC S9(13)V99.
           77 WS-DAYS-IN-MONTH        PIC 9(2).
      ******************************************************************
      * SAME SANE UPPER BOUND AS LOANPOST - AN ITEM BIGGER THAN THE
      * LARGEST LOAN WE'LL EVEN BOOK WOULD ONLY BE REJECTED THERE, SO
      * IT GOES TO SUSPENSE HERE WHERE SOMEONE WILL LOOK AT IT
      ******************************************************************
           77 WS-MAX-PAY-AMOUNT       PIC S9(11)V99
               VALUE 100000000.00.
      ******************************************************************
      * RUN COUNTS AND CONTROL TOTALS - THE FILE AS PROVED, AND HOW
      * IT SPLIT BETWEEN CARDS AND SUSPENSE
      ******************************************************************
           77 WS-BATCH-COUNT          PIC 9(5) VALUE 0.
           77 WS-FILE-ITEMS           PIC 9(7) VALUE 0.
           77 WS-FILE-DOLLARS         PIC S9(13)V99 VALUE 0.
           77 WS-CARDED-COUNT         PIC 9(7) VALUE 0.
           77 WS-CARDED-DOLLARS       PIC S9(13)V99 VALUE 0.
           77 WS-SUSPENDED-COUNT      PIC 9(7) VALUE 0.
           77 WS-SUSPENDED-DOLLARS    PIC S9(13)V99 VALUE 0.
           77 CNT-FIELD               PIC ZZZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZZZ9.
           77 TOT-FIELD               PIC $$$,$$$,$$$,$$9.99.
           77 TOT-FIELD-2             PIC $$$,$$$,$$$,$$9.99.
           77 DTL-AMOUNT              PIC $,$$$,$$$,$$9.99.
           77 DTL-CARD-AMOUNT         PIC Z(10)9.99.
           77 DTL-DATE                PIC X(10).
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "REMITTANCE INTAKE - BANK LOCKBOX / ACH".
               05 FILLER PIC X(40) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           PERFORM RMIT-READ-CYCLE
      ******************************************************************
      * FIRST PASS - PROVE EVERY BATCH AGAINST ITS TRAILER. NOTHING
      * IS OPENED FOR OUTPUT UNTIL THE WHOLE FILE HAS PROVED
      ******************************************************************
           PERFORM RMIT-OPEN-BANK-FILE
           PERFORM UNTIL WS-NO-MORE-ITEMS
              READ BANK-FILE
              AT END
                 SET WS-NO-MORE-ITEMS TO TRUE
              NOT AT END
                 PERFORM RMIT-PROVE-RECORD
              END-READ
           END-PERFORM
           CLOSE BANK-FILE
           IF WS-IN-BATCH
              DISPLAY "ABEND 054 - REMITTANCE FILE ENDS INSIDE BATCH '"
                 WS-BATCH-ID "' - NO TRAILER"
              STOP RUN
           END-IF
           IF WS-BATCH-COUNT = 0
              DISPLAY "ABEND 054 - NO BANK FILE - REMITTANCE FILE "
                 "HOLDS NO BATCHES"
              STOP RUN
           END-IF
      ******************************************************************
      * SECOND PASS - MATCH EACH ITEM TO THE MASTER AND CARD IT OR
      * SUSPEND IT
      ******************************************************************
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
                 WS-MAST-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PAY-TXN-FILE
           IF WS-CARD-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN PAYIN CARD FILE, "
                 "STATUS " WS-CARD-STATUS
              STOP RUN
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN SUSPENSE FILE, "
                 "STATUS " WS-SUSP-STATUS
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM RMIT-OPEN-BANK-FILE
           PERFORM UNTIL WS-NO-MORE-ITEMS
              READ BANK-FILE
              AT END
                 SET WS-NO-MORE-ITEMS TO TRUE
              NOT AT END
                 IF BK-TYPE-HEADER
                    MOVE BK-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                    MOVE BK-BATCH-ID TO WS-BATCH-ID
                    MOVE BK-SOURCE TO WS-SOURCE
                    PERFORM RMIT-WRITE-BATCH-LINE
                 ELSE
                 IF BK-TYPE-DETAIL
                    PERFORM RMIT-MATCH-ITEM
                 END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE BANK-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PAY-TXN-FILE
           CLOSE LOAN-MASTER-FILE
           PERFORM RMIT-EMPTY-BANK-FILE
           MOVE WS-CARDED-COUNT TO CNT-FIELD
           MOVE WS-CARDED-DOLLARS TO TOT-FIELD
           MOVE WS-SUSPENDED-COUNT TO CNT-FIELD-2
           MOVE WS-SUSPENDED-DOLLARS TO TOT-FIELD-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "CARDED FOR LOANPOST="           DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  "                             DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              "  TO SUSPENSE="                 DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  "                             DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD-2)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-FILE-ITEMS TO CNT-FIELD
           MOVE WS-FILE-DOLLARS TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "BANK FILE ITEMS="               DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  TOTAL = "                     DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE REPORT-FILE
           GOBACK.
      ******************************************************************
      * READ THE CYCLE CONTROL RECORD FOR THE BUSINESS DATE
      ******************************************************************
       RMIT-READ-CYCLE SECTION.
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
           EXIT.
      ******************************************************************
      * OPEN THE BANK FILE FOR A PASS - THE FILE HAS TO BE THERE AND
      * HOLD AT LEAST ONE BATCH; AN EMPTY DAY STILL SENDS HEADER AND
      * TRAILER. ONE ALREADY CARDED HAS BEEN EMPTIED, SO IT IS NO
      * BANK FILE EITHER WAY
      ******************************************************************
       RMIT-OPEN-BANK-FILE SECTION.
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = "35"
              DISPLAY "ABEND 054 - NO BANK FILE"
              STOP RUN
           END-IF
           IF WS-BANK-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN BANK REMITTANCE FILE, "
                 "STATUS " WS-BANK-STATUS
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * EMPTY THE BANK FILE NOW ITS ITEMS ARE CARDED OR SUSPENDED. THE
      * DATASET OUTLIVES THE RUN - LEFT AS IT IS, A NIGHT THE BANK'S
      * TRANSMISSION DOES NOT ARRIVE WOULD CARD THE SAME DEPOSIT
      * AGAIN, AND LOANPOST WOULD POST THE CASH TWICE
      ******************************************************************
       RMIT-EMPTY-BANK-FILE SECTION.
           OPEN OUTPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT EMPTY BANK REMITTANCE FILE, "
                 "STATUS " WS-BANK-STATUS
              DISPLAY "CARDS WRITTEN - EMPTY PROD.LOAN.BANK.REMIT BY "
                 "HAND BEFORE THE NEXT RUN"
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           CLOSE BANK-FILE
           EXIT.
      ******************************************************************
      * FIRST-PASS CHECK OF ONE RECORD - HEADER, DETAILS, AND TRAILER
      * MUST COME IN THAT ORDER, EVERY AMOUNT MUST BE NUMERIC, AND THE
      * TRAILER'S COUNT AND TOTAL MUST EQUAL THE DETAILS READ. ANY
      * FAILURE STOPS THE RUN WITH NO CARDS WRITTEN - THE BANK
      * RETRANSMITS, WE DON'T GUESS
      ******************************************************************
       RMIT-PROVE-RECORD SECTION.
           IF BK-TYPE-HEADER
              IF WS-IN-BATCH
                 DISPLAY "ABEND 054 - BATCH HEADER '" BK-BATCH-ID
                    "' INSIDE BATCH '" WS-BATCH-ID "' - NO TRAILER"
                 STOP RUN
              END-IF
              MOVE BK-DEPOSIT-DATE TO WS-DEPOSIT-DATE
              PERFORM RMIT-EDIT-DEPOSIT-DATE
              MOVE BK-BATCH-ID TO WS-BATCH-ID
              MOVE 0 TO WS-BATCH-ITEMS
              MOVE 0 TO WS-BATCH-DOLLARS
              SET WS-IN-BATCH TO TRUE
           ELSE
           IF BK-TYPE-DETAIL
              IF NOT WS-IN-BATCH
                 DISPLAY "ABEND 054 - DETAIL ITEM OUTSIDE ANY BATCH, "
                    "LOAN ID '" BK-LOAN-ID "'"
                 STOP RUN
              END-IF
              IF BK-AMOUNT NOT NUMERIC
                 DISPLAY "ABEND 054 - NON-NUMERIC AMOUNT IN BATCH '"
                    WS-BATCH-ID "', LOAN ID '" BK-LOAN-ID "'"
                 STOP RUN
              END-IF
              ADD 1 TO WS-BATCH-ITEMS
              ADD BK-AMOUNT TO WS-BATCH-DOLLARS
           ELSE
           IF BK-TYPE-TRAILER
              IF NOT WS-IN-BATCH
                 DISPLAY "ABEND 054 - BATCH TRAILER WITH NO HEADER"
                 STOP RUN
              END-IF
              PERFORM RMIT-PROVE-TRAILER
              MOVE 'N' TO WS-BATCH-SWITCH
           ELSE
              DISPLAY "ABEND 054 - UNKNOWN REMITTANCE RECORD TYPE '"
                 BK-REC-TYPE "'"
              STOP RUN
           END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE DEPOSIT DATE BECOMES EVERY CARD'S POST DATE, SO IT HAS TO
      * BE A REAL CALENDAR DATE - LEAP YEARS INCLUDED
      ******************************************************************
       RMIT-EDIT-DEPOSIT-DATE SECTION.
           IF WS-DEPOSIT-DATE NOT NUMERIC
              DISPLAY "ABEND 054 - INVALID DEPOSIT DATE ON BATCH '"
                 BK-BATCH-ID "'"
              STOP RUN
           END-IF
           MOVE 31 TO WS-DAYS-IN-MONTH
           IF WS-DP-MM = 4 OR WS-DP-MM = 6 OR WS-DP-MM = 9
              OR WS-DP-MM = 11
              MOVE 30 TO WS-DAYS-IN-MONTH
           END-IF
           IF WS-DP-MM = 2
              IF FUNCTION MOD(WS-DP-YYYY, 4) = 0 AND
                 (FUNCTION MOD(WS-DP-YYYY, 100) NOT = 0 OR
                  FUNCTION MOD(WS-DP-YYYY, 400) = 0)
                 MOVE 29 TO WS-DAYS-IN-MONTH
              ELSE
                 MOVE 28 TO WS-DAYS-IN-MONTH
              END-IF
           END-IF
           IF WS-DP-YYYY < 1900 OR WS-DP-MM < 1 OR WS-DP-MM > 12
              OR WS-DP-DD < 1 OR WS-DP-DD > WS-DAYS-IN-MONTH
              DISPLAY "ABEND 054 - INVALID DEPOSIT DATE ON BATCH '"
                 BK-BATCH-ID "'"
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * PROVE ONE BATCH - THE BANK'S COUNT AND DOLLARS AGAINST WHAT
      * WAS ACTUALLY IN THE BATCH, BOTH ON THE REPORT EITHER WAY
      ******************************************************************
       RMIT-PROVE-TRAILER SECTION.
           MOVE WS-BATCH-ITEMS TO CNT-FIELD
           MOVE WS-BATCH-DOLLARS TO TOT-FIELD
           MOVE BK-ITEM-COUNT TO CNT-FIELD-2
           MOVE BK-DOLLAR-TOTAL TO TOT-FIELD-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "BATCH "                         DELIMITED BY SIZE
              WS-BATCH-ID                      DELIMITED BY SIZE
              "  DETAIL ITEMS="                DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              "  TRAILER ITEMS="               DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD-2)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF BK-ITEM-COUNT NOT NUMERIC OR
              BK-DOLLAR-TOTAL NOT NUMERIC OR
              BK-ITEM-COUNT NOT = WS-BATCH-ITEMS OR
              BK-DOLLAR-TOTAL NOT = WS-BATCH-DOLLARS
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "BATCH "                      DELIMITED BY SIZE
                 WS-BATCH-ID                   DELIMITED BY SIZE
                 " OUT OF BALANCE - NO CARDS WRITTEN"
                                               DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              CLOSE REPORT-FILE
              DISPLAY "ABEND 054 - BATCH '" WS-BATCH-ID
                 "' DOES NOT PROVE TO ITS TRAILER"
              STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-BATCH-ITEMS TO WS-FILE-ITEMS
           ADD WS-BATCH-DOLLARS TO WS-FILE-DOLLARS
           EXIT.
      ******************************************************************
      * SECOND-PASS BATCH LINE SO THE ITEMS THAT FOLLOW ON THE REPORT
      * CAN BE TIED BACK TO THE BANK'S DEPOSIT
      ******************************************************************
       RMIT-WRITE-BATCH-LINE SECTION.
           MOVE SPACES TO DTL-DATE
           STRING
              WS-DEPOSIT-DATE(1:4)  DELIMITED BY SIZE
              "-"                   DELIMITED BY SIZE
              WS-DEPOSIT-DATE(5:2)  DELIMITED BY SIZE
              "-"                   DELIMITED BY SIZE
              WS-DEPOSIT-DATE(7:2)  DELIMITED BY SIZE
              INTO DTL-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "BATCH "                         DELIMITED BY SIZE
              WS-BATCH-ID                      DELIMITED BY SIZE
              "  SOURCE "                      DELIMITED BY SIZE
              WS-SOURCE                        DELIMITED BY SIZE
              "  DEPOSIT DATE "                DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * MATCH ONE ITEM TO THE MASTER. IT IS CARDED ONLY IF LOANPOST
      * COULD APPLY IT - A DEPOSIT DATE NOT AFTER THE BUSINESS DATE,
      * AN ACTIVE LOAN ON FILE, AN AMOUNT IN RANGE, AND A REGULAR,
      * PRINCIPAL-ONLY, OR PAYOFF TYPE. EVERYTHING ELSE IS SUSPENDED
      * WITH THE REASON
      ******************************************************************
       RMIT-MATCH-ITEM SECTION.
           MOVE 'N' TO WS-EDIT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-DEPOSIT-DATE > CC-BUSINESS-DATE
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "DEPOSIT DATE AFTER BUSINESS DATE"
                 TO WS-REJECT-REASON
           END-IF
           IF NOT WS-ITEM-SUSPENDED
              IF BK-PAY-TYPE NOT = SPACE AND BK-PAY-TYPE NOT = "R" AND
                 BK-PAY-TYPE NOT = "C" AND BK-PAY-TYPE NOT = "P"
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "UNKNOWN PAYMENT TYPE" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-ITEM-SUSPENDED
              IF BK-AMOUNT = 0 OR BK-AMOUNT > WS-MAX-PAY-AMOUNT
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "PAYMENT AMOUNT OUT OF RANGE" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-ITEM-SUSPENDED
              IF BK-LOAN-ID = SPACES
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "NO LOAN ID ON ITEM" TO WS-REJECT-REASON
              ELSE
                 MOVE BK-LOAN-ID TO LM-LOAN-ID
                 READ LOAN-MASTER-FILE
                    INVALID KEY
                       MOVE 'Y' TO WS-EDIT-SWITCH
                       MOVE "LOAN ID NOT ON FILE" TO WS-REJECT-REASON
                 END-READ
              END-IF
           END-IF
           IF NOT WS-ITEM-SUSPENDED
              IF LM-STATUS-CLOSED
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "LOAN IS CLOSED" TO WS-REJECT-REASON
              ELSE
              IF NOT LM-STATUS-ACTIVE
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "LOAN IS NOT ACTIVE" TO WS-REJECT-REASON
              END-IF
              END-IF
           END-IF
           MOVE BK-AMOUNT TO DTL-AMOUNT
           IF WS-ITEM-SUSPENDED
              MOVE WS-RUN-TIMESTAMP TO SU-RUN-TIMESTAMP
              MOVE WS-DEPOSIT-DATE TO SU-DEPOSIT-DATE
              MOVE WS-BATCH-ID TO SU-BATCH-ID
              MOVE WS-SOURCE TO SU-SOURCE
              MOVE BK-DETAIL-REC TO SU-DETAIL
              MOVE WS-REJECT-REASON TO SU-REASON
              WRITE SUSPENSE-RECORD
              ADD 1 TO WS-SUSPENDED-COUNT
              ADD BK-AMOUNT TO WS-SUSPENDED-DOLLARS
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "SUSPENSE "                     DELIMITED BY SIZE
                 BK-LOAN-ID                      DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-AMOUNT)       DELIMITED BY SIZE
                 " REF "                         DELIMITED BY SIZE
                 BK-ITEM-REF                     DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(BK-REMITTER)      DELIMITED BY SIZE
                 " - "                           DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
              MOVE SPACES TO PAY-TXN-CARD
              MOVE BK-LOAN-ID TO PT-LOAN-ID
              MOVE WS-DEPOSIT-DATE TO PT-POST-DATE
              MOVE BK-AMOUNT TO DTL-CARD-AMOUNT
              MOVE DTL-CARD-AMOUNT TO PT-AMOUNT
              IF BK-PAY-TYPE = SPACE
                 MOVE "R" TO PT-PAY-TYPE
              ELSE
                 MOVE BK-PAY-TYPE TO PT-PAY-TYPE
              END-IF
              WRITE PAY-TXN-CARD
              ADD 1 TO WS-CARDED-COUNT
              ADD BK-AMOUNT TO WS-CARDED-DOLLARS
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "CARDED   "                     DELIMITED BY SIZE
                 BK-LOAN-ID                      DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-AMOUNT)       DELIMITED BY SIZE
                 " REF "                         DELIMITED BY SIZE
                 BK-ITEM-REF                     DELIMITED BY SIZE
                 " "                             DELIMITED BY SIZE
                 PT-PAY-TYPE                     DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           END-IF
           EXIT.
