      * COBOL PROGRAM PRODUCES THE YEAR-END MORTGAGE INTEREST
      * REPORTING (FORM 1098) - THE PAYMENT HISTORY IS READ IN KEY
      * ORDER, SO EACH LOAN'S POSTINGS ARRIVE TOGETHER, AND THE
      * INTEREST RECEIVED IN THE NAMED CALENDAR YEAR IS TOTALLED PER
      * LOAN. THE BORROWER COMES OFF THE INDEXED MASTER WHATEVER THE
      * LOAN'S STATUS, SO A LOAN PAID OFF AND CLOSED DURING THE YEAR
      * IS STILL REPORTED. LOANS AT OR OVER THE REPORTING THRESHOLD
      * GO TO THE IRS EXTRACT AND GET A BORROWER COPY; THE REST, AND
      * ANY HISTORY FOR A LOAN ID NOT ON THE MASTER, ARE LISTED ON
      * THEIR OWN PAGE OF THE PROOF REPORT. THE PROOF CLOSES BY
      * FOOTING THE THREE GROUPS AGAINST THE YEAR'S PAYMENT HISTORY
      * INTEREST, COUNTED RECORD BY RECORD
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOAN1098.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TAX-CARD-FILE ASSIGN TO "TAXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "TAXEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COPY-FILE ASSIGN TO "TAXCOPY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "TAXPROOF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loanmast.cpy".
       FD PAY-HIST-FILE.
       COPY "payhist.cpy".
       FD TAX-CARD-FILE.
       01 WS-CARD-RECORD          PIC X(80).
       FD EXTRACT-FILE.
      ******************************************************************
      * IRS REPORTING EXTRACT - TYPE B IS ONE BORROWER (PAYER OF
      * RECORD), TYPE T THE CONTROL TRAILER. THE BOX FIGURES ARE
      * UNSIGNED WITH TWO IMPLIED DECIMALS: BOX 1 INTEREST RECEIVED,
      * BOX 2 PRINCIPAL OUTSTANDING ON JANUARY 1 (THE LOAN AMOUNT
      * FOR A LOAN ORIGINATED DURING THE YEAR), BOX 3 ORIGINATION
      ******************************************************************
       01 TAX-EXTRACT-RECORD.
           05 TX-RECORD-TYPE      PIC X.
           05 TX-TAX-YEAR         PIC 9(4).
           05 TX-LOAN-ID          PIC X(8).
           05 TX-BORROWER-NAME    PIC X(30).
           05 TX-INTEREST-RECEIVED PIC 9(11)V99.
           05 TX-PRINCIPAL-OUTSTANDING PIC 9(11)V99.
           05 TX-ORIG-DATE        PIC 9(8).
           05 TX-LOAN-STATUS      PIC X.
           05 FILLER              PIC X(22).
       01 TAX-EXTRACT-TRAILER.
           05 TT-RECORD-TYPE      PIC X.
           05 TT-TAX-YEAR         PIC 9(4).
           05 TT-RECORD-COUNT     PIC 9(7).
           05 TT-TOTAL-INTEREST   PIC 9(13)V99.
           05 FILLER              PIC X(73).
       FD COPY-FILE.
       01 WS-COPY-RECORD          PIC X(132).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-MAST-STATUS          PIC X(2).
           77 WS-HIST-STATUS          PIC X(2).
           77 WS-CARD-FILE-STATUS     PIC X(2).
           77 WS-CARD-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-CARDS    VALUE 'Y'.
           77 WS-HIST-EOF-SWITCH      PIC X.
               88 WS-NO-MORE-HISTORY  VALUE 'Y'.
           77 WS-CARD-KEY             PIC X(20).
           77 WS-CARD-VALUE           PIC X(40).
      ******************************************************************
      * THE TAX YEAR IS REQUIRED - A YEAR=YYYY CARD - SINCE THE RUN
      * IS MADE IN JANUARY FOR THE YEAR JUST ENDED AND A WRONG
      * DEFAULT WOULD MISREPORT EVERY BORROWER. THE THRESHOLD IS THE
      * SMALLEST YEAR'S INTEREST THAT MUST BE REPORTED, 600.00 UNLESS
      * A THRESHOLD= CARD SAYS OTHERWISE
      ******************************************************************
           77 WS-TAX-YEAR             PIC 9(4) VALUE 0.
           77 WS-YEAR-START           PIC 9(8).
           77 WS-YEAR-END             PIC 9(8).
           77 WS-THRESHOLD            PIC S9(11)V99 VALUE 600.00.
      ******************************************************************
      * THE HISTORY IS READ TWICE - THE FIRST PASS REPORTS THE LOANS
      * AT OR OVER THE THRESHOLD AND TAKES EVERY CONTROL TOTAL, THE
      * SECOND LISTS THE LOANS NOT REPORTED ON A PAGE OF THEIR OWN
      ******************************************************************
           77 WS-PASS-NO              PIC 9.
               88 WS-REPORTING-PASS   VALUE 1.
               88 WS-EXCEPTION-PASS   VALUE 2.
      ******************************************************************
      * ONE LOAN'S FIGURES, BUILT UP AS ITS POSTINGS GO BY. THE
      * OPENING BALANCE IS THE BALANCE AFTER THE LAST POSTING BEFORE
      * JANUARY 1 - THE LOAN AMOUNT WHEN THERE WAS NONE. A LOAN
      * LOANMOD HAS RECAST CARRIES THE RECAST DATE AS ITS ORIGINATION
      * DATE ON THE MASTER; THE DATE IT WAS REALLY ORIGINATED IS ON
      * ITS FIRST MODIFICATION RECORD IN THE HISTORY
      ******************************************************************
           77 WS-CURR-LOAN-ID         PIC X(8).
           77 WS-LOAN-POSTINGS        PIC 9(7).
           77 WS-LOAN-INTEREST        PIC S9(11)V99.
           77 WS-OPEN-BALANCE         PIC S9(11)V99.
           77 WS-OPEN-BAL-SWITCH      PIC X.
               88 WS-OPEN-BAL-FOUND   VALUE 'Y'.
           77 WS-LOAN-ORIG-DATE       PIC 9(8).
           77 WS-LOAN-CLASS           PIC X.
               88 WS-CLASS-REPORTED   VALUE 'R'.
               88 WS-CLASS-UNDER      VALUE 'U'.
               88 WS-CLASS-NOT-ON-FILE VALUE 'M'.
      ******************************************************************
      * RUN COUNTS AND CONTROL TOTALS. THE REPORTED, UNDER-THRESHOLD,
      * AND NOT-ON-MASTER GROUPS ARE TOTALLED LOAN BY LOAN; THE
      * HISTORY INTEREST IS TOTALLED RECORD BY RECORD, AND THE TWO
      * MUST AGREE
      ******************************************************************
           77 WS-REPORTED-COUNT       PIC 9(7) VALUE 0.
           77 WS-REPORTED-INTEREST    PIC S9(13)V99 VALUE 0.
           77 WS-UNDER-COUNT          PIC 9(7) VALUE 0.
           77 WS-UNDER-INTEREST       PIC S9(13)V99 VALUE 0.
           77 WS-NOT-ON-FILE-COUNT    PIC 9(7) VALUE 0.
           77 WS-NOT-ON-FILE-INTEREST PIC S9(13)V99 VALUE 0.
           77 WS-PORTFOLIO-INTEREST   PIC S9(13)V99 VALUE 0.
           77 WS-HISTORY-INTEREST     PIC S9(13)V99 VALUE 0.
           77 WS-HISTORY-RECORDS      PIC 9(7) VALUE 0.
           77 CNT-FIELD               PIC ZZZZZZ9.
           77 TOT-FIELD               PIC $$$,$$$,$$$,$$9.99-.
           77 DTL-AMOUNT              PIC $,$$$,$$$,$$9.99-.
           77 DTL-THRESHOLD           PIC $$$,$$9.99.
           77 DTL-DATE                PIC X(10).
           77 DTL-REASON              PIC X(16).
           77 WS-FMT-DATE             PIC 9(8).
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "LOAN ID   BORROWER                      ".
               05 FILLER PIC X(40) VALUE
                   "STATUS       INTEREST RECEIVED".
           01 WS-RULE-LINE.
               05 FILLER PIC X(40) VALUE ALL "-".
               05 FILLER PIC X(40) VALUE ALL "-".
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM TAX-READ-CARDS
           IF WS-TAX-YEAR = 0
              DISPLAY "ABEND 054 - NO YEAR CONTROL CARD"
              STOP RUN
           END-IF
           IF WS-TAX-YEAR < 1900
              DISPLAY "ABEND 054 - INVALID TAX YEAR: '"
                 WS-TAX-YEAR "'"
              STOP RUN
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
                 WS-MAST-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT COPY-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-THRESHOLD TO DTL-THRESHOLD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "FORM 1098 MORTGAGE INTEREST PROOF - TAX YEAR "
                                               DELIMITED BY SIZE
              WS-TAX-YEAR                      DELIMITED BY SIZE
              "   REPORTING THRESHOLD "        DELIMITED BY SIZE
              FUNCTION TRIM(DTL-THRESHOLD)     DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE "LOANS REPORTED" TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE 1 TO WS-PASS-NO
           PERFORM TAX-SCAN-HISTORY
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE "LOANS NOT REPORTED" TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           MOVE "REASON" TO WS-REPORT-RECORD(81:6)
           WRITE WS-REPORT-RECORD
           MOVE 2 TO WS-PASS-NO
           PERFORM TAX-SCAN-HISTORY
           CLOSE LOAN-MASTER-FILE
      ******************************************************************
      * EXTRACT CONTROL TRAILER - THE FILER PROVES ITS SUBMISSION TO
      * THE COUNT AND INTEREST TOTAL OF THE LOANS REPORTED
      ******************************************************************
           MOVE SPACES TO TAX-EXTRACT-TRAILER
           MOVE "T" TO TT-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TT-TAX-YEAR
           MOVE WS-REPORTED-COUNT TO TT-RECORD-COUNT
           MOVE WS-REPORTED-INTEREST TO TT-TOTAL-INTEREST
           WRITE TAX-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE COPY-FILE
           PERFORM TAX-WRITE-PROOF
           CLOSE REPORT-FILE
           GOBACK.
      ******************************************************************
      * READ THE CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD. THE
      * YEAR CARD IS REQUIRED, SO A MISSING TAXIN FILE STOPS THE RUN
      ******************************************************************
       TAX-READ-CARDS SECTION.
           OPEN INPUT TAX-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN TAXIN CONTROL CARDS, "
                 "STATUS " WS-CARD-FILE-STATUS
              STOP RUN
           END-IF
           PERFORM UNTIL WS-NO-MORE-CARDS
              READ TAX-CARD-FILE
              AT END
                 SET WS-NO-MORE-CARDS TO TRUE
              NOT AT END
                 IF WS-CARD-RECORD(1:1) NOT = SPACE AND
                    WS-CARD-RECORD(1:1) NOT = "*"
                    MOVE SPACES TO WS-CARD-KEY
                    MOVE SPACES TO WS-CARD-VALUE
                    UNSTRING WS-CARD-RECORD DELIMITED BY "="
                       INTO WS-CARD-KEY WS-CARD-VALUE
                    IF WS-CARD-KEY = "YEAR"
                       MOVE WS-CARD-VALUE TO WS-TAX-YEAR
                    ELSE
                    IF WS-CARD-KEY = "THRESHOLD"
                       MOVE WS-CARD-VALUE TO WS-THRESHOLD
                       IF WS-THRESHOLD < 0
                          DISPLAY "ABEND 054 - INVALID THRESHOLD: '"
                             FUNCTION TRIM(WS-CARD-VALUE) "'"
                          CLOSE TAX-CARD-FILE
                          STOP RUN
                       END-IF
                    ELSE
                       DISPLAY "ABEND 054 - UNKNOWN CONTROL CARD: '"
                          FUNCTION TRIM(WS-CARD-KEY) "'"
                       CLOSE TAX-CARD-FILE
                       STOP RUN
                    END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE TAX-CARD-FILE
           EXIT.
      ******************************************************************
      * ONE PASS OF THE PAYMENT HISTORY IN KEY ORDER - A CHANGE OF
      * LOAN ID CLOSES OFF THE LOAN BEFORE IT. A REVERSAL CARRIES
      * ITS ORIGINAL'S INTEREST SIGN-TURNED, SO A RETURNED PAYMENT
      * COMES OUT OF THE YEAR IT IS POSTED IN. A MODIFICATION MOVES
      * NO MONEY AND IS NOT A POSTING FOR THE YEAR, BUT THE FIRST ONE
      * GIVES UP THE TRUE ORIGINATION DATE
      ******************************************************************
       TAX-SCAN-HISTORY SECTION.
           OPEN INPUT PAY-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN PAYMENT HISTORY, "
                 "STATUS " WS-HIST-STATUS
              STOP RUN
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           MOVE SPACES TO WS-CURR-LOAN-ID
           PERFORM UNTIL WS-NO-MORE-HISTORY
              READ PAY-HIST-FILE NEXT RECORD
              AT END
                 SET WS-NO-MORE-HISTORY TO TRUE
              NOT AT END
                 IF PH-LOAN-ID NOT = WS-CURR-LOAN-ID
                    IF WS-CURR-LOAN-ID NOT = SPACES
                       PERFORM TAX-END-LOAN
                    END-IF
                    MOVE PH-LOAN-ID TO WS-CURR-LOAN-ID
                    MOVE 0 TO WS-LOAN-POSTINGS
                    MOVE 0 TO WS-LOAN-INTEREST
                    MOVE 0 TO WS-OPEN-BALANCE
                    MOVE 'N' TO WS-OPEN-BAL-SWITCH
                    MOVE 0 TO WS-LOAN-ORIG-DATE
                 END-IF
                 IF PH-TYPE-MODIFICATION AND WS-LOAN-ORIG-DATE = 0
                    IF PH-PRIOR-ORIG-DATE NUMERIC
                       MOVE PH-PRIOR-ORIG-DATE TO WS-LOAN-ORIG-DATE
                    END-IF
                 END-IF
                 IF PH-POST-DATE < WS-YEAR-START
                    MOVE PH-BALANCE-AFTER TO WS-OPEN-BALANCE
                    MOVE 'Y' TO WS-OPEN-BAL-SWITCH
                 END-IF
                 IF PH-POST-DATE NOT < WS-YEAR-START AND
                    PH-POST-DATE NOT > WS-YEAR-END AND
                    NOT PH-TYPE-MODIFICATION
                    ADD 1 TO WS-LOAN-POSTINGS
                    ADD PH-INTEREST-PAID TO WS-LOAN-INTEREST
                    IF WS-REPORTING-PASS
                       ADD 1 TO WS-HISTORY-RECORDS
                       ADD PH-INTEREST-PAID TO WS-HISTORY-INTEREST
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           IF WS-CURR-LOAN-ID NOT = SPACES
              PERFORM TAX-END-LOAN
           END-IF
           CLOSE PAY-HIST-FILE
           EXIT.
      ******************************************************************
      * CLOSE OFF ONE LOAN - ONLY A LOAN WITH POSTINGS IN THE TAX YEAR
      * IS CONSIDERED. IT IS REPORTED WHEN ITS INTEREST REACHES THE
      * THRESHOLD AND IT IS ON THE MASTER; OTHERWISE IT IS LISTED ON
      * THE NOT-REPORTED PAGE WITH THE REASON
      ******************************************************************
       TAX-END-LOAN SECTION.
           IF WS-LOAN-POSTINGS > 0
              MOVE WS-CURR-LOAN-ID TO LM-LOAN-ID
              READ LOAN-MASTER-FILE
                 INVALID KEY
                    MOVE 'M' TO WS-LOAN-CLASS
                 NOT INVALID KEY
                    IF WS-LOAN-INTEREST < WS-THRESHOLD
                       MOVE 'U' TO WS-LOAN-CLASS
                    ELSE
                       MOVE 'R' TO WS-LOAN-CLASS
                    END-IF
              END-READ
              IF WS-REPORTING-PASS
                 PERFORM TAX-COUNT-LOAN
                 IF WS-CLASS-REPORTED
                    PERFORM TAX-REPORT-LOAN
                 END-IF
              ELSE
                 IF NOT WS-CLASS-REPORTED
                    PERFORM TAX-LIST-EXCEPTION
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * ADD THE LOAN INTO ITS GROUP'S CONTROL TOTALS
      ******************************************************************
       TAX-COUNT-LOAN SECTION.
           ADD WS-LOAN-INTEREST TO WS-PORTFOLIO-INTEREST
           IF WS-CLASS-REPORTED
              ADD 1 TO WS-REPORTED-COUNT
              ADD WS-LOAN-INTEREST TO WS-REPORTED-INTEREST
           ELSE
           IF WS-CLASS-UNDER
              ADD 1 TO WS-UNDER-COUNT
              ADD WS-LOAN-INTEREST TO WS-UNDER-INTEREST
           ELSE
              ADD 1 TO WS-NOT-ON-FILE-COUNT
              ADD WS-LOAN-INTEREST TO WS-NOT-ON-FILE-INTEREST
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      * ONE REPORTED LOAN - THE PROOF LINE, THE IRS EXTRACT RECORD,
      * AND THE BORROWER'S COPY
      ******************************************************************
       TAX-REPORT-LOAN SECTION.
           IF NOT WS-OPEN-BAL-FOUND
              MOVE LM-LOAN-AMOUNT TO WS-OPEN-BALANCE
           END-IF
           IF WS-LOAN-ORIG-DATE = 0
              MOVE LM-ORIG-DATE TO WS-LOAN-ORIG-DATE
           END-IF
           IF WS-LOAN-ORIG-DATE NOT < WS-YEAR-START
              MOVE LM-LOAN-AMOUNT TO WS-OPEN-BALANCE
           END-IF
           MOVE WS-LOAN-INTEREST TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              LM-LOAN-ID                       DELIMITED BY SIZE
              "  "                             DELIMITED BY SIZE
              LM-BORROWER-NAME                 DELIMITED BY SIZE
              LM-STATUS                        DELIMITED BY SIZE
              "     "                          DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE "B" TO TX-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE LM-LOAN-ID TO TX-LOAN-ID
           MOVE LM-BORROWER-NAME TO TX-BORROWER-NAME
           MOVE WS-LOAN-INTEREST TO TX-INTEREST-RECEIVED
           MOVE WS-OPEN-BALANCE TO TX-PRINCIPAL-OUTSTANDING
           MOVE WS-LOAN-ORIG-DATE TO TX-ORIG-DATE
           MOVE LM-STATUS TO TX-LOAN-STATUS
           WRITE TAX-EXTRACT-RECORD
           MOVE SPACES TO WS-COPY-RECORD
           MOVE WS-RULE-LINE TO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           MOVE SPACES TO WS-COPY-RECORD
           STRING
              "FORM 1098  MORTGAGE INTEREST STATEMENT  TAX YEAR "
                                               DELIMITED BY SIZE
              WS-TAX-YEAR                      DELIMITED BY SIZE
              "  COPY B FOR PAYER/BORROWER"    DELIMITED BY SIZE
              INTO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           MOVE SPACES TO WS-COPY-RECORD
           STRING
              "PAYER/BORROWER                      "
                                               DELIMITED BY SIZE
              LM-BORROWER-NAME                 DELIMITED BY SIZE
              INTO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           MOVE SPACES TO WS-COPY-RECORD
           STRING
              "ACCOUNT NUMBER                      "
                                               DELIMITED BY SIZE
              LM-LOAN-ID                       DELIMITED BY SIZE
              INTO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           MOVE SPACES TO WS-COPY-RECORD
           STRING
              "1 MORTGAGE INTEREST RECEIVED        "
                                               DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           MOVE WS-OPEN-BALANCE TO DTL-AMOUNT
           MOVE SPACES TO WS-COPY-RECORD
           STRING
              "2 OUTSTANDING MORTGAGE PRINCIPAL    "
                                               DELIMITED BY SIZE
              DTL-AMOUNT                       DELIMITED BY SIZE
              INTO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           MOVE WS-LOAN-ORIG-DATE TO WS-FMT-DATE
           PERFORM TAX-FORMAT-DATE
           MOVE SPACES TO WS-COPY-RECORD
           STRING
              "3 MORTGAGE ORIGINATION DATE         "
                                               DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-COPY-RECORD
           WRITE WS-COPY-RECORD
           EXIT.
      ******************************************************************
      * ONE LOAN NOT REPORTED - UNDER THE THRESHOLD, OR HISTORY FOR A
      * LOAN ID THE MASTER DOES NOT HAVE (WHICH NEEDS RESEARCH BEFORE
      * THE FILING GOES OUT, SINCE THERE IS NO BORROWER TO REPORT TO)
      ******************************************************************
       TAX-LIST-EXCEPTION SECTION.
           MOVE WS-LOAN-INTEREST TO DTL-AMOUNT
           MOVE SPACES TO WS-REPORT-RECORD
           IF WS-CLASS-UNDER
              MOVE "UNDER THRESHOLD" TO DTL-REASON
              STRING
                 LM-LOAN-ID                    DELIMITED BY SIZE
                 "  "                          DELIMITED BY SIZE
                 LM-BORROWER-NAME              DELIMITED BY SIZE
                 LM-STATUS                     DELIMITED BY SIZE
                 "     "                       DELIMITED BY SIZE
                 DTL-AMOUNT                    DELIMITED BY SIZE
                 " "                           DELIMITED BY SIZE
                 DTL-REASON                    DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
           ELSE
              MOVE "NOT ON MASTER" TO DTL-REASON
              STRING
                 WS-CURR-LOAN-ID               DELIMITED BY SIZE
                 "  "                          DELIMITED BY SIZE
                 "*** NO MASTER RECORD ***     "
                                               DELIMITED BY SIZE
                 "      "                      DELIMITED BY SIZE
                 DTL-AMOUNT                    DELIMITED BY SIZE
                 " "                           DELIMITED BY SIZE
                 DTL-REASON                    DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
           END-IF
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * PROOF TOTALS - REPORTED PLUS UNDER THRESHOLD PLUS NOT ON
      * MASTER IS THE PORTFOLIO TOTAL, WHICH MUST FOOT TO THE YEAR'S
      * INTEREST ADDED UP STRAIGHT OFF THE HISTORY RECORDS
      ******************************************************************
       TAX-WRITE-PROOF SECTION.
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-REPORTED-COUNT TO CNT-FIELD
           MOVE WS-REPORTED-INTEREST TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "LOANS REPORTED       "          DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              "   INTEREST "                   DELIMITED BY SIZE
              TOT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-UNDER-COUNT TO CNT-FIELD
           MOVE WS-UNDER-INTEREST TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "UNDER THRESHOLD      "          DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              "   INTEREST "                   DELIMITED BY SIZE
              TOT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-NOT-ON-FILE-COUNT TO CNT-FIELD
           MOVE WS-NOT-ON-FILE-INTEREST TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "NOT ON MASTER        "          DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              "   INTEREST "                   DELIMITED BY SIZE
              TOT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-PORTFOLIO-INTEREST TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "PORTFOLIO TOTAL                      INTEREST "
                                               DELIMITED BY SIZE
              TOT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-HISTORY-RECORDS TO CNT-FIELD
           MOVE WS-HISTORY-INTEREST TO TOT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "PAYHIST POSTINGS     "          DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              "   INTEREST "                   DELIMITED BY SIZE
              TOT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           IF WS-PORTFOLIO-INTEREST = WS-HISTORY-INTEREST
              MOVE "PROOF FOOTS TO THE PAYMENT HISTORY"
                 TO WS-REPORT-RECORD
           ELSE
              MOVE "*** PROOF DOES NOT FOOT TO THE PAYMENT HISTORY ***"
                 TO WS-REPORT-RECORD
              DISPLAY "1098 PROOF DOES NOT FOOT TO THE PAYMENT HISTORY"
           END-IF
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * YYYYMMDD IN WS-FMT-DATE TO YYYY-MM-DD IN DTL-DATE
      ******************************************************************
       TAX-FORMAT-DATE SECTION.
           MOVE SPACES TO DTL-DATE
           STRING
              WS-FMT-DATE(1:4)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(5:2)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(7:2)   DELIMITED BY SIZE
              INTO DTL-DATE
           EXIT.
