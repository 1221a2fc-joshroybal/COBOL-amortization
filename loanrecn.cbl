      * COBOL PROGRAM PROVES THE LOAN MASTER TO ITS SUBLEDGER EACH
      * NIGHT - THE INDEXED MASTER AND THE KEYED PAYMENT HISTORY ARE
      * READ TOGETHER IN LOAN ID ORDER AND EACH LOAN'S POSTINGS ARE
      * REPLAYED AGAINST IT. THE CURRENT BALANCE HAS TO EQUAL THE
      * LOAN AMOUNT LESS THE PRINCIPAL POSTED (ALLOWING FOR THE LOAN
      * AMOUNT CHANGES THE MAINTENANCE JOURNAL RECORDS), AND THE
      * BALANCE THE LATEST POSTING LEFT; THE PAID-THROUGH DATE HAS TO
      * BE WHERE THE POSTINGS PUT IT. EVERY LOAN THAT DOES NOT TIE,
      * AND EVERY HISTORY LOAN ID WITH NO MASTER RECORD, IS LISTED,
      * AND THE RUN CLOSES WITH THE PORTFOLIO TOTAL OF THE MASTER
      * PROVED TO THE SUBLEDGER - SO A BAD REWRITE OR A RELOAD FROM
      * AN OLD UNLOAD IS CAUGHT THE NEXT MORNING
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANRECN.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECNOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loanmast.cpy".
       FD PAY-HIST-FILE.
       COPY "payhist.cpy".
       FD JOURNAL-FILE.
       COPY "loanjrnl.cpy".
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-MAST-STATUS          PIC X(2).
           77 WS-HIST-STATUS          PIC X(2).
           77 WS-JRNL-STATUS          PIC X(2).
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-RECORDS  VALUE 'Y'.
           77 WS-HIST-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-HISTORY  VALUE 'Y'.
           77 WS-JRNL-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-JOURNAL  VALUE 'Y'.
      ******************************************************************
      * LOAN AMOUNT CHANGES OFF THE MAINTENANCE JOURNAL. AN AMOUNT
      * CHANGE MOVES THE BALANCE ONLY WHILE NO REGULAR PAYMENT HAS
      * POSTED, SO WHAT THE CHANGE DID TO THE AMOUNT BUT NOT TO THE
      * BALANCE IS CARRIED HERE PER LOAN AND TAKEN BACK OFF THE
      * AMOUNT BEFORE THE PRINCIPAL IS. A LOAN WHOSE BALANCE SUCH A
      * CHANGE DID MOVE CANNOT BE HELD TO ITS LAST POSTING'S BALANCE,
      * SO IT IS FLAGGED. A LOANMOD MODIFICATION RESETS THE AMOUNT TO
      * THE BALANCE (PLUS ANY INTEREST CAPITALIZED), SO IT IS TABLED
      * THE SAME WAY - WHAT IT TAKES OFF THE AMOUNT IS THE PRINCIPAL
      * POSTED BEFORE IT - ALONG WITH THE ORIGINATION DATE THE LOAN
      * HAD BEFORE ITS FIRST MODIFICATION, WHICH THE REPLAY NEEDS
      * UNTIL IT REACHES THAT MODIFICATION IN THE HISTORY. THE
      * JOURNAL IS IN TIME ORDER, NOT LOAN ORDER, AND AMOUNT CHANGES
      * ARE RARE, SO THEY ARE TABLED
      ******************************************************************
           77 WS-ADJ-MAX              PIC 9(4) VALUE 2000.
           77 WS-ADJ-COUNT            PIC 9(4) VALUE 0.
           77 WS-ADJ-IX               PIC 9(4).
           77 WS-ADJ-FOUND-IX         PIC 9(4).
           77 WS-ADJ-SEARCH-ID        PIC X(8).
           01 WS-ADJ-TABLE.
               05 WS-ADJ-ENTRY OCCURS 2000.
                   10 WS-ADJ-LOAN-ID      PIC X(8).
                   10 WS-ADJ-AMOUNT       PIC S9(11)V99.
                   10 WS-ADJ-BAL-MOVED    PIC X.
                   10 WS-ADJ-ORIG-DATE    PIC 9(8).
           77 WS-JB-BALANCE           PIC S9(11)V99.
           77 WS-JA-BALANCE           PIC S9(11)V99.
           77 WS-AMOUNT-MOVE          PIC S9(11)V99.
           77 WS-BALANCE-MOVE         PIC S9(11)V99.
      ******************************************************************
      * ONE LOAN'S REPLAY - THE PRINCIPAL POSTED, THE BALANCE THE LAST
      * POSTING LEFT, AND THE PAID-THROUGH POSITION THE POSTINGS MOVE
      * IN TURN. EACH POSTING RECORDS THE POSITION IT FOUND, SO THE
      * FIRST ONE THAT DOES NOT AGREE WITH THE REPLAY IS WHERE THE
      * CHAIN BROKE
      ******************************************************************
           77 WS-LOAN-RECORDS         PIC 9(5).
           77 WS-LOAN-PRINCIPAL       PIC S9(11)V99.
           77 WS-LAST-BALANCE-AFTER   PIC S9(11)V99.
           77 WS-LOAN-ADJUSTMENT      PIC S9(11)V99.
           77 WS-LOAN-BAL-MOVED       PIC X.
               88 WS-BALANCE-MAINTAINED VALUE 'Y'.
           77 WS-EXPECTED-BALANCE     PIC S9(11)V99.
           77 WS-REPLAY-PAID-THRU     PIC 9(8).
           77 WS-REVERSIBLE-PAID-THRU PIC 9(8).
           77 WS-REPLAY-ORIG-DATE     PIC 9(8).
           77 WS-CHAIN-BREAK-SEQ      PIC 9(5).
           77 WS-LOAN-OUT-OF-TIE      PIC X.
               88 WS-LOAN-OFF         VALUE 'Y'.
           01 WS-PAID-THRU-DATE       PIC 9(8).
           01 WS-PAID-THRU-PARTS REDEFINES WS-PAID-THRU-DATE.
               05 WS-PT-YYYY          PIC 9(4).
               05 WS-PT-MM            PIC 9(2).
               05 WS-PT-DD            PIC 9(2).
           01 WS-ANCHOR-DATE          PIC 9(8).
           01 WS-ANCHOR-PARTS REDEFINES WS-ANCHOR-DATE.
               05 WS-AN-YYYY          PIC 9(4).
               05 WS-AN-MM            PIC 9(2).
               05 WS-AN-DD            PIC 9(2).
           77 WS-DAYS-IN-MONTH        PIC 9(2).
           77 WS-DIM-YYYY             PIC 9(4).
           77 WS-DIM-MM               PIC 9(2).
      ******************************************************************
      * HISTORY FOR A LOAN ID WITH NO MASTER RECORD. THE HISTORY KEY
      * IS HELD HERE, HIGH-VALUES ONCE THE FILE RUNS OUT (OR IF THERE
      * IS NONE), SO THE MATCH NEVER LOOKS AT AN EMPTY RECORD AREA
      ******************************************************************
           77 WS-HIST-LOAN-ID         PIC X(8).
           77 WS-ORPHAN-ID            PIC X(8).
           77 WS-ORPHAN-LIMIT         PIC X(8).
           77 WS-ORPHAN-RECORDS       PIC 9(5).
           77 WS-ORPHAN-PRINCIPAL     PIC S9(11)V99.
      ******************************************************************
      * RUN COUNTS AND THE PORTFOLIO PROOF - THE MASTER'S BALANCES
      * AGAINST THE BALANCES THE SUBLEDGER SAYS THEY SHOULD BE
      ******************************************************************
           77 WS-LOANS-READ           PIC 9(7) VALUE 0.
           77 WS-LOANS-TIED           PIC 9(7) VALUE 0.
           77 WS-LOANS-OFF            PIC 9(7) VALUE 0.
           77 WS-ORPHAN-COUNT         PIC 9(7) VALUE 0.
           77 WS-HISTORY-RECORDS      PIC 9(9) VALUE 0.
           77 WS-MASTER-TOTAL         PIC S9(13)V99 VALUE 0.
           77 WS-SUBLEDGER-TOTAL      PIC S9(13)V99 VALUE 0.
           77 WS-PROOF-DIFFERENCE     PIC S9(13)V99 VALUE 0.
           77 WS-ORPHAN-TOTAL         PIC S9(13)V99 VALUE 0.
           77 CNT-FIELD               PIC ZZZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZZZ9.
           77 CNT-FIELD-3             PIC ZZZZZZ9.
           77 CNT-FIELD-4             PIC ZZZZZZ9.
           77 TOT-FIELD               PIC $$$,$$$,$$$,$$9.99-.
           77 TOT-FIELD-2             PIC $$$,$$$,$$$,$$9.99-.
           77 DTL-AMOUNT              PIC $,$$$,$$$,$$9.99-.
           77 DTL-AMOUNT-2            PIC $,$$$,$$$,$$9.99-.
           77 DTL-RECORDS             PIC ZZZZ9.
           77 DTL-SEQ-NO              PIC 9(5).
           77 DTL-DATE                PIC X(10).
           77 DTL-DATE-2              PIC X(10).
           77 WS-FMT-DATE             PIC 9(8).
           77 WS-RUN-DATE             PIC 9(8).
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "LOAN ID   EXCEPTION                     ".
               05 FILLER PIC X(40) VALUE
                   "       MASTER          SUBLEDGER".
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM RECN-LOAD-JOURNAL
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
                 WS-MAST-STATUS
              STOP RUN
           END-IF
           OPEN INPUT PAY-HIST-FILE
      ******************************************************************
      * NO HISTORY FILE ON CATALOG YET (STATUS 35) - NOTHING HAS EVER
      * POSTED, SO EVERY LOAN IS PROVED TO ITS AMOUNT ALONE
      ******************************************************************
           IF WS-HIST-STATUS = "35"
              SET WS-NO-MORE-HISTORY TO TRUE
              MOVE HIGH-VALUES TO WS-HIST-LOAN-ID
           ELSE
              IF WS-HIST-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN PAYMENT HISTORY, "
                    "STATUS " WS-HIST-STATUS
                 CLOSE LOAN-MASTER-FILE
                 STOP RUN
              END-IF
              PERFORM RECN-READ-HISTORY
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-FMT-DATE
           PERFORM RECN-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "SUBLEDGER PROOF - LOAN MASTER TO PAYHIST AND MNTJRNL "
                                               DELIMITED BY SIZE
              "- RUN "                         DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
      ******************************************************************
      * MATCH THE TWO FILES ON LOAN ID - HISTORY RECORDS KEYED BELOW
      * THE NEXT MASTER RECORD HAVE NO MASTER; THOSE KEYED EQUAL TO
      * IT ARE ITS POSTINGS. WHAT HISTORY IS LEFT WHEN THE MASTER
      * RUNS OUT HAS NO MASTER EITHER
      ******************************************************************
           PERFORM UNTIL WS-NO-MORE-RECORDS
              READ LOAN-MASTER-FILE
              AT END
                 SET WS-NO-MORE-RECORDS TO TRUE
              NOT AT END
                 MOVE LM-LOAN-ID TO WS-ORPHAN-LIMIT
                 PERFORM RECN-ORPHAN-HISTORY
                 PERFORM RECN-PROVE-LOAN
              END-READ
           END-PERFORM
           MOVE HIGH-VALUES TO WS-ORPHAN-LIMIT
           PERFORM RECN-ORPHAN-HISTORY
           IF WS-HIST-STATUS NOT = "35"
              CLOSE PAY-HIST-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           PERFORM RECN-WRITE-PROOF
           CLOSE REPORT-FILE
           GOBACK.
      ******************************************************************
      * TABLE THE LOAN AMOUNT CHANGES OFF THE MAINTENANCE JOURNAL. AN
      * ADD HAS NO BEFORE-IMAGE AND A CLOSE OR PAYOFF LEAVES THE
      * AMOUNT ALONE, SO ONLY A CHANGE TO THE AMOUNT, OR A
      * MODIFICATION, COUNTS. A BLANK
      * BALANCE IN AN IMAGE IS A RECORD FROM BEFORE THE FIELD
      * EXISTED, STILL OWING ITS FULL AMOUNT. NO JOURNAL ON CATALOG
      * MEANS NO CHANGES HAVE EVER BEEN MADE
      ******************************************************************
       RECN-LOAD-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "35"
              IF WS-JRNL-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN CHANGE JOURNAL, "
                    "STATUS " WS-JRNL-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-NO-MORE-JOURNAL
                 READ JOURNAL-FILE
                 AT END
                    SET WS-NO-MORE-JOURNAL TO TRUE
                 NOT AT END
                    IF JB-LOAN-ID NOT = SPACES AND
                       JB-LOAN-AMOUNT NUMERIC AND
                       JA-LOAN-AMOUNT NUMERIC
                       IF JA-LOAN-AMOUNT NOT = JB-LOAN-AMOUNT OR
                          JR-ACTION = "M"
                          PERFORM RECN-TABLE-CHANGE
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF
           EXIT.
      ******************************************************************
      * ADD ONE AMOUNT CHANGE TO ITS LOAN'S TABLE ENTRY, STARTING A
      * NEW ENTRY THE FIRST TIME THE LOAN IS SEEN. A MODIFICATION'S
      * BALANCE MOVE IS THE INTEREST IT CAPITALIZED, WHICH ITS OWN
      * HISTORY RECORD CARRIES AS BALANCE-AFTER, SO IT DOES NOT FLAG
      * THE LOAN
      ******************************************************************
       RECN-TABLE-CHANGE SECTION.
           IF JB-CURRENT-BALANCE NUMERIC
              MOVE JB-CURRENT-BALANCE TO WS-JB-BALANCE
           ELSE
              MOVE JB-LOAN-AMOUNT TO WS-JB-BALANCE
           END-IF
           IF JA-CURRENT-BALANCE NUMERIC
              MOVE JA-CURRENT-BALANCE TO WS-JA-BALANCE
           ELSE
              MOVE JA-LOAN-AMOUNT TO WS-JA-BALANCE
           END-IF
           SUBTRACT JB-LOAN-AMOUNT FROM JA-LOAN-AMOUNT
              GIVING WS-AMOUNT-MOVE
           SUBTRACT WS-JB-BALANCE FROM WS-JA-BALANCE
              GIVING WS-BALANCE-MOVE
           MOVE JA-LOAN-ID TO WS-ADJ-SEARCH-ID
           PERFORM RECN-FIND-ADJUSTMENT
           IF WS-ADJ-FOUND-IX = 0
              IF WS-ADJ-COUNT NOT < WS-ADJ-MAX
                 DISPLAY "ABEND 054 - MORE THAN 2000 LOANS WITH AMOUNT "
                    "CHANGES ON THE JOURNAL"
                 CLOSE JOURNAL-FILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ADJ-COUNT
              MOVE WS-ADJ-COUNT TO WS-ADJ-FOUND-IX
              MOVE JA-LOAN-ID TO WS-ADJ-LOAN-ID(WS-ADJ-FOUND-IX)
              MOVE 0 TO WS-ADJ-AMOUNT(WS-ADJ-FOUND-IX)
              MOVE 'N' TO WS-ADJ-BAL-MOVED(WS-ADJ-FOUND-IX)
              MOVE 0 TO WS-ADJ-ORIG-DATE(WS-ADJ-FOUND-IX)
           END-IF
           COMPUTE WS-ADJ-AMOUNT(WS-ADJ-FOUND-IX) =
              WS-ADJ-AMOUNT(WS-ADJ-FOUND-IX) + WS-AMOUNT-MOVE
              - WS-BALANCE-MOVE
           IF JR-ACTION = "M"
              IF WS-ADJ-ORIG-DATE(WS-ADJ-FOUND-IX) = 0
                 MOVE JB-ORIG-DATE TO WS-ADJ-ORIG-DATE(WS-ADJ-FOUND-IX)
              END-IF
           ELSE
              IF WS-BALANCE-MOVE NOT = 0
                 MOVE 'Y' TO WS-ADJ-BAL-MOVED(WS-ADJ-FOUND-IX)
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * LOOK UP WS-ADJ-SEARCH-ID IN THE AMOUNT CHANGE TABLE - ZERO IF
      * THE LOAN HAS NO ENTRY
      ******************************************************************
       RECN-FIND-ADJUSTMENT SECTION.
           MOVE 0 TO WS-ADJ-FOUND-IX
           PERFORM VARYING WS-ADJ-IX FROM 1 BY 1
              UNTIL WS-ADJ-IX > WS-ADJ-COUNT
              IF WS-ADJ-LOAN-ID(WS-ADJ-IX) = WS-ADJ-SEARCH-ID
                 MOVE WS-ADJ-IX TO WS-ADJ-FOUND-IX
                 MOVE WS-ADJ-COUNT TO WS-ADJ-IX
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      * NEXT HISTORY RECORD - AT THE END THE KEY IS FORCED HIGH SO IT
      * NEVER MATCHES OR FALLS BELOW A MASTER KEY
      ******************************************************************
       RECN-READ-HISTORY SECTION.
           READ PAY-HIST-FILE NEXT RECORD
              AT END
                 SET WS-NO-MORE-HISTORY TO TRUE
                 MOVE HIGH-VALUES TO WS-HIST-LOAN-ID
              NOT AT END
                 ADD 1 TO WS-HISTORY-RECORDS
                 MOVE PH-LOAN-ID TO WS-HIST-LOAN-ID
           END-READ
           EXIT.
      ******************************************************************
      * LIST THE HISTORY KEYED BELOW WS-ORPHAN-LIMIT - EVERY SUCH LOAN
      * ID HAS NO MASTER RECORD. ONE LINE PER LOAN ID WITH ITS RECORD
      * COUNT AND THE PRINCIPAL IT CARRIES
      ******************************************************************
       RECN-ORPHAN-HISTORY SECTION.
           PERFORM UNTIL WS-HIST-LOAN-ID NOT < WS-ORPHAN-LIMIT
              MOVE WS-HIST-LOAN-ID TO WS-ORPHAN-ID
              MOVE 0 TO WS-ORPHAN-RECORDS
              MOVE 0 TO WS-ORPHAN-PRINCIPAL
              PERFORM UNTIL WS-HIST-LOAN-ID NOT = WS-ORPHAN-ID
                 ADD 1 TO WS-ORPHAN-RECORDS
                 ADD PH-PRINCIPAL-PAID TO WS-ORPHAN-PRINCIPAL
                 PERFORM RECN-READ-HISTORY
              END-PERFORM
              ADD 1 TO WS-ORPHAN-COUNT
              ADD WS-ORPHAN-PRINCIPAL TO WS-ORPHAN-TOTAL
              MOVE WS-ORPHAN-RECORDS TO DTL-RECORDS
              MOVE WS-ORPHAN-PRINCIPAL TO DTL-AMOUNT
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 WS-ORPHAN-ID                  DELIMITED BY SIZE
                 "  PAYHIST LOAN NOT ON MASTER - RECORDS="
                                               DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-RECORDS)    DELIMITED BY SIZE
                 "  PRINCIPAL="                DELIMITED BY SIZE
                 FUNCTION TRIM(DTL-AMOUNT)     DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           END-PERFORM
           EXIT.
      ******************************************************************
      * PROVE ONE MASTER RECORD - REPLAY ITS POSTINGS, THEN HOLD THE
      * MASTER TO THE AMOUNT-LESS-PRINCIPAL FIGURE, THE LAST POSTING'S
      * BALANCE, AND THE REPLAYED PAID-THROUGH POSITION. A LOAN MAY
      * FAIL MORE THAN ONE TEST AND GETS A LINE FOR EACH
      ******************************************************************
       RECN-PROVE-LOAN SECTION.
           ADD 1 TO WS-LOANS-READ
           MOVE 'N' TO WS-LOAN-OUT-OF-TIE
      ******************************************************************
      * A MASTER RECORD WRITTEN BEFORE THE BALANCE FIELDS EXISTED
      * CARRIES BLANKS THERE - THE PROGRAMS TAKE IT AS A LOAN STILL
      * OWING ITS FULL AMOUNT WITH NO POSTINGS, SO PROVE IT AS ONE
      ******************************************************************
           IF LM-CURRENT-BALANCE NOT NUMERIC
              MOVE LM-LOAN-AMOUNT TO LM-CURRENT-BALANCE
           END-IF
           IF LM-PAID-THRU-DATE NOT NUMERIC
              MOVE 0 TO LM-PAID-THRU-DATE
           END-IF
           MOVE 0 TO WS-LOAN-ADJUSTMENT
           MOVE 'N' TO WS-LOAN-BAL-MOVED
           MOVE LM-ORIG-DATE TO WS-REPLAY-ORIG-DATE
           MOVE LM-LOAN-ID TO WS-ADJ-SEARCH-ID
           PERFORM RECN-FIND-ADJUSTMENT
           IF WS-ADJ-FOUND-IX NOT = 0
              MOVE WS-ADJ-AMOUNT(WS-ADJ-FOUND-IX) TO WS-LOAN-ADJUSTMENT
              MOVE WS-ADJ-BAL-MOVED(WS-ADJ-FOUND-IX)
                 TO WS-LOAN-BAL-MOVED
              IF WS-ADJ-ORIG-DATE(WS-ADJ-FOUND-IX) NOT = 0
                 MOVE WS-ADJ-ORIG-DATE(WS-ADJ-FOUND-IX)
                    TO WS-REPLAY-ORIG-DATE
              END-IF
           END-IF
           MOVE 0 TO WS-LOAN-RECORDS
           MOVE 0 TO WS-LOAN-PRINCIPAL
           MOVE 0 TO WS-LAST-BALANCE-AFTER
           MOVE 0 TO WS-REPLAY-PAID-THRU
           MOVE 0 TO WS-REVERSIBLE-PAID-THRU
           MOVE 0 TO WS-CHAIN-BREAK-SEQ
           PERFORM UNTIL WS-HIST-LOAN-ID NOT = LM-LOAN-ID
              PERFORM RECN-REPLAY-POSTING
              PERFORM RECN-READ-HISTORY
           END-PERFORM
           COMPUTE WS-EXPECTED-BALANCE = LM-LOAN-AMOUNT
              - WS-LOAN-ADJUSTMENT - WS-LOAN-PRINCIPAL
           ADD LM-CURRENT-BALANCE TO WS-MASTER-TOTAL
           ADD WS-EXPECTED-BALANCE TO WS-SUBLEDGER-TOTAL
           IF LM-CURRENT-BALANCE NOT = WS-EXPECTED-BALANCE
              MOVE LM-CURRENT-BALANCE TO DTL-AMOUNT
              MOVE WS-EXPECTED-BALANCE TO DTL-AMOUNT-2
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 LM-LOAN-ID                    DELIMITED BY SIZE
                 "  BALANCE NOT AMOUNT LESS PRINCIPAL"
                                               DELIMITED BY SIZE
                 DTL-AMOUNT                    DELIMITED BY SIZE
                 DTL-AMOUNT-2                  DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              MOVE 'Y' TO WS-LOAN-OUT-OF-TIE
           END-IF
           IF WS-LOAN-RECORDS > 0 AND NOT WS-BALANCE-MAINTAINED
              IF LM-CURRENT-BALANCE NOT = WS-LAST-BALANCE-AFTER
                 MOVE LM-CURRENT-BALANCE TO DTL-AMOUNT
                 MOVE WS-LAST-BALANCE-AFTER TO DTL-AMOUNT-2
                 MOVE SPACES TO WS-REPORT-RECORD
                 STRING
                    LM-LOAN-ID                 DELIMITED BY SIZE
                    "  BALANCE NOT LAST BALANCE-AFTER  "
                                               DELIMITED BY SIZE
                    DTL-AMOUNT                 DELIMITED BY SIZE
                    DTL-AMOUNT-2               DELIMITED BY SIZE
                    INTO WS-REPORT-RECORD
                 WRITE WS-REPORT-RECORD
                 MOVE 'Y' TO WS-LOAN-OUT-OF-TIE
              END-IF
           END-IF
           IF LM-PAID-THRU-DATE NOT = WS-REPLAY-PAID-THRU
              MOVE LM-PAID-THRU-DATE TO WS-FMT-DATE
              PERFORM RECN-FORMAT-DATE
              MOVE DTL-DATE TO DTL-DATE-2
              MOVE WS-REPLAY-PAID-THRU TO WS-FMT-DATE
              PERFORM RECN-FORMAT-DATE
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 LM-LOAN-ID                    DELIMITED BY SIZE
                 "  PAID-THRU NOT PAYHIST POSITION   "
                                               DELIMITED BY SIZE
                 "      "                      DELIMITED BY SIZE
                 DTL-DATE-2                    DELIMITED BY SIZE
                 "        "                    DELIMITED BY SIZE
                 DTL-DATE                      DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              MOVE 'Y' TO WS-LOAN-OUT-OF-TIE
           END-IF
           IF WS-CHAIN-BREAK-SEQ NOT = 0
              MOVE WS-CHAIN-BREAK-SEQ TO DTL-SEQ-NO
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 LM-LOAN-ID                    DELIMITED BY SIZE
                 "  PAID-THRU CHAIN BROKEN AT SEQ " DELIMITED BY SIZE
                 DTL-SEQ-NO                    DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              MOVE 'Y' TO WS-LOAN-OUT-OF-TIE
           END-IF
           IF WS-LOAN-OFF
              ADD 1 TO WS-LOANS-OFF
           ELSE
              ADD 1 TO WS-LOANS-TIED
           END-IF
           EXIT.
      ******************************************************************
      * REPLAY ONE HISTORY RECORD. A LATE CHARGE MOVES NEITHER THE
      * BALANCE NOR THE POSITION (ITS PRIOR-PAID-THRU BYTES HOLD THE
      * INSTALLMENT CHARGED), SO ONLY ITS BALANCE-AFTER COUNTS. ANY
      * OTHER POSTING THAT RECORDED THE POSITION IT FOUND IS CHECKED
      * AGAINST THE REPLAY FIRST, AND THE REPLAY PICKS UP FROM THE
      * RECORD SO ONE BREAK IS REPORTED ONCE. THEN THE POSTING MOVES
      * THE POSITION AS LOANPOST DID - A REGULAR PAYMENT ONE ANCHORED
      * MONTH, A CURTAILMENT NOT AT ALL, A REVERSAL BACK TO WHERE THE
      * PAYMENT IT REVERSES FOUND IT, A PAYOFF TO THE RECEIPT DATE. A
      * MODIFICATION STARTS THE SCHEDULE AGAIN FROM ITS POST DATE
      * WITH NOTHING PAID - ITS PRIOR-PAID-THRU BYTES HOLD THE OLD
      * ORIGINATION DATE, SO IT IS NOT A LINK IN THE CHAIN EITHER
      ******************************************************************
       RECN-REPLAY-POSTING SECTION.
           ADD 1 TO WS-LOAN-RECORDS
           ADD PH-PRINCIPAL-PAID TO WS-LOAN-PRINCIPAL
           MOVE PH-BALANCE-AFTER TO WS-LAST-BALANCE-AFTER
           IF PH-TYPE-MODIFICATION
              MOVE 0 TO WS-REPLAY-PAID-THRU
              MOVE 0 TO WS-REVERSIBLE-PAID-THRU
              MOVE PH-POST-DATE TO WS-REPLAY-ORIG-DATE
           END-IF
           IF NOT PH-TYPE-LATE-CHARGE AND NOT PH-TYPE-MODIFICATION
              IF PH-PRIOR-PAID-THRU NUMERIC
                 IF PH-PRIOR-PAID-THRU NOT = WS-REPLAY-PAID-THRU
                    IF WS-CHAIN-BREAK-SEQ = 0
                       MOVE PH-SEQ-NO TO WS-CHAIN-BREAK-SEQ
                    END-IF
                    MOVE PH-PRIOR-PAID-THRU TO WS-REPLAY-PAID-THRU
                 END-IF
              END-IF
              IF PH-TYPE-REGULAR
                 MOVE WS-REPLAY-PAID-THRU TO WS-REVERSIBLE-PAID-THRU
                 IF WS-REPLAY-PAID-THRU = 0
                    MOVE WS-REPLAY-ORIG-DATE TO WS-PAID-THRU-DATE
                 ELSE
                    MOVE WS-REPLAY-PAID-THRU TO WS-PAID-THRU-DATE
                 END-IF
                 MOVE WS-REPLAY-ORIG-DATE TO WS-ANCHOR-DATE
                 PERFORM RECN-ADVANCE-ONE-MONTH
                 MOVE WS-PAID-THRU-DATE TO WS-REPLAY-PAID-THRU
              END-IF
              IF PH-TYPE-CURTAILMENT
                 MOVE WS-REPLAY-PAID-THRU TO WS-REVERSIBLE-PAID-THRU
              END-IF
              IF PH-TYPE-REVERSAL
                 MOVE WS-REVERSIBLE-PAID-THRU TO WS-REPLAY-PAID-THRU
              END-IF
              IF PH-TYPE-PAYOFF
                 IF PH-POST-DATE > WS-REPLAY-PAID-THRU
                    MOVE PH-POST-DATE TO WS-REPLAY-PAID-THRU
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE PROOF - LOANS TIED AND OUT OF TIE, THEN THE MASTER'S
      * BALANCES AGAINST THE SUBLEDGER'S. HISTORY WITH NO MASTER IS
      * SHOWN APART - IT BELONGS TO NO BALANCE ON THE MASTER
      ******************************************************************
       RECN-WRITE-PROOF SECTION.
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-LOANS-READ TO CNT-FIELD
           MOVE WS-LOANS-TIED TO CNT-FIELD-2
           MOVE WS-LOANS-OFF TO CNT-FIELD-3
           MOVE WS-ORPHAN-COUNT TO CNT-FIELD-4
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "LOANS READ="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  TIED="                        DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  OUT OF TIE="                  DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-3)       DELIMITED BY SIZE
              "  PAYHIST IDS NOT ON MASTER="   DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-4)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           SUBTRACT WS-SUBLEDGER-TOTAL FROM WS-MASTER-TOTAL
              GIVING WS-PROOF-DIFFERENCE
           MOVE WS-MASTER-TOTAL TO TOT-FIELD
           MOVE WS-SUBLEDGER-TOTAL TO TOT-FIELD-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "MASTER BALANCES = "             DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              "  SUBLEDGER BALANCES = "        DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD-2)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-PROOF-DIFFERENCE TO TOT-FIELD
           MOVE WS-ORPHAN-TOTAL TO TOT-FIELD-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "DIFFERENCE = "                  DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD)         DELIMITED BY SIZE
              "  PRINCIPAL WITH NO MASTER = "  DELIMITED BY SIZE
              FUNCTION TRIM(TOT-FIELD-2)       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           IF WS-PROOF-DIFFERENCE = 0 AND WS-LOANS-OFF = 0 AND
              WS-ORPHAN-COUNT = 0
              MOVE "MASTER PROVES TO THE SUBLEDGER" TO WS-REPORT-RECORD
           ELSE
              MOVE "*** MASTER DOES NOT PROVE TO THE SUBLEDGER ***"
                 TO WS-REPORT-RECORD
              DISPLAY "SUBLEDGER PROOF OUT OF TIE - SEE RECNOUT"
           END-IF
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * ADD ONE CALENDAR MONTH TO THE PAID-THROUGH DATE, ANCHORING
      * THE DAY TO THE ORIGINATION DAY AND CLAMPING TO THE SHORTER
      * MONTHS - THE SAME STEP LOANPOST TAKES FOR A REGULAR PAYMENT
      ******************************************************************
       RECN-ADVANCE-ONE-MONTH SECTION.
           ADD 1 TO WS-PT-MM
           IF WS-PT-MM > 12
              MOVE 1 TO WS-PT-MM
              ADD 1 TO WS-PT-YYYY
           END-IF
           MOVE WS-PT-YYYY TO WS-DIM-YYYY
           MOVE WS-PT-MM TO WS-DIM-MM
           PERFORM RECN-DAYS-IN-MONTH
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
      ******************************************************************
       RECN-DAYS-IN-MONTH SECTION.
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
      * DATE (NO POSITION) SHOWS AS A DASH
      ******************************************************************
       RECN-FORMAT-DATE SECTION.
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
