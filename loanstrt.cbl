      * PERCENT OF PORTFOLIO, AND WEIGHTED-AVERAGE RATE, PLUS A
      * PORTFOLIO SUMMARY LINE - THE ANSWERS MANAGEMENT KEEPS ASKING
      * THAT THE ONE-LINE-PER-LOAN OVERNIGHT REPORT CANNOT GIVE, AND
      * NOBODY HAS TO RE-KEY INTO A SPREADSHEET ANY MORE. THE BOOK IS
      * CUT AS OF THE BUSINESS DATE ON THE CYCLE CONTROL FILE, ONCE
      * THE OVERNIGHT RUN HAS SIGNED OFF FOR IT - AND, ON THE LAST
      * BUSINESS DAY OF THE MONTH, THE GL EXTRACT AS WELL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANSTRT.
               FILE STATUS IS WS-MAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "loanmast.cpy".
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD       PIC X(160).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-MAST-STATUS          PIC X(2).
           77 WS-CYCLE-STATUS         PIC X(2).
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-RECORDS  VALUE 'Y'.
           77 WS-LOAN-COUNTER         PIC 9(5) VALUE 0.
           77 WS-LOAN-RATE            PIC S9(3)V9(3).
      ******************************************************************
      * REMAINING TERM IN MONTHS - THE FULL TERM LESS THE CALENDAR
      * MONTHS ELAPSED FROM ORIGINATION TO THE BUSINESS DATE, FLOORED
      * AT ZERO FOR A LOAN PAST ITS SCHEDULED MATURITY. THE CYCLE
      * CONTROL RECORD IS READ AT THE START AND REWRITTEN AT THE END
      * WITH THIS RUN'S SIGN-OFF
      ******************************************************************
           COPY "cyclctl.cpy".
      ******************************************************************
      * THE NEXT BUSINESS DATE - THE NEXT DAY THAT IS NOT A SATURDAY
      * OR SUNDAY, WORKED THE SAME WAY THE END-OF-DAY ROLL WORKS IT.
      * THE BUSINESS DATE IS MONTH-END WHEN THE NEXT BUSINESS DATE
      * FALLS IN ANOTHER MONTH
      ******************************************************************
           01 WS-NEXT-DATE            PIC 9(8).
           77 WS-DATE-INTEGER         PIC 9(7).
           77 WS-WEEKDAY              PIC 9.
           01 WS-ASOF-DATE            PIC 9(8).
           01 WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
               05 WS-AS-YYYY          PIC 9(4).
              MOVE 0 TO WS-SC-BALANCE(WS-CUT-IX)
              MOVE 0 TO WS-SC-RATE-WGT(WS-CUT-IX)
           END-PERFORM
           PERFORM STRAT-CHECK-CYCLE
           MOVE CC-BUSINESS-DATE TO WS-ASOF-DATE
           COMPUTE WS-ASOF-MONTHS = WS-AS-YYYY * 12 + WS-AS-MM
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
           OPEN OUTPUT REPORT-FILE
           PERFORM STRAT-WRITE-REPORT
           CLOSE REPORT-FILE
           PERFORM STRAT-SIGN-OFF-CYCLE
           GOBACK.
      ******************************************************************
      * READ THE CYCLE CONTROL RECORD. THE STRATIFICATION IS THE LAST
      * JOB OF THE CYCLE - IT WAITS FOR THE OVERNIGHT PORTFOLIO RUN
      * TO SIGN OFF FOR THE BUSINESS DATE, AND AT MONTH-END FOR THE GL
      * EXTRACT AS WELL, AND RUNS ONCE FOR THE DATE
      ******************************************************************
       STRAT-CHECK-CYCLE SECTION.
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
           IF CC-AMORTBAT-DONE NOT = CC-BUSINESS-DATE
              DISPLAY "ABEND 054 - AMORTBAT NOT COMPLETE FOR "
                 "BUSINESS DATE " CC-BUSINESS-DATE
              STOP RUN
           END-IF
           MOVE CC-BUSINESS-DATE TO WS-NEXT-DATE
           PERFORM STRAT-NEXT-BUSINESS-DAY
           IF WS-NEXT-DATE(1:6) NOT = CC-BUSINESS-DATE(1:6)
              IF CC-GLEXTR-DONE NOT = CC-BUSINESS-DATE
                 DISPLAY "ABEND 054 - GL EXTRACT NOT COMPLETE FOR "
                    "MONTH-END BUSINESS DATE " CC-BUSINESS-DATE
                 STOP RUN
              END-IF
           END-IF
           IF CC-LOANSTRT-DONE = CC-BUSINESS-DATE
              DISPLAY "ABEND 054 - LOANSTRT ALREADY COMPLETE FOR "
                 "BUSINESS DATE " CC-BUSINESS-DATE
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * STEP WS-NEXT-DATE ON ONE DAY, THEN PAST A WEEKEND IF IT LANDS
      * ON ONE
      ******************************************************************
       STRAT-NEXT-BUSINESS-DAY SECTION.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER - 1, 7)
           IF WS-WEEKDAY = 5
              ADD 2 TO WS-DATE-INTEGER
           END-IF
           IF WS-WEEKDAY = 6
              ADD 1 TO WS-DATE-INTEGER
           END-IF
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           EXIT.
      ******************************************************************
      * SIGN THE STRATIFICATION OFF FOR THE BUSINESS DATE
      ******************************************************************
       STRAT-SIGN-OFF-CYCLE SECTION.
           MOVE CC-BUSINESS-DATE TO CC-LOANSTRT-DONE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CC-LOANSTRT-STAMP
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
      * DROP ONE ACTIVE LOAN INTO ITS BAND IN EACH OF THE THREE CUTS
      * AND INTO THE PORTFOLIO TOTALS
      ******************************************************************
