      * PAID-THROUGH POSITION THE POSTING PROGRAM MAINTAINS, AND THE
      * SHORTFALL IS BUCKETED INTO CURRENT / 30 / 60 / 90+ DAYS PAST
      * DUE WITH PER-BUCKET COUNTS, DOLLAR TOTALS, AND A PORTFOLIO
      * TRAILER - ONE PRINTOUT FOR THE COLLECTIONS DESK EACH MORNING.
      * THE AGING IS CUT AS OF THE BUSINESS DATE ON THE CYCLE CONTROL
      * FILE, ONLY ONCE THE POSTING RUN HAS SIGNED OFF FOR THAT DATE,
      * AND SIGNS OFF THERE ITSELF FOR THE OVERNIGHT RUN TO FOLLOW
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DELQRPT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loanmast.cpy".
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD       PIC X(160).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-MAST-STATUS          PIC X(2).
           77 WS-CYCLE-STATUS         PIC X(2).
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-RECORDS  VALUE 'Y'.
      ******************************************************************
      * THE AS-OF DATE THE AGING IS CUT AT - THE CYCLE'S BUSINESS
      * DATE, SO A NIGHT RUN LATE IS STILL AGED AS OF THE NIGHT IT
      * BELONGS TO. THE CYCLE CONTROL RECORD IS READ AT THE START
      * AND REWRITTEN AT THE END WITH THIS RUN'S SIGN-OFF
      ******************************************************************
           COPY "cyclctl.cpy".
           01 WS-ASOF-DATE            PIC 9(8) VALUE 0.
           01 WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
               05 WS-AS-YYYY          PIC 9(4).
              MOVE 0 TO WS-BK-COUNT(WS-BUCKET-IX)
              MOVE 0 TO WS-BK-AMOUNT(WS-BUCKET-IX)
           END-PERFORM
           PERFORM AGE-CHECK-CYCLE
           MOVE CC-BUSINESS-DATE TO WS-ASOF-DATE
      ******************************************************************
      * THE AS-OF DATE HAS TO BE A REAL CALENDAR DATE - LEAP YEARS
      * INCLUDED - OR EVERY DAYS-PAST-DUE FIGURE BUILT ON IT IS
      * GARBAGE
      ******************************************************************
           MOVE WS-AS-YYYY TO WS-DIM-YYYY
           MOVE WS-AS-MM TO WS-DIM-MM
           CLOSE LOAN-MASTER-FILE
           PERFORM AGE-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM AGE-SIGN-OFF-CYCLE
           GOBACK.
      ******************************************************************
      * READ THE CYCLE CONTROL RECORD. THE AGING RUNS ONLY AFTER THE
      * POSTING RUN HAS SIGNED OFF FOR THE BUSINESS DATE - AGED ANY
      * EARLIER, EVERY LOAN PAID TODAY SHOWS A DAY LATE - AND ONLY
      * ONCE FOR THAT DATE
      ******************************************************************
       AGE-CHECK-CYCLE SECTION.
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
           IF CC-DELQRPT-DONE = CC-BUSINESS-DATE
              DISPLAY "ABEND 054 - DELQRPT ALREADY COMPLETE FOR "
                 "BUSINESS DATE " CC-BUSINESS-DATE
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * SIGN THE AGING OFF FOR THE BUSINESS DATE - THE STAMP THE
      * OVERNIGHT PORTFOLIO RUN WAITS ON
      ******************************************************************
       AGE-SIGN-OFF-CYCLE SECTION.
           MOVE CC-BUSINESS-DATE TO CC-DELQRPT-DONE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CC-DELQRPT-STAMP
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
      * AGE ONE ACTIVE LOAN - WALK THE SCHEDULED DUE DATES FROM THE
