      * OF HAND-DRIVING THE CGI FORM ONE LOAN AT A TIME. EVERY REPORT
      * LINE CARRIES THE REAL LOAN ID OFF THE MASTER, SO A DROPPED OR
      * ADDED LOAN CAN NEVER SHIFT THE REST OF THE REPORT THE WAY THE
      * OLD POSITION-NUMBERED PORTFOLIO FILE COULD. THE RUN BELONGS TO
      * THE NIGHTLY CYCLE - IT WAITS FOR THE AGING RUN TO SIGN OFF
      * FOR THE BUSINESS DATE ON THE CYCLE CONTROL FILE, AND SIGNS
      * OFF THERE ITSELF
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMORTBAT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-PROOF-FILE ASSIGN TO "GLPRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(3).
       FD GL-PROOF-FILE.
       01 WS-PROOF-RECORD     PIC X(132).
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD   PIC X(160).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
           77 WS-EXT-FIELD-4          PIC X(14).
           77 WS-EXT-FIELD-5          PIC X(14).
      ******************************************************************
      * MONTH-END GL EXTRACT - WHEN THE PARM CARRIES GL, THE RUN
      * ALSO ACCUMULATES THE SCHEDULED INTEREST ACCRUING TO EACH
      * ACTIVE LOAN IN THE MONTH OF THE CYCLE'S BUSINESS DATE (THE
      * INTEREST OF THE SCHEDULE PERIOD WHOSE DUE MONTH IS THE
      * REPORTING MONTH) AND WRITES A BALANCED POSTING FILE TO GLOUT
      * - PER-LOAN DETAIL MEMO RECORDS, ONE SUMMARY PAIR DEBITING
      * ACCRUED INTEREST RECEIVABLE AND CREDITING INTEREST INCOME,
      * AND A CONTROL TRAILER - PLUS THE PROOF REPORT ON GLPRF THE
      * TRAILER TIES TO. THE GL ACCRUAL TOTALS ARE NOT CHECKPOINTED,
      * SO A GL RUN REFUSES THE RESTART PARM - RERUN THE MONTH WHOLE
      ******************************************************************
           77 WS-PARM-HIT-3           PIC 9 VALUE 0.
           77 WS-GL-SWITCH            PIC X VALUE 'N'.
               88 WS-GL-RUN           VALUE 'Y'.
           77 WS-GL-PARM-REST         PIC X(40).
           77 GLP-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
           77 GLP-AMOUNT-2            PIC $$$,$$$,$$$,$$9.99.
           77 GLP-COUNT               PIC ZZZZZZ9.
      ******************************************************************
      * THE CYCLE CONTROL RECORD - READ AT THE START FOR THE BUSINESS
      * DATE, REWRITTEN AT THE END WITH THIS RUN'S SIGN-OFF (AND THE
      * GL EXTRACT'S, ON A GL RUN)
      ******************************************************************
           77 WS-CYCLE-STATUS         PIC X(2).
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
           01 WS-CHECKPOINT-RECORD.
               05 CK-STATUS           PIC X(8).
               05 CK-LAST-LOAN-ID     PIC X(8).
           IF WS-PARM-HIT-2 > 0
              SET WS-EXTRACT-RUN TO TRUE
           END-IF
           INSPECT WS-PARM TALLYING WS-PARM-HIT-3 FOR ALL "GL"
           IF WS-PARM-HIT-3 > 0
              SET WS-GL-RUN TO TRUE
           END-IF
           PERFORM BATCH-CHECK-CYCLE
           MOVE SPACES TO WS-GL-PARM-VALUE
           UNSTRING WS-PARM DELIMITED BY "GLMONTH="
              INTO WS-GL-PARM-REST WS-GL-PARM-VALUE
      ******************************************************************
      * THE GL MONTH IS THE BUSINESS DATE'S. A GLMONTH=YYYYMM PARM IS
      * STILL TAKEN, BUT ONLY AS A CHECK - ONE THE OPERATOR KEYED FOR
      * ANY OTHER MONTH MUST STOP THE RUN RATHER THAN POST THE WRONG
      * MONTH'S ACCRUAL OR QUIETLY POST A MONTH NOBODY ASKED FOR
      ******************************************************************
           IF WS-GL-PARM-VALUE NOT = SPACES
              IF WS-GL-PARM-VALUE(1:6) NOT = CC-BUSINESS-DATE(1:6)
                 DISPLAY "ABEND 054 - GLMONTH '"
                    FUNCTION TRIM(WS-GL-PARM-VALUE)
                    "' IS NOT THE MONTH OF BUSINESS DATE "
                    CC-BUSINESS-DATE
                 STOP RUN
              END-IF
           END-IF
           IF WS-GL-RUN
              MOVE CC-BUSINESS-DATE(1:6) TO WS-GL-MONTH
           END-IF
           IF WS-GL-RUN AND WS-RESTART-RUN
              DISPLAY "ABEND 054 - GL EXTRACT DOES NOT RESTART - "
                 "RERUN THE WHOLE MONTH WITHOUT THE RESTART PARM"
              CLOSE GL-POST-FILE
              CLOSE GL-PROOF-FILE
           END-IF
           PERFORM BATCH-SIGN-OFF-CYCLE
           GOBACK.
      ******************************************************************
      * READ THE CYCLE CONTROL RECORD. THE RUN WAITS FOR THE AGING
      * RUN TO SIGN OFF FOR THE BUSINESS DATE AND RUNS ONCE FOR IT.
      * A GL RUN IS HELD TO THE GL EXTRACT'S OWN STAMP INSTEAD, SO A
      * MONTH-END NIGHT WHOSE PORTFOLIO RUN WENT WITHOUT THE GL PARM
      * CAN STILL BE RUN AGAIN WITH IT. THE EXTRACT RUNS ONLY ON THE
      * LAST BUSINESS DAY OF THE MONTH AND ONLY ONCE FOR THE MONTH, SO
      * ONE MONTH'S ACCRUAL IS NEVER POSTED TWICE OR EARLY
      ******************************************************************
       BATCH-CHECK-CYCLE SECTION.
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
           IF CC-DELQRPT-DONE NOT = CC-BUSINESS-DATE
              DISPLAY "ABEND 054 - DELQRPT NOT COMPLETE FOR "
                 "BUSINESS DATE " CC-BUSINESS-DATE
              STOP RUN
           END-IF
           IF WS-GL-RUN
              MOVE CC-BUSINESS-DATE TO WS-NEXT-DATE
              PERFORM BATCH-NEXT-BUSINESS-DAY
              IF WS-NEXT-DATE(1:6) = CC-BUSINESS-DATE(1:6)
                 DISPLAY "ABEND 054 - GL EXTRACT RUNS ONLY ON THE LAST "
                    "BUSINESS DAY OF THE MONTH - BUSINESS DATE "
                    CC-BUSINESS-DATE
                 STOP RUN
              END-IF
              IF CC-GLEXTR-DONE(1:6) = CC-BUSINESS-DATE(1:6)
                 DISPLAY "ABEND 054 - GL EXTRACT ALREADY COMPLETE FOR "
                    "MONTH " CC-BUSINESS-DATE(1:6)
                 STOP RUN
              END-IF
           ELSE
              IF CC-AMORTBAT-DONE = CC-BUSINESS-DATE
                 DISPLAY "ABEND 054 - AMORTBAT ALREADY COMPLETE FOR "
                    "BUSINESS DATE " CC-BUSINESS-DATE
                 STOP RUN
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      * STEP WS-NEXT-DATE ON ONE DAY, THEN PAST A WEEKEND IF IT LANDS
      * ON ONE
      ******************************************************************
       BATCH-NEXT-BUSINESS-DAY SECTION.
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
      * SIGN THE RUN OFF FOR THE BUSINESS DATE - AND THE GL EXTRACT
      * WITH IT ON A GL RUN. THE STAMP THE STRATIFICATION WAITS ON
      ******************************************************************
       BATCH-SIGN-OFF-CYCLE SECTION.
           MOVE CC-BUSINESS-DATE TO CC-AMORTBAT-DONE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CC-AMORTBAT-STAMP
           IF WS-GL-RUN
              MOVE CC-BUSINESS-DATE TO CC-GLEXTR-DONE
              MOVE CC-AMORTBAT-STAMP TO CC-GLEXTR-STAMP
           END-IF
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
      * REWRITE THE SINGLE-RECORD CHECKPOINT FILE WITH THE CURRENT
      * POSITION AND RUNNING TOTALS - OPENED OUTPUT EACH TIME SO THE
      * FILE ALWAYS HOLDS EXACTLY ONE CURRENT RECORD
