      * COBOL PROGRAM CLOSES THE NIGHTLY CYCLE - IT READS THE CYCLE
      * CONTROL FILE, CHECKS THAT EVERY JOB THE BUSINESS DATE
      * REQUIRES HAS SIGNED OFF FOR IT (POSTING, AGING, AND THE
      * OVERNIGHT PORTFOLIO RUN EVERY NIGHT; THE GL EXTRACT AND THE
      * STRATIFICATION AS WELL AT MONTH-END), AND ONLY THEN ROLLS THE
      * BUSINESS DATE FORWARD TO THE NEXT WEEKDAY. A NIGHT WITH A JOB
      * OUTSTANDING IS LEFT WHERE IT IS, SO NOTHING RUNS AGAINST A
      * DATE WHOSE BOOKS ARE NOT FINISHED. THE FIRST RUN AGAINST AN
      * EMPTY CATALOG STARTS THE CONTROL FILE AT THE DATE ON THE
      * STARTDATE CARD. EITHER WAY THE RUN PRINTS WHERE EVERY JOB
      * STANDS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANEOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT EOD-CARD-FILE ASSIGN TO "EODIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EODOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-FILE.
       01 CYCLE-FILE-RECORD       PIC X(160).
       FD EOD-CARD-FILE.
       01 WS-CARD-RECORD          PIC X(80).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-CYCLE-STATUS         PIC X(2).
           77 WS-CARD-FILE-STATUS     PIC X(2).
           77 WS-CARD-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-CARDS    VALUE 'Y'.
           77 WS-CARD-KEY             PIC X(20).
           77 WS-CARD-VALUE           PIC X(40).
           COPY "cyclctl.cpy".
      ******************************************************************
      * THE DATE A NEW CONTROL FILE STARTS AT - ONLY EVER KEYED ONCE,
      * WHEN THERE IS NO CONTROL FILE YET. IT HAS TO BE A WEEKDAY
      ******************************************************************
           01 WS-START-DATE           PIC 9(8) VALUE 0.
           01 WS-START-DATE-PARTS REDEFINES WS-START-DATE.
               05 WS-ST-YYYY          PIC 9(4).
               05 WS-ST-MM            PIC 9(2).
               05 WS-ST-DD            PIC 9(2).
           77 WS-DAYS-IN-MONTH        PIC 9(2).
           77 WS-DIM-YYYY             PIC 9(4).
           77 WS-DIM-MM               PIC 9(2).
      ******************************************************************
      * THE NEXT BUSINESS DATE - THE NEXT DAY THAT IS NOT A SATURDAY
      * OR SUNDAY. DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS A
      * MONDAY, SO THE DAY OF THE WEEK IS THE INTEGER LESS ONE,
      * MODULO 7, COUNTING MONDAY AS 0. THE DATE IS MONTH-END WHEN
      * THE NEXT BUSINESS DATE FALLS IN ANOTHER MONTH
      ******************************************************************
           01 WS-NEXT-DATE            PIC 9(8).
           77 WS-DATE-INTEGER         PIC 9(7).
           77 WS-WEEKDAY              PIC 9.
               88 WS-WEEKEND          VALUE 5 6.
           77 WS-MONTH-END-SWITCH     PIC X VALUE 'N'.
               88 WS-MONTH-END        VALUE 'Y'.
      ******************************************************************
      * ONE JOB'S SIGN-OFF, CHECKED AND PRINTED IN TURN, AND THE COUNT
      * OF REQUIRED JOBS STILL OUTSTANDING
      ******************************************************************
           77 WS-JOB-NAME             PIC X(8).
           77 WS-JOB-DONE             PIC 9(8).
           77 WS-JOB-STAMP            PIC X(14).
           77 WS-JOB-REQUIRED         PIC X.
               88 WS-JOB-IS-REQUIRED  VALUE 'Y'.
           77 WS-MISSING-COUNT        PIC 9(2) VALUE 0.
           77 CNT-FIELD               PIC Z9.
           77 WS-FMT-DATE             PIC 9(8).
           77 DTL-DATE                PIC X(10).
           77 DTL-DATE-2              PIC X(10).
           77 DTL-STAMP               PIC X(19).
           77 DTL-STATUS              PIC X(24).
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM EOD-READ-CARDS
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FMT-DATE
           PERFORM EOD-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "END OF DAY - BUSINESS DATE CONTROL - RUN "
                                               DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           OPEN INPUT CYCLE-FILE
      ******************************************************************
      * NO CONTROL FILE ON CATALOG (STATUS 35) - THE CYCLE HAS NEVER
      * RUN, SO START IT AT THE KEYED DATE. ONCE THERE IS A FILE THE
      * DATE ONLY EVER MOVES BY A ROLL, SO A STARTDATE CARD THEN IS
      * AN OPERATOR ERROR, NOT A RESET
      ******************************************************************
           IF WS-CYCLE-STATUS = "35"
              PERFORM EOD-START-CYCLE
           ELSE
              IF WS-CYCLE-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN CYCLE CONTROL, "
                    "STATUS " WS-CYCLE-STATUS
                 CLOSE REPORT-FILE
                 STOP RUN
              END-IF
              READ CYCLE-FILE INTO CYCLE-CONTROL-RECORD
                 AT END
                    DISPLAY "ABEND 054 - CYCLE CONTROL FILE IS EMPTY"
                    CLOSE CYCLE-FILE
                    CLOSE REPORT-FILE
                    STOP RUN
              END-READ
              CLOSE CYCLE-FILE
              IF WS-START-DATE NOT = 0
                 DISPLAY "ABEND 054 - STARTDATE CARD ONLY STARTS A "
                    "NEW CYCLE CONTROL FILE"
                 CLOSE REPORT-FILE
                 STOP RUN
              END-IF
              PERFORM EOD-ROLL-DATE
           END-IF
           CLOSE REPORT-FILE
           GOBACK.
      ******************************************************************
      * READ THE CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD. THE
      * NIGHTLY RUN NEEDS NONE, SO A MISSING EODIN FILE IS NOT AN
      * ERROR; AN UNKNOWN KEYWORD STILL STOPS THE RUN RATHER THAN
      * SILENTLY IGNORING WHAT THE OPERATOR ASKED FOR
      ******************************************************************
       EOD-READ-CARDS SECTION.
           OPEN INPUT EOD-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "35"
              IF WS-CARD-FILE-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN EODIN CONTROL "
                    "CARDS, STATUS " WS-CARD-FILE-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-NO-MORE-CARDS
                 READ EOD-CARD-FILE
                 AT END
                    SET WS-NO-MORE-CARDS TO TRUE
                 NOT AT END
                    IF WS-CARD-RECORD(1:1) NOT = SPACE AND
                       WS-CARD-RECORD(1:1) NOT = "*"
                       MOVE SPACES TO WS-CARD-KEY
                       MOVE SPACES TO WS-CARD-VALUE
                       UNSTRING WS-CARD-RECORD DELIMITED BY "="
                          INTO WS-CARD-KEY WS-CARD-VALUE
                       IF WS-CARD-KEY = "STARTDATE"
                          IF WS-CARD-VALUE(1:8) NOT NUMERIC
                             DISPLAY "ABEND 054 - INVALID STARTDATE: '"
                                FUNCTION TRIM(WS-CARD-VALUE) "'"
                             CLOSE EOD-CARD-FILE
                             STOP RUN
                          END-IF
                          MOVE WS-CARD-VALUE(1:8) TO WS-START-DATE
                       ELSE
                          DISPLAY "ABEND 054 - UNKNOWN CONTROL "
                             "CARD: '" FUNCTION TRIM(WS-CARD-KEY) "'"
                          CLOSE EOD-CARD-FILE
                          STOP RUN
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE EOD-CARD-FILE
           END-IF
           EXIT.
      ******************************************************************
      * START A NEW CONTROL FILE AT THE STARTDATE - A REAL CALENDAR
      * DATE THAT IS A WEEKDAY - WITH NO JOB SIGNED OFF FOR IT
      ******************************************************************
       EOD-START-CYCLE SECTION.
           IF WS-START-DATE = 0
              DISPLAY "ABEND 054 - NO CYCLE CONTROL FILE AND NO "
                 "STARTDATE CONTROL CARD"
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           MOVE WS-ST-YYYY TO WS-DIM-YYYY
           MOVE WS-ST-MM TO WS-DIM-MM
           PERFORM EOD-DAYS-IN-MONTH
           IF WS-ST-YYYY < 1900 OR WS-ST-MM < 1 OR WS-ST-MM > 12
              OR WS-ST-DD < 1 OR WS-ST-DD > WS-DAYS-IN-MONTH
              DISPLAY "ABEND 054 - INVALID STARTDATE: '"
                 WS-START-DATE "'"
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER - 1, 7)
           IF WS-WEEKEND
              DISPLAY "ABEND 054 - STARTDATE IS NOT A BUSINESS DAY: '"
                 WS-START-DATE "'"
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-START-DATE TO CC-BUSINESS-DATE
           MOVE 0 TO CC-PRIOR-DATE
           MOVE 0 TO CC-LOANPOST-DONE
           MOVE 0 TO CC-DELQRPT-DONE
           MOVE 0 TO CC-AMORTBAT-DONE
           MOVE 0 TO CC-GLEXTR-DONE
           MOVE 0 TO CC-LOANSTRT-DONE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CC-ROLLED-STAMP
           PERFORM EOD-WRITE-CONTROL
           MOVE WS-START-DATE TO WS-FMT-DATE
           PERFORM EOD-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "CYCLE CONTROL STARTED - BUSINESS DATE "
                                               DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * CHECK EVERY JOB'S SIGN-OFF FOR THE BUSINESS DATE AND ROLL THE
      * DATE ONLY IF NONE THE DATE REQUIRES IS OUTSTANDING. A NIGHT
      * LEFT INCOMPLETE STOPS THE JOB STREAM WITH THE DATE UNMOVED -
      * RUN WHAT IS MISSING, THEN RUN THIS AGAIN
      ******************************************************************
       EOD-ROLL-DATE SECTION.
           MOVE CC-BUSINESS-DATE TO WS-NEXT-DATE
           PERFORM EOD-NEXT-BUSINESS-DAY
           IF WS-NEXT-DATE(1:6) NOT = CC-BUSINESS-DATE(1:6)
              SET WS-MONTH-END TO TRUE
           END-IF
           MOVE CC-BUSINESS-DATE TO WS-FMT-DATE
           PERFORM EOD-FORMAT-DATE
           MOVE DTL-DATE TO DTL-DATE-2
           MOVE WS-NEXT-DATE TO WS-FMT-DATE
           PERFORM EOD-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-RECORD
           IF WS-MONTH-END
              STRING
                 "BUSINESS DATE "              DELIMITED BY SIZE
                 DTL-DATE-2                    DELIMITED BY SIZE
                 "  NEXT BUSINESS DATE "       DELIMITED BY SIZE
                 DTL-DATE                      DELIMITED BY SIZE
                 "  - MONTH-END"               DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
           ELSE
              STRING
                 "BUSINESS DATE "              DELIMITED BY SIZE
                 DTL-DATE-2                    DELIMITED BY SIZE
                 "  NEXT BUSINESS DATE "       DELIMITED BY SIZE
                 DTL-DATE                      DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
           END-IF
           WRITE WS-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE "LOANPOST" TO WS-JOB-NAME
           MOVE CC-LOANPOST-DONE TO WS-JOB-DONE
           MOVE CC-LOANPOST-STAMP TO WS-JOB-STAMP
           MOVE 'Y' TO WS-JOB-REQUIRED
           PERFORM EOD-CHECK-JOB
           MOVE "DELQRPT" TO WS-JOB-NAME
           MOVE CC-DELQRPT-DONE TO WS-JOB-DONE
           MOVE CC-DELQRPT-STAMP TO WS-JOB-STAMP
           MOVE 'Y' TO WS-JOB-REQUIRED
           PERFORM EOD-CHECK-JOB
           MOVE "AMORTBAT" TO WS-JOB-NAME
           MOVE CC-AMORTBAT-DONE TO WS-JOB-DONE
           MOVE CC-AMORTBAT-STAMP TO WS-JOB-STAMP
           MOVE 'Y' TO WS-JOB-REQUIRED
           PERFORM EOD-CHECK-JOB
           MOVE "GL EXTR" TO WS-JOB-NAME
           MOVE CC-GLEXTR-DONE TO WS-JOB-DONE
           MOVE CC-GLEXTR-STAMP TO WS-JOB-STAMP
           MOVE WS-MONTH-END-SWITCH TO WS-JOB-REQUIRED
           PERFORM EOD-CHECK-JOB
           MOVE "LOANSTRT" TO WS-JOB-NAME
           MOVE CC-LOANSTRT-DONE TO WS-JOB-DONE
           MOVE CC-LOANSTRT-STAMP TO WS-JOB-STAMP
           MOVE WS-MONTH-END-SWITCH TO WS-JOB-REQUIRED
           PERFORM EOD-CHECK-JOB
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF WS-MISSING-COUNT > 0
              MOVE WS-MISSING-COUNT TO CNT-FIELD
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "*** BUSINESS DATE NOT ROLLED - "
                                               DELIMITED BY SIZE
                 FUNCTION TRIM(CNT-FIELD)      DELIMITED BY SIZE
                 " REQUIRED JOB(S) NOT COMPLETE ***"
                                               DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              DISPLAY "ABEND 054 - CYCLE NOT COMPLETE FOR BUSINESS "
                 "DATE " CC-BUSINESS-DATE " - SEE EODOUT"
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           MOVE CC-BUSINESS-DATE TO CC-PRIOR-DATE
           MOVE WS-NEXT-DATE TO CC-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CC-ROLLED-STAMP
           PERFORM EOD-WRITE-CONTROL
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "BUSINESS DATE ROLLED FROM "     DELIMITED BY SIZE
              DTL-DATE-2                       DELIMITED BY SIZE
              " TO "                           DELIMITED BY SIZE
              DTL-DATE                         DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * PRINT ONE JOB'S STANDING FOR THE BUSINESS DATE AND COUNT IT
      * IF THE DATE REQUIRES IT AND IT HAS NOT SIGNED OFF. A STAMP
      * FOR AN EARLIER DATE IS THE LAST TIME THE JOB RAN, NOT TONIGHT
      ******************************************************************
       EOD-CHECK-JOB SECTION.
           MOVE SPACES TO DTL-STAMP
           IF WS-JOB-DONE = CC-BUSINESS-DATE
              MOVE "SIGNED OFF" TO DTL-STATUS
              STRING
                 WS-JOB-STAMP(1:4)             DELIMITED BY SIZE
                 "-"                           DELIMITED BY SIZE
                 WS-JOB-STAMP(5:2)             DELIMITED BY SIZE
                 "-"                           DELIMITED BY SIZE
                 WS-JOB-STAMP(7:2)             DELIMITED BY SIZE
                 " "                           DELIMITED BY SIZE
                 WS-JOB-STAMP(9:2)             DELIMITED BY SIZE
                 ":"                           DELIMITED BY SIZE
                 WS-JOB-STAMP(11:2)            DELIMITED BY SIZE
                 ":"                           DELIMITED BY SIZE
                 WS-JOB-STAMP(13:2)            DELIMITED BY SIZE
                 INTO DTL-STAMP
           ELSE
              IF WS-JOB-IS-REQUIRED
                 MOVE "*** NOT COMPLETE ***" TO DTL-STATUS
                 ADD 1 TO WS-MISSING-COUNT
              ELSE
                 MOVE "NOT REQUIRED TODAY" TO DTL-STATUS
              END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              WS-JOB-NAME                      DELIMITED BY SIZE
              "  "                             DELIMITED BY SIZE
              DTL-STATUS                       DELIMITED BY SIZE
              DTL-STAMP                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           EXIT.
      ******************************************************************
      * STEP WS-NEXT-DATE ON ONE DAY, THEN PAST A WEEKEND IF IT LANDS
      * ON ONE
      ******************************************************************
       EOD-NEXT-BUSINESS-DAY SECTION.
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
      * REWRITE THE SINGLE-RECORD CONTROL FILE - OPENED OUTPUT EACH
      * TIME SO THE FILE ALWAYS HOLDS EXACTLY ONE CURRENT RECORD
      ******************************************************************
       EOD-WRITE-CONTROL SECTION.
           OPEN OUTPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN CYCLE CONTROL, STATUS "
                 WS-CYCLE-STATUS
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           WRITE CYCLE-FILE-RECORD FROM CYCLE-CONTROL-RECORD
           CLOSE CYCLE-FILE
           EXIT.
      ******************************************************************
      * DAYS IN THE MONTH AT WS-DIM-YYYY/WS-DIM-MM, LEAP YEARS
      * INCLUDED - THE SAME RULE THE MAINTENANCE PROGRAM'S DATE EDIT
      * APPLIES
      ******************************************************************
       EOD-DAYS-IN-MONTH SECTION.
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
       EOD-FORMAT-DATE SECTION.
           MOVE SPACES TO DTL-DATE
           STRING
              WS-FMT-DATE(1:4)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(5:2)   DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              WS-FMT-DATE(7:2)   DELIMITED BY SIZE
              INTO DTL-DATE
           EXIT.
