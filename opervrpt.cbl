      * COBOL PROGRAM REPORTS THE ACCESS-VIOLATION LOG - EVERY RUN OF
      * AN UPDATING PROGRAM THAT WAS REFUSED AT THE OPERATOR SECURITY
      * CHECK, AND EVERY OPERMNT CARD AIMED AT THE RUNNING OPERATOR'S
      * OWN ENTRY, WITH WHEN, WHICH PROGRAM, THE OPERATOR ID KEYED,
      * THE FUNCTION ASKED FOR, AND WHY IT WAS REFUSED. ONE OPERATOR
      * ID AND A STARTING DATE CAN BE SELECTED; THE TRAILER COUNTS
      * THE REFUSALS BY REASON SO THE AUDITOR SEES AT A GLANCE
      * WHETHER IT WAS A MISKEYED PARM OR SOMEBODY TRYING A DOOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT VRPT-CARD-FILE ASSIGN TO "VIOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VIOOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VIOLATION-FILE.
       COPY "accviol.cpy".
       FD VRPT-CARD-FILE.
       01 WS-CARD-RECORD          PIC X(80).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-VIOL-STATUS          PIC X(2).
           77 WS-CARD-FILE-STATUS     PIC X(2).
           77 WS-VIOL-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-VIOLATIONS VALUE 'Y'.
           77 WS-CARD-EOF-SWITCH      PIC X VALUE 'N'.
               88 WS-NO-MORE-CARDS    VALUE 'Y'.
           77 WS-CARD-KEY             PIC X(20).
           77 WS-CARD-VALUE           PIC X(40).
      ******************************************************************
      * SELECTION - AN OPERATOR ID LEFT BLANK PRINTS EVERY OPERATOR;
      * A FROM DATE OF ZERO PRINTS THE WHOLE LOG
      ******************************************************************
           77 WS-SEL-OPERATOR         PIC X(8) VALUE SPACES.
           01 WS-SEL-FROM-DATE        PIC 9(8) VALUE 0.
           01 WS-SEL-FROM-TEXT REDEFINES WS-SEL-FROM-DATE
                                      PIC X(8).
      ******************************************************************
      * RUN COUNTS FOR THE TRAILER - SELECTED, ON FILE, AND THE
      * SELECTED REFUSALS BY REASON
      ******************************************************************
           77 WS-READ-COUNT           PIC 9(7) VALUE 0.
           77 WS-MATCH-COUNT          PIC 9(7) VALUE 0.
           77 WS-NO-OPER-COUNT        PIC 9(7) VALUE 0.
           77 WS-NOT-ON-FILE-COUNT    PIC 9(7) VALUE 0.
           77 WS-REVOKED-COUNT        PIC 9(7) VALUE 0.
           77 WS-NOT-CLEARED-COUNT    PIC 9(7) VALUE 0.
           77 WS-OTHER-COUNT          PIC 9(7) VALUE 0.
           77 CNT-FIELD               PIC ZZZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZZZ9.
      ******************************************************************
      * EDITED SCRATCH FIELDS FOR ONE DETAIL LINE
      ******************************************************************
           77 DTL-DATE                PIC X(10).
           77 DTL-TIME                PIC X(8).
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "DATE/TIME            PROGRAM  OPERATOR  ".
               05 FILLER PIC X(40) VALUE
                   "FUNCTION             REASON REFUSED".
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM VRPT-READ-CARDS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
      ******************************************************************
      * NO LOG ON CATALOG (STATUS 35) MEANS NOTHING HAS EVER BEEN
      * REFUSED - THE REPORT SAYS SO WITH A ZERO TRAILER RATHER THAN
      * ABENDING
      ******************************************************************
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOL-STATUS = "35"
              SET WS-NO-MORE-VIOLATIONS TO TRUE
           ELSE
              IF WS-VIOL-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN ACCESS-VIOLATION "
                    "LOG, STATUS " WS-VIOL-STATUS
                 CLOSE REPORT-FILE
                 STOP RUN
              END-IF
           END-IF
           PERFORM UNTIL WS-NO-MORE-VIOLATIONS
              READ VIOLATION-FILE
              AT END
                 SET WS-NO-MORE-VIOLATIONS TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF (WS-SEL-OPERATOR = SPACES OR
                     AV-OPERATOR = WS-SEL-OPERATOR) AND
                    AV-TIMESTAMP(1:8) >= WS-SEL-FROM-TEXT
                    ADD 1 TO WS-MATCH-COUNT
                    PERFORM VRPT-WRITE-DETAIL
                 END-IF
              END-READ
           END-PERFORM
           IF WS-VIOL-STATUS NOT = "35"
              CLOSE VIOLATION-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-NO-OPER-COUNT TO CNT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "NO OPERATOR ON THE PARM      "  DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-NOT-ON-FILE-COUNT TO CNT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "OPERATOR NOT ON FILE         "  DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-REVOKED-COUNT TO CNT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "OPERATOR REVOKED             "  DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-NOT-CLEARED-COUNT TO CNT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "NOT CLEARED FOR THE FUNCTION "  DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-OTHER-COUNT TO CNT-FIELD
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "OWN ENTRY / OTHER            "  DELIMITED BY SIZE
              CNT-FIELD                        DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           MOVE WS-MATCH-COUNT TO CNT-FIELD
           MOVE WS-READ-COUNT TO CNT-FIELD-2
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "ACCESS VIOLATIONS SELECTED="    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              " OF "                           DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              " ON FILE"                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE REPORT-FILE
           GOBACK.
      ******************************************************************
      * READ THE CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD. NO
      * CARDS AT ALL MEANS THE WHOLE LOG; AN UNKNOWN KEYWORD STOPS
      * THE RUN RATHER THAN SILENTLY IGNORING WHAT THE OPERATOR
      * ASKED FOR
      ******************************************************************
       VRPT-READ-CARDS SECTION.
           OPEN INPUT VRPT-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "35"
              IF WS-CARD-FILE-STATUS NOT = "00"
                 DISPLAY "ABEND 054 - CANNOT OPEN VIOIN CONTROL "
                    "CARDS, STATUS " WS-CARD-FILE-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-NO-MORE-CARDS
                 READ VRPT-CARD-FILE
                 AT END
                    SET WS-NO-MORE-CARDS TO TRUE
                 NOT AT END
                    IF WS-CARD-RECORD(1:1) NOT = SPACE AND
                       WS-CARD-RECORD(1:1) NOT = "*"
                       MOVE SPACES TO WS-CARD-KEY
                       MOVE SPACES TO WS-CARD-VALUE
                       UNSTRING WS-CARD-RECORD DELIMITED BY "="
                          INTO WS-CARD-KEY WS-CARD-VALUE
                       IF WS-CARD-KEY = "OPERID"
                          MOVE WS-CARD-VALUE TO WS-SEL-OPERATOR
                       ELSE
                       IF WS-CARD-KEY = "FROMDATE"
                          IF WS-CARD-VALUE(1:8) IS NOT NUMERIC
                             DISPLAY "ABEND 054 - INVALID FROMDATE: '"
                                FUNCTION TRIM(WS-CARD-VALUE) "'"
                             CLOSE VRPT-CARD-FILE
                             STOP RUN
                          END-IF
                          MOVE WS-CARD-VALUE(1:8) TO WS-SEL-FROM-TEXT
                       ELSE
                          DISPLAY "ABEND 054 - UNKNOWN CONTROL "
                             "CARD: '" FUNCTION TRIM(WS-CARD-KEY) "'"
                          CLOSE VRPT-CARD-FILE
                          STOP RUN
                       END-IF
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE VRPT-CARD-FILE
           END-IF
           EXIT.
      ******************************************************************
      * ONE READABLE LINE PER REFUSAL, COUNTED UNDER ITS REASON FOR
      * THE TRAILER
      ******************************************************************
       VRPT-WRITE-DETAIL SECTION.
           MOVE SPACES TO DTL-DATE
           STRING
              AV-TIMESTAMP(1:4)  DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              AV-TIMESTAMP(5:2)  DELIMITED BY SIZE
              "-"                DELIMITED BY SIZE
              AV-TIMESTAMP(7:2)  DELIMITED BY SIZE
              INTO DTL-DATE
           MOVE SPACES TO DTL-TIME
           STRING
              AV-TIMESTAMP(9:2)  DELIMITED BY SIZE
              ":"                DELIMITED BY SIZE
              AV-TIMESTAMP(11:2) DELIMITED BY SIZE
              ":"                DELIMITED BY SIZE
              AV-TIMESTAMP(13:2) DELIMITED BY SIZE
              INTO DTL-TIME
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              DTL-DATE                        DELIMITED BY SIZE
              " "                             DELIMITED BY SIZE
              DTL-TIME                        DELIMITED BY SIZE
              "  "                            DELIMITED BY SIZE
              AV-PROGRAM                      DELIMITED BY SIZE
              " "                             DELIMITED BY SIZE
              AV-OPERATOR                     DELIMITED BY SIZE
              "  "                            DELIMITED BY SIZE
              AV-FUNCTION                     DELIMITED BY SIZE
              " "                             DELIMITED BY SIZE
              AV-REASON                       DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF AV-REASON = "NO OPERATOR NAMED ON THE PARM"
              ADD 1 TO WS-NO-OPER-COUNT
           ELSE
              IF AV-REASON = "OPERATOR NOT ON SECURITY FILE"
                 ADD 1 TO WS-NOT-ON-FILE-COUNT
              ELSE
                 IF AV-REASON = "OPERATOR REVOKED"
                    ADD 1 TO WS-REVOKED-COUNT
                 ELSE
                    IF AV-REASON =
                       "OPERATOR NOT CLEARED FOR THIS FUNCTION"
                       ADD 1 TO WS-NOT-CLEARED-COUNT
                    ELSE
                       ADD 1 TO WS-OTHER-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.
