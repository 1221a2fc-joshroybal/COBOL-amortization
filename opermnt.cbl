      * COBOL PROGRAM MAINTAINS THE INDEXED OPERATOR SECURITY FILE
      * FROM A BATCH OF TRANSACTION CARDS - ADDS, CHANGES, REVOKES,
      * AND REINSTATEMENTS OF THE OPERATOR IDS THE UPDATING PROGRAMS
      * ACCEPT ON THEIR OPER= PARM, WITH THE FUNCTIONS EACH ID IS
      * CLEARED FOR. THE OPERATOR RUNNING IT MUST HOLD SECURITY
      * ADMINISTRATION ON THE FILE AND MAY NOT TOUCH THEIR OWN
      * ENTRY, SO NOBODY GRANTS THEMSELVES A FUNCTION. EVERY CARD IS
      * REPORTED AS APPLIED OR REJECTED, AND EVERY REFUSAL IS LOGGED
      * TO THE ACCESS-VIOLATION FILE. THE ONE EXCEPTION IS THE FIRST
      * RUN, AGAINST A FILE WITH NOBODY ON IT YET - THAT RUN LOADS
      * THE FIRST ENTRIES UNCHECKED AND SAYS SO ON THE REGISTER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-SEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPSEC-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT TXN-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "OPEROUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-SEC-FILE.
       COPY "opersec.cpy".
       FD VIOLATION-FILE.
       COPY "accviol.cpy".
       FD TXN-FILE.
      ******************************************************************
      * OPERATOR SECURITY TRANSACTION CARD - FIXED COLUMNS. ACTION
      * A = ADD, C = CHANGE, R = REVOKE, E = REINSTATE. THE SIX FLAG
      * COLUMNS ARE Y OR N IN OPERSEC ORDER - MAINTAIN LOANS, BOOK
      * QUOTES, APPROVE PENDING, MAINTAIN RATE SHEETS, POST PAYMENTS,
      * SECURITY ADMINISTRATION. ON AN ADD A BLANK FLAG IS N; ON A
      * CHANGE A BLANK NAME OR FLAG IS LEFT AS IT STANDS
      ******************************************************************
       01 TXN-RECORD.
           05 OT-ACTION           PIC X.
           05 OT-OPERATOR-ID      PIC X(8).
           05 OT-OPERATOR-NAME    PIC X(30).
           05 OT-FUNCTIONS.
               10 OT-FUNCTION-FLAG    PIC X OCCURS 6.
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
       WORKING-STORAGE SECTION.
           77 WS-OPSEC-STATUS         PIC X(2).
           77 WS-VIOL-STATUS          PIC X(2).
           77 WS-EOF-SWITCH           PIC X VALUE 'N'.
               88 WS-NO-MORE-TXNS     VALUE 'Y'.
           77 WS-EDIT-SWITCH          PIC X VALUE 'N'.
               88 WS-TXN-REJECTED     VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
           77 WS-FLAG-NO              PIC 9.
      ******************************************************************
      * THE OPERATOR KEYED ON THE PARM AS OPER=XXXXXXXX - CLEARED
      * AGAINST THIS FILE FOR SECURITY ADMINISTRATION BEFORE ANY
      * CARD IS READ, AND STAMPED ON EVERY ENTRY IT ADDS OR CHANGES
      ******************************************************************
           77 WS-PARM                 PIC X(40) VALUE SPACES.
           77 WS-PARM-KEY             PIC X(20).
           77 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
      ******************************************************************
      * A REFUSAL - OF THE WHOLE RUN, OR OF ONE CARD AIMED AT THE
      * RUNNING OPERATOR'S OWN ENTRY - IS WRITTEN TO THE ACCVIOL LOG
      * WITH THE REASON AND THE FUNCTION THAT WAS ASKED FOR
      ******************************************************************
           77 WS-DENY-REASON          PIC X(40).
           77 WS-DENY-FUNCTION        PIC X(20).
      ******************************************************************
      * INITIAL LOAD - A SECURITY FILE WITH NOBODY ON IT HAS NOBODY
      * TO CLEAR THE RUN, SO THE FIRST RUN LOADS UNCHECKED. ONCE ONE
      * ENTRY IS ON FILE EVERY RUN AFTER IS CHECKED
      ******************************************************************
           77 WS-LOAD-SWITCH          PIC X VALUE 'N'.
               88 WS-INITIAL-LOAD     VALUE 'Y'.
           77 WS-MAINT-TIMESTAMP      PIC X(14).
      ******************************************************************
      * RUN COUNTS FOR THE CONTROL TRAILER
      ******************************************************************
           77 WS-TXN-COUNT            PIC 9(5) VALUE 0.
           77 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           77 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           77 CNT-FIELD               PIC ZZZZ9.
           77 CNT-FIELD-2             PIC ZZZZ9.
           77 CNT-FIELD-3             PIC ZZZZ9.
           01 WS-HDR-REC.
               05 FILLER PIC X(40) VALUE
                   "OPERATOR SECURITY MAINTENANCE - TRANSACT".
               05 FILLER PIC X(40) VALUE
                   "ION REGISTER".
           01 WS-HDR-REC-2.
               05 FILLER PIC X(40) VALUE
                   "         ACT OPERATOR NAME              ".
               05 FILLER PIC X(40) VALUE
                   "            STS LOAN BOOK APPR RATE POST".
               05 FILLER PIC X(40) VALUE
                   "  SEC".
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
           OPEN I-O OPER-SEC-FILE
      ******************************************************************
      * FIRST RUN AGAINST AN EMPTY CATALOG - CREATE THE FILE, THEN
      * REOPEN IT FOR UPDATING
      ******************************************************************
           IF WS-OPSEC-STATUS = "35"
              OPEN OUTPUT OPER-SEC-FILE
              CLOSE OPER-SEC-FILE
              OPEN I-O OPER-SEC-FILE
           END-IF
           IF WS-OPSEC-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN OPERATOR SECURITY "
                 "FILE, STATUS " WS-OPSEC-STATUS
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           START OPER-SEC-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
              INVALID KEY
                 SET WS-INITIAL-LOAD TO TRUE
           END-START
           IF NOT WS-INITIAL-LOAD
              PERFORM SEC-CHECK-OPERATOR
           END-IF
           OPEN INPUT TXN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           IF WS-INITIAL-LOAD
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "INITIAL LOAD - NO OPERATOR ON FILE, CARDS "
                                                DELIMITED BY SIZE
                 "APPLIED WITHOUT AN OPERATOR CHECK"
                                                DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-REPORT-RECORD
           MOVE WS-HDR-REC-2 TO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           PERFORM UNTIL WS-NO-MORE-TXNS
              READ TXN-FILE
              AT END
                 SET WS-NO-MORE-TXNS TO TRUE
              NOT AT END
      ******************************************************************
      * BLANK CARDS AND COMMENT CARDS (* IN COLUMN 1) PASS THROUGH
      * WITHOUT COMMENT
      ******************************************************************
                 IF OT-ACTION NOT = SPACE AND OT-ACTION NOT = "*"
                    ADD 1 TO WS-TXN-COUNT
                    PERFORM SEC-APPLY-TXN
                 END-IF
              END-READ
           END-PERFORM
           MOVE WS-TXN-COUNT TO CNT-FIELD
           MOVE WS-APPLIED-COUNT TO CNT-FIELD-2
           MOVE WS-REJECTED-COUNT TO CNT-FIELD-3
           MOVE SPACES TO WS-REPORT-RECORD
           STRING
              "TRANSACTIONS READ="             DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD)         DELIMITED BY SIZE
              "  APPLIED="                     DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-2)       DELIMITED BY SIZE
              "  REJECTED="                    DELIMITED BY SIZE
              FUNCTION TRIM(CNT-FIELD-3)       DELIMITED BY SIZE
              "  OPERATOR="                    DELIMITED BY SIZE
              WS-OPERATOR-ID                   DELIMITED BY SIZE
              INTO WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD
           CLOSE TXN-FILE
           CLOSE REPORT-FILE
           CLOSE OPER-SEC-FILE
           GOBACK.
      ******************************************************************
      * HOLD THE PARM OPERATOR AGAINST THE FILE - THE ID MUST BE ON
      * FILE, ACTIVE, AND CLEARED FOR SECURITY ADMINISTRATION. A
      * REFUSED RUN IS LOGGED TO ACCVIOL AND STOPS HERE HAVING READ
      * NO CARD AND CHANGED NOTHING
      ******************************************************************
       SEC-CHECK-OPERATOR SECTION.
           MOVE SPACES TO WS-DENY-REASON
           IF WS-OPERATOR-ID = SPACES
              MOVE "NO OPERATOR NAMED ON THE PARM" TO WS-DENY-REASON
           ELSE
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
                    IF NOT OP-MAY-ADMINISTER
                       MOVE "OPERATOR NOT CLEARED FOR THIS FUNCTION"
                          TO WS-DENY-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-DENY-REASON NOT = SPACES
              MOVE "SECURITY ADMIN" TO WS-DENY-FUNCTION
              PERFORM SEC-LOG-VIOLATION
              CLOSE OPER-SEC-FILE
              DISPLAY "ABEND 054 - OPERATOR '"
                 FUNCTION TRIM(WS-OPERATOR-ID) "' REFUSED - "
                 FUNCTION TRIM(WS-DENY-REASON)
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * ROUTE ONE TRANSACTION CARD TO ITS ACTION, EDIT RULES FIRST -
      * THE FILE IS ONLY TOUCHED ONCE THE WHOLE CARD HAS PASSED
      ******************************************************************
       SEC-APPLY-TXN SECTION.
           MOVE 'N' TO WS-EDIT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF OT-OPERATOR-ID = SPACES
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "OPERATOR ID IS BLANK" TO WS-REJECT-REASON
           END-IF
      ******************************************************************
      * NOBODY MAINTAINS THEIR OWN ENTRY - A SECOND ADMINISTRATOR
      * HAS TO DO IT. THE ATTEMPT IS AN ACCESS VIOLATION IN ITS OWN
      * RIGHT AND IS LOGGED AS ONE
      ******************************************************************
           IF NOT WS-TXN-REJECTED AND NOT WS-INITIAL-LOAD
              IF OT-OPERATOR-ID = WS-OPERATOR-ID
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "OPERATOR CANNOT MAINTAIN OWN ENTRY"
                    TO WS-REJECT-REASON
                 MOVE WS-REJECT-REASON TO WS-DENY-REASON
                 MOVE "SECURITY ADMIN" TO WS-DENY-FUNCTION
                 PERFORM SEC-LOG-VIOLATION
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              PERFORM VARYING WS-FLAG-NO FROM 1 BY 1
                 UNTIL WS-FLAG-NO > 6
                 IF OT-FUNCTION-FLAG(WS-FLAG-NO) NOT = SPACE AND
                    OT-FUNCTION-FLAG(WS-FLAG-NO) NOT = "Y" AND
                    OT-FUNCTION-FLAG(WS-FLAG-NO) NOT = "N"
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "FUNCTION FLAG NOT Y OR N" TO WS-REJECT-REASON
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WS-TXN-REJECTED
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MAINT-TIMESTAMP
              IF OT-ACTION = "A"
                 PERFORM SEC-ADD-OPERATOR
              ELSE
                 IF OT-ACTION = "C"
                    PERFORM SEC-CHANGE-OPERATOR
                 ELSE
                    IF OT-ACTION = "R" OR OT-ACTION = "E"
                       PERFORM SEC-SET-STATUS
                    ELSE
                       MOVE 'Y' TO WS-EDIT-SWITCH
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-TXN-REJECTED
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "REJECTED "                    DELIMITED BY SIZE
                 OT-ACTION                      DELIMITED BY SIZE
                 "   "                          DELIMITED BY SIZE
                 OT-OPERATOR-ID                 DELIMITED BY SIZE
                 " - "                          DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
      ******************************************************************
      * AN APPLIED CARD SHOWS THE ENTRY AS IT NOW STANDS ON FILE, SO
      * THE REGISTER IS THE RECORD OF WHO HOLDS WHAT
      ******************************************************************
              MOVE SPACES TO WS-REPORT-RECORD
              STRING
                 "APPLIED  "                    DELIMITED BY SIZE
                 OT-ACTION                      DELIMITED BY SIZE
                 "   "                          DELIMITED BY SIZE
                 OP-OPERATOR-ID                 DELIMITED BY SIZE
                 " "                            DELIMITED BY SIZE
                 OP-OPERATOR-NAME               DELIMITED BY SIZE
                 "  "                           DELIMITED BY SIZE
                 OP-STATUS                      DELIMITED BY SIZE
                 "    "                         DELIMITED BY SIZE
                 OP-MAINT-LOANS                 DELIMITED BY SIZE
                 "    "                         DELIMITED BY SIZE
                 OP-BOOK-QUOTES                 DELIMITED BY SIZE
                 "    "                         DELIMITED BY SIZE
                 OP-APPROVE-PENDING             DELIMITED BY SIZE
                 "    "                         DELIMITED BY SIZE
                 OP-MAINT-RATES                 DELIMITED BY SIZE
                 "    "                         DELIMITED BY SIZE
                 OP-POST-PAYMENTS               DELIMITED BY SIZE
                 "    "                         DELIMITED BY SIZE
                 OP-SECURITY-ADMIN              DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
           END-IF
           EXIT.
      ******************************************************************
      * ADD A NEW OPERATOR - THE NAME IS REQUIRED, THE ID MUST NOT BE
      * ON FILE (A REVOKED ID IS REINSTATED, NEVER REISSUED), AND THE
      * ENTRY GOES ON ACTIVE WITH EACH BLANK FLAG SET TO N
      ******************************************************************
       SEC-ADD-OPERATOR SECTION.
           IF OT-OPERATOR-NAME = SPACES
              MOVE 'Y' TO WS-EDIT-SWITCH
              MOVE "OPERATOR NAME IS BLANK" TO WS-REJECT-REASON
           ELSE
              MOVE SPACES TO OPER-SEC-RECORD
              MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID
              MOVE OT-OPERATOR-NAME TO OP-OPERATOR-NAME
              MOVE 'A' TO OP-STATUS
              PERFORM VARYING WS-FLAG-NO FROM 1 BY 1
                 UNTIL WS-FLAG-NO > 6
                 IF OT-FUNCTION-FLAG(WS-FLAG-NO) = "Y"
                    MOVE "Y" TO OP-FUNCTION-FLAG(WS-FLAG-NO)
                 ELSE
                    MOVE "N" TO OP-FUNCTION-FLAG(WS-FLAG-NO)
                 END-IF
              END-PERFORM
              MOVE WS-OPERATOR-ID TO OP-MAINT-OPER
              MOVE WS-MAINT-TIMESTAMP TO OP-MAINT-TIMESTAMP
              WRITE OPER-SEC-RECORD
                 INVALID KEY
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "OPERATOR ALREADY ON FILE" TO WS-REJECT-REASON
              END-WRITE
           END-IF
           EXIT.
      ******************************************************************
      * CHANGE AN EXISTING OPERATOR - THE ENTRY MUST BE ON FILE; ONLY
      * THE NAME AND FLAGS KEYED ON THE CARD ARE TOUCHED. STATUS IS
      * CHANGED ONLY BY A REVOKE OR REINSTATE CARD
      ******************************************************************
       SEC-CHANGE-OPERATOR SECTION.
           MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPER-SEC-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF NOT WS-TXN-REJECTED
              IF OT-OPERATOR-NAME NOT = SPACES
                 MOVE OT-OPERATOR-NAME TO OP-OPERATOR-NAME
              END-IF
              PERFORM VARYING WS-FLAG-NO FROM 1 BY 1
                 UNTIL WS-FLAG-NO > 6
                 IF OT-FUNCTION-FLAG(WS-FLAG-NO) NOT = SPACE
                    MOVE OT-FUNCTION-FLAG(WS-FLAG-NO)
                       TO OP-FUNCTION-FLAG(WS-FLAG-NO)
                 END-IF
              END-PERFORM
              MOVE WS-OPERATOR-ID TO OP-MAINT-OPER
              MOVE WS-MAINT-TIMESTAMP TO OP-MAINT-TIMESTAMP
              REWRITE OPER-SEC-RECORD
                 INVALID KEY
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "REWRITE FAILED" TO WS-REJECT-REASON
              END-REWRITE
           END-IF
           EXIT.
      ******************************************************************
      * REVOKE OR REINSTATE - THE ENTRY MUST BE ON FILE AND NOT
      * ALREADY IN THE STATUS ASKED FOR. THE FLAGS RIDE THROUGH A
      * REVOKE UNTOUCHED, SO A REINSTATEMENT GIVES BACK EXACTLY WHAT
      * THE OPERATOR HELD - ANYTHING ELSE IS A CHANGE CARD
      ******************************************************************
       SEC-SET-STATUS SECTION.
           MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPER-SEC-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF NOT WS-TXN-REJECTED
              IF OT-ACTION = "R"
                 IF OP-STATUS-REVOKED
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "OPERATOR ALREADY REVOKED" TO WS-REJECT-REASON
                 ELSE
                    MOVE 'R' TO OP-STATUS
                 END-IF
              ELSE
                 IF OP-STATUS-ACTIVE
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "OPERATOR ALREADY ACTIVE" TO WS-REJECT-REASON
                 ELSE
                    MOVE 'A' TO OP-STATUS
                 END-IF
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              MOVE WS-OPERATOR-ID TO OP-MAINT-OPER
              MOVE WS-MAINT-TIMESTAMP TO OP-MAINT-TIMESTAMP
              REWRITE OPER-SEC-RECORD
                 INVALID KEY
                    MOVE 'Y' TO WS-EDIT-SWITCH
                    MOVE "REWRITE FAILED" TO WS-REJECT-REASON
              END-REWRITE
           END-IF
           EXIT.
      ******************************************************************
      * ONE ACCVIOL RECORD PER REFUSAL. THE LOG EXTENDS ACROSS RUNS -
      * FIRST REFUSAL AGAINST AN EMPTY CATALOG CREATES IT
      ******************************************************************
       SEC-LOG-VIOLATION SECTION.
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
           MOVE "OPERMNT" TO AV-PROGRAM
           MOVE WS-OPERATOR-ID TO AV-OPERATOR
           MOVE WS-DENY-FUNCTION TO AV-FUNCTION
           MOVE WS-DENY-REASON TO AV-REASON
           WRITE ACCESS-VIOLATION-RECORD
           CLOSE VIOLATION-FILE
           EXIT.
