      * ACTUAL MASTER UPDATE UNDER THE SAME EDITS LOANMNT APPLIES,
      * WRITES THE SAME CHANGE-JOURNAL RECORD, AND THE REGISTER
      * CARRIES BOTH OPERATOR IDS. THE SAME OPERATOR WHO KEYED A
      * TRANSACTION CANNOT APPROVE IT - THAT IS THE WHOLE POINT.
      * A LOANMOD MODIFICATION IS THE ONE EXCEPTION TO THE APPROVAL
      * PASS DOING THE UPDATE - THE RECAST ARITHMETIC LIVES IN
      * LOANMOD, SO APPROVING ONE RELEASES IT (STATUS R) AND LOANMOD
      * APPLIES IT ON ITS NEXT RUN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANAPPR.
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "APPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       01 WS-CARD-RECORD          PIC X(80).
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
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
      * THE REVIEWING OPERATOR OFF THE PARM - REQUIRED, CLEARED
      * AGAINST THE OPERSEC SECURITY FILE TO APPROVE PENDING WORK,
      * AND HELD AGAINST THE ENTRY OPERATOR ON EVERY APPROVAL
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
      * THE CAPTURED CARD, UNPACKED FROM THE PENDING RECORD INTO THE
      * SAME FIXED COLUMNS LOANMNT READS OFF MNTIN
      ******************************************************************
           MOVE SPACES TO WS-PARM-KEY
           UNSTRING WS-PARM DELIMITED BY "="
              INTO WS-PARM-KEY WS-OPERATOR-ID
           IF WS-PARM-KEY NOT = "OPER"
              MOVE SPACES TO WS-OPERATOR-ID
           END-IF
           PERFORM APPR-CHECK-OPERATOR
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "ABEND 054 - CANNOT OPEN LOAN MASTER, STATUS "
      ******************************************************************
      * LIST EVERY TRANSACTION STILL AWAITING REVIEW - ID, ENTRY
      * OPERATOR, AND THE CARD VERBATIM - SO THE REVIEWER WORKS FROM
      * THE REGISTER, NOT FROM MEMORY. RELEASED MODIFICATIONS LOANMOD
      * HAS NOT YET APPLIED ARE LISTED TOO, SO ONE LOANMOD REFUSED
      * DOES NOT SIT THERE UNSEEN
      ******************************************************************
       APPR-LIST-QUEUE SECTION.
           MOVE 0 TO WS-LIST-COUNT
                       INTO WS-REPORT-RECORD
                    WRITE WS-REPORT-RECORD
                 END-IF
                 IF PD-STATUS-RELEASED
                    MOVE SPACES TO WS-REPORT-RECORD
                    STRING
                       "RELEASED "              DELIMITED BY SIZE
                       PD-TXN-ID                DELIMITED BY SIZE
                       "  REVIEW="              DELIMITED BY SIZE
                       PD-REVIEW-OPER           DELIMITED BY SIZE
                       "  CARD: "               DELIMITED BY SIZE
                       PD-CARD                  DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                    WRITE WS-REPORT-RECORD
                 END-IF
              END-READ
           END-PERFORM
           MOVE WS-LIST-COUNT TO CNT-FIELD
      ******************************************************************
      * FETCH ONE PENDING TRANSACTION FOR REVIEW - IT MUST EXIST,
      * STILL BE AWAITING REVIEW, AND NOT BE THE REVIEWER'S OWN
      * KEYING. A RELEASED MODIFICATION IS FETCHED TOO, SO IT CAN BE
      * VOIDED IF LOANMOD REFUSES IT; IT CANNOT BE APPROVED AGAIN
      ******************************************************************
       APPR-FETCH-PENDING SECTION.
           MOVE WS-CARD-VALUE(1:17) TO PD-TXN-ID
                 MOVE "PENDING ID NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF NOT WS-TXN-REJECTED
              IF NOT PD-STATUS-PENDING AND NOT PD-STATUS-RELEASED
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "ALREADY REVIEWED" TO WS-REJECT-REASON
              END-IF
           MOVE 'N' TO WS-EDIT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM APPR-FETCH-PENDING
           IF NOT WS-TXN-REJECTED
              IF PD-STATUS-RELEASED
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 MOVE "ALREADY APPROVED - AWAITING LOANMOD"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-TXN-REJECTED
              IF PD-ENTRY-OPER = WS-OPERATOR-ID
                 MOVE 'Y' TO WS-EDIT-SWITCH
                 IF TX-ACTION = "C"
                    PERFORM APPR-CHANGE-LOAN
                 ELSE
                    IF TX-ACTION NOT = "M"
                       MOVE 'Y' TO WS-EDIT-SWITCH
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
           ELSE
              ADD 1 TO WS-APPROVED-COUNT
              PERFORM APPR-STAMP-REVIEW
              IF TX-ACTION = "M"
                 MOVE 'R' TO PD-STATUS
              ELSE
                 MOVE 'A' TO PD-STATUS
              END-IF
      ******************************************************************
      * THE MASTER UPDATE IS ALREADY APPLIED - IF THE QUEUE RECORD
      * CANNOT BE MARKED APPROVED IT WOULD SIT THERE APPROVABLE A
                 WS-OPERATOR-ID                 DELIMITED BY SIZE
                 INTO WS-REPORT-RECORD
              WRITE WS-REPORT-RECORD
              IF PD-STATUS-RELEASED
                 MOVE SPACES TO WS-REPORT-RECORD
                 STRING
                    "         RELEASED TO LOANMOD - "
                                                DELIMITED BY SIZE
                    "APPLIED ON ITS NEXT RUN"   DELIMITED BY SIZE
                    INTO WS-REPORT-RECORD
                 WRITE WS-REPORT-RECORD
              END-IF
           END-IF
           EXIT.
      ******************************************************************
           MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD
           EXIT.
      ******************************************************************
      * HOLD THE PARM OPERATOR AGAINST THE OPERSEC SECURITY FILE
      * BEFORE ANY OTHER FILE IS OPENED - THE ID MUST BE ON FILE,
      * ACTIVE, AND CLEARED FOR THIS PROGRAM'S FUNCTION. A REFUSED
      * RUN IS LOGGED TO ACCVIOL AND STOPS HERE HAVING TOUCHED
      * NOTHING. NO SECURITY FILE ON CATALOG STOPS THE RUN AS WELL -
      * THE CONTROL FAILS CLOSED, NEVER OPEN
      ******************************************************************
       APPR-CHECK-OPERATOR SECTION.
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
                    IF NOT OP-MAY-APPROVE-PENDING
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
              MOVE "LOANAPPR" TO AV-PROGRAM
              MOVE WS-OPERATOR-ID TO AV-OPERATOR
              MOVE "APPROVE PENDING" TO AV-FUNCTION
              MOVE WS-DENY-REASON TO AV-REASON
              WRITE ACCESS-VIOLATION-RECORD
              CLOSE VIOLATION-FILE
              DISPLAY "ABEND 054 - OPERATOR '"
                 FUNCTION TRIM(WS-OPERATOR-ID) "' REFUSED - "
                 FUNCTION TRIM(WS-DENY-REASON)
              STOP RUN
           END-IF
           EXIT.
