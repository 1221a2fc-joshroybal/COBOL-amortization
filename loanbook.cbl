               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BOKOUT"
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
       COPY "loanjrnl.cpy".
       FD REPORT-FILE.
       01 WS-REPORT-RECORD        PIC X(132).
       FD OPER-SEC-FILE.
       COPY "opersec.cpy".
       FD VIOLATION-FILE.
       COPY "accviol.cpy".
      ******************************************************************
      * NUMERICAL BUFFERS FOR CORE MEMORY PROCESSING
      ******************************************************************
               88 WS-BOOK-REJECTED    VALUE 'Y'.
           77 WS-REJECT-REASON        PIC X(40).
      ******************************************************************
      * THE OPERATOR KEYED ON THE PARM AS OPER=XXXXXXXX - CLEARED
      * AGAINST THE OPERSEC SECURITY FILE BEFORE ANYTHING IS OPENED,
      * THEN STAMPED ON THE JOURNAL RECORD AND ON A PENDING-QUEUE
      * CAPTURE SO THE RECORD SAYS WHO, NOT JUST WHAT AND WHEN
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
      * RATE SHEET CHECK - THE SAME RULE LOANMNT APPLIES TO AN ADD
      * CARD: THE BAND IN EFFECT ON THE ORIGINATION DATE FOR THE
      * QUOTED TERM, NO SHEET OR NO COVERING BAND MEANS NO CHECK
           IF WS-PARM-KEY NOT = "OPER"
              MOVE SPACES TO WS-OPERATOR-ID
           END-IF
           PERFORM BOOK-CHECK-OPERATOR
           PERFORM BOOK-READ-CARDS
           IF WS-BOOK-TIMESTAMP = SPACES
              DISPLAY "ABEND 054 - NO TIMESTAMP CONTROL CARD"
                 END-READ
              END-PERFORM
              CLOSE LIMIT-CARD-FILE
              OPEN I-O PENDING-FILE
              IF WS-PEND-STATUS = "35"
                 OPEN OUTPUT PENDING-FILE
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
       BOOK-CHECK-OPERATOR SECTION.
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
                    IF NOT OP-MAY-BOOK-QUOTES
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
              MOVE "LOANBOOK" TO AV-PROGRAM
              MOVE WS-OPERATOR-ID TO AV-OPERATOR
              MOVE "BOOK QUOTES" TO AV-FUNCTION
              MOVE WS-DENY-REASON TO AV-REASON
              WRITE ACCESS-VIOLATION-RECORD
              CLOSE VIOLATION-FILE
              DISPLAY "ABEND 054 - OPERATOR '"
                 FUNCTION TRIM(WS-OPERATOR-ID) "' REFUSED - "
                 FUNCTION TRIM(WS-DENY-REASON)
              STOP RUN
           END-IF
           EXIT.
