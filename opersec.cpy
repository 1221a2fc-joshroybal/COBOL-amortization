      ******************************************************************
      * OPERATOR SECURITY RECORD - PROD.LOAN.OPERSEC, AN INDEXED FILE
      * KEYED BY OPERATOR ID, MAINTAINED ONLY THROUGH THE OPERMNT
      * PROGRAM. EVERY PROGRAM THAT UPDATES A LOAN FILE TAKES THE
      * OPERATOR OFF ITS PARM AS OPER=XXXXXXXX AND HOLDS IT AGAINST
      * THIS FILE BEFORE IT OPENS ANYTHING ELSE - THE ID MUST BE ON
      * FILE, ACTIVE, AND CARRY A Y IN THE FLAG FOR THE FUNCTION THE
      * PROGRAM PERFORMS, OR THE RUN IS REFUSED AND THE ATTEMPT IS
      * LOGGED TO ACCVIOL. STATUS A IS ACTIVE, R IS REVOKED; A REVOKED
      * OPERATOR STAYS ON FILE SO THE ID IS NEVER REISSUED AND THE
      * JOURNALS STILL RESOLVE TO A NAME. THE FUNCTION FLAGS ARE:
      *   MAINT-LOANS      LOANMNT, LOANMOD - MASTER MAINTENANCE
      *   BOOK-QUOTES      LOANBOOK - BOOK AMORTLOG QUOTES AS LOANS
      *   APPROVE-PENDING  LOANAPPR - REVIEW THE PENDTXN QUEUE
      *   MAINT-RATES      RATEMNT - RATE SHEET MAINTENANCE
      *   POST-PAYMENTS    LOANPOST, LATECHG - POST TO THE MASTER
      *   SECURITY-ADMIN   OPERMNT - MAINTAIN THIS FILE
      * THE LAST-MAINTAINED FIELDS SAY WHO LAST CHANGED THE ENTRY AND
      * WHEN. THE FILLER AT THE END IS EXPANSION ROOM SO THE NEXT
      * FUNCTION ADDED DOESN'T FORCE A FILE CONVERSION
      ******************************************************************
       01 OPER-SEC-RECORD.
           05 OP-OPERATOR-ID      PIC X(8).
           05 OP-OPERATOR-NAME    PIC X(30).
           05 OP-STATUS           PIC X.
               88 OP-STATUS-ACTIVE    VALUE 'A'.
               88 OP-STATUS-REVOKED   VALUE 'R'.
           05 OP-FUNCTIONS.
               10 OP-MAINT-LOANS      PIC X.
                   88 OP-MAY-MAINT-LOANS      VALUE 'Y'.
               10 OP-BOOK-QUOTES      PIC X.
                   88 OP-MAY-BOOK-QUOTES      VALUE 'Y'.
               10 OP-APPROVE-PENDING  PIC X.
                   88 OP-MAY-APPROVE-PENDING  VALUE 'Y'.
               10 OP-MAINT-RATES      PIC X.
                   88 OP-MAY-MAINT-RATES      VALUE 'Y'.
               10 OP-POST-PAYMENTS    PIC X.
                   88 OP-MAY-POST-PAYMENTS    VALUE 'Y'.
               10 OP-SECURITY-ADMIN   PIC X.
                   88 OP-MAY-ADMINISTER       VALUE 'Y'.
           05 OP-FUNCTION-TABLE REDEFINES OP-FUNCTIONS.
               10 OP-FUNCTION-FLAG    PIC X OCCURS 6.
           05 OP-MAINT-OPER       PIC X(8).
           05 OP-MAINT-TIMESTAMP  PIC X(14).
           05 FILLER              PIC X(20).
