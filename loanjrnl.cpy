      ******************************************************************
      * MAINTENANCE CHANGE JOURNAL RECORD - PROD.LOAN.MNTJRNL, A
      * SEQUENTIAL FILE EXTENDED BY EVERY PROGRAM THAT UPDATES THE LOAN
      * MASTER. ONE RECORD PER APPLIED ADD, CHANGE, CLOSE, OR
      * MODIFICATION (ACTION M, WRITTEN BY LOANMOD - ITS BEFORE-IMAGE
      * IS THE LOAN'S TERMS AHEAD OF THE RECAST), CARRYING THE FULL
      * BEFORE-IMAGE AND AFTER-IMAGE OF THE MASTER RECORD, A TIMESTAMP,
      * AND THE TRANSACTION CARD THAT CAUSED THE UPDATE - SO WHEN AN
      * EXAMINER ASKS WHO CHANGED A RATE AND WHAT IT WAS BEFORE, THE
      * ANSWER IS ON FILE. AN ADD'S BEFORE-IMAGE IS ALL SPACES. THE
      * IMAGE FIELDS MIRROR LOAN-MASTER-RECORD IN loanmast.cpy FIELD
      * FOR FIELD - A FIELD ADDED THERE MUST BE ADDED TO BOTH IMAGES
      * HERE
      ******************************************************************
       01 MAINT-JOURNAL-RECORD.
           05 JR-TIMESTAMP        PIC X(14).
               10 JB-CURRENT-BALANCE  PIC S9(11)V99.
               10 JB-PAID-THRU-DATE   PIC 9(8).
               10 JB-QUOTE-TIMESTAMP  PIC X(14).
               10 JB-FEE-BALANCE      PIC S9(7)V99.
               10 FILLER              PIC X(3).
           05 JR-AFTER-IMAGE.
               10 JA-LOAN-ID          PIC X(8).
               10 JA-BORROWER-NAME    PIC X(30).
               10 JA-CURRENT-BALANCE  PIC S9(11)V99.
               10 JA-PAID-THRU-DATE   PIC 9(8).
               10 JA-QUOTE-TIMESTAMP  PIC X(14).
               10 JA-FEE-BALANCE      PIC S9(7)V99.
               10 FILLER              PIC X(3).
