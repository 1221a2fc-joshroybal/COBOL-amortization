      ******************************************************************
      * PENDING MAINTENANCE TRANSACTION - PROD.LOAN.PENDTXN, AN INDEXED
      * FILE KEYED BY CAPTURE TIMESTAMP PLUS A TIE-BREAK SEQUENCE. A
      * LOANMNT, LOANBOOK, OR LOANMOD TRANSACTION THAT PASSES EVERY
      * EDIT BUT CROSSES A DUAL-CONTROL THRESHOLD IS CAPTURED HERE
      * INSTEAD OF APPLIED, CARRYING THE CARD VERBATIM (A LOANBOOK
      * CAPTURE IS EXPRESSED AS THE EQUIVALENT ADD CARD, WITH THE
      * SOURCE QUOTE'S AMORTLOG TIMESTAMP RIDING ALONGSIDE SO THE TRACE
      * BACK TO THE QUOTE SURVIVES THE APPROVAL PASS) AND WHO KEYED IT;
      * THE LOANAPPR REVIEW PROGRAM - RUN BY A DIFFERENT OPERATOR -
      * APPROVES OR VOIDS EACH ONE, AND THE APPROVAL PASS DOES THE
      * ACTUAL MASTER UPDATE. STATUS P IS AWAITING REVIEW, A IS
      * APPROVED AND APPLIED, V IS VOIDED. A LOANMOD MODIFICATION IS
      * NOT APPLIED BY THE APPROVAL PASS - APPROVING IT MARKS IT R,
      * RELEASED, AND LOANMOD APPLIES IT AND MARKS IT A ON ITS NEXT
      * RUN; REVIEWED RECORDS STAY ON FILE FOR AUDIT WITH THE REVIEWER
      * AND REVIEW TIME STAMPED ON. THE FILLER AT THE END IS EXPANSION
      * ROOM SO THE NEXT FIELD ADDED DOESN'T FORCE A FILE CONVERSION
      ******************************************************************
       01 PEND-TXN-RECORD.
           05 PD-TXN-ID.
               88 PD-STATUS-PENDING   VALUE 'P'.
               88 PD-STATUS-APPROVED  VALUE 'A'.
               88 PD-STATUS-VOIDED    VALUE 'V'.
               88 PD-STATUS-RELEASED  VALUE 'R'.
           05 PD-ENTRY-OPER       PIC X(8).
           05 PD-REVIEW-OPER      PIC X(8).
           05 PD-REVIEW-TIME      PIC X(14).
