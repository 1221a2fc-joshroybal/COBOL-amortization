      ******************************************************************
      * ACCESS-VIOLATION LOG RECORD - PROD.LOAN.ACCVIOL, A SEQUENTIAL
      * FILE EXTENDED BY EVERY PROGRAM THAT CHECKS ITS OPERATOR
      * AGAINST THE OPERSEC SECURITY FILE. ONE RECORD PER REFUSED
      * RUN - NO OPERATOR ON THE PARM, AN ID NOT ON FILE, A REVOKED
      * ID, OR AN ID WITHOUT THE FUNCTION THE PROGRAM PERFORMS -
      * CARRYING WHEN, WHICH PROGRAM, THE ID THAT WAS KEYED, THE
      * FUNCTION ASKED FOR, AND WHY IT WAS REFUSED. A DENIED RUN
      * TOUCHES NO OTHER FILE, SO THIS RECORD IS ALL IT LEAVES
      * BEHIND. OPERVRPT PRINTS THE LOG FOR THE AUDITORS
      ******************************************************************
       01 ACCESS-VIOLATION-RECORD.
           05 AV-TIMESTAMP        PIC X(14).
           05 AV-PROGRAM          PIC X(8).
           05 AV-OPERATOR         PIC X(8).
           05 AV-FUNCTION         PIC X(20).
           05 AV-REASON           PIC X(40).
