      * PAID-THROUGH FIELDS AS A LOAN STILL OWING ITS FULL AMOUNT
      * WITH NO POSTINGS, SO PADDED RECORDS NEED NO FIELD FIX-UP.
      * THE FRESH FILLER AT THE END IS EXPANSION ROOM SO THE NEXT
      * FIELD ADDED DOESN'T FORCE ANOTHER CONVERSION.
      *
      * THE FEE BALANCE IS THE LATE CHARGES ASSESSED BY LATECHG AND
      * NOT YET COLLECTED - LATECHG ADDS TO IT AND LOANPOST TAKES A
      * REGULAR PAYMENT AGAINST IT BEFORE INTEREST AND PRINCIPAL. IT
      * CAME OUT OF THE EXPANSION FILLER, SO RECORDS WRITTEN BEFORE
      * IT EXISTED CARRY BLANKS THERE, WHICH THE PROGRAMS TAKE AS NO
      * FEES OWING
      ******************************************************************
       01 LOAN-MASTER-RECORD.
           05 LM-LOAN-ID          PIC X(8).
           05 LM-CURRENT-BALANCE  PIC S9(11)V99.
           05 LM-PAID-THRU-DATE   PIC 9(8).
           05 LM-QUOTE-TIMESTAMP  PIC X(14).
           05 LM-FEE-BALANCE      PIC S9(7)V99.
           05 FILLER              PIC X(3).
