      ******************************************************************
      * PAYMENT HISTORY RECORD - PROD.LOAN.PAYHIST, AN INDEXED FILE
      * KEYED BY LOAN ID PLUS A PER-LOAN POSTING SEQUENCE NUMBER.
      * WRITTEN BY LOANPOST, ONE RECORD PER POSTING IT APPLIES, AND
      * BY LATECHG, ONE RECORD PER LATE CHARGE IT ASSESSES, AND BY
      * LOANMOD, ONE RECORD PER MODIFICATION IT APPLIES, SO THE
      * FILE IS THE COMPLETE RECEIPT HISTORY OF EVERY LOAN -
      * READING A LOAN'S RECORDS IN KEY ORDER REPLAYS ITS POSTINGS IN
      * THE ORDER THEY WERE APPLIED. PAYMENT TYPE R IS A REGULAR
      * SCHEDULED PAYMENT SPLIT INTO PRINCIPAL AND INTEREST, C IS A
      * CURTAILMENT APPLIED WHOLLY TO PRINCIPAL, N IS A RETURNED-ITEM
      * (NSF) REVERSAL OF THE LOAN'S PREVIOUS POSTING - ITS AMOUNT,
      * PRINCIPAL, AND INTEREST ARE THE ORIGINAL POSTING'S FIGURES
      * WITH THE SIGN TURNED, SO SUMMING A LOAN'S RECORDS ALWAYS
      * GIVES WHAT WAS REALLY COLLECTED. L IS A LATE CHARGE
      * ASSESSMENT - ITS AMOUNT IS THE FEE CHARGED, WITH NO
      * PRINCIPAL OR INTEREST. P IS A PAYOFF THAT RETIRED THE LOAN -
      * THE WHOLE BALANCE AS PRINCIPAL, PER-DIEM INTEREST TO THE
      * RECEIPT DATE, AND THE FEES OUTSTANDING; ITS AMOUNT IS THE
      * PAYOFF APPLIED, ANY OVERAGE BEING REFUNDED, NOT POSTED. M IS
      * A MODIFICATION THAT RE-AMORTIZED THE LOAN AS OF THE POST
      * DATE - IT MOVES NO MONEY, ITS BALANCE-AFTER IS THE NEW
      * PRINCIPAL (ANY PAST-DUE INTEREST CAPITALIZED INCLUDED), AND
      * THE NEW SCHEDULE RUNS FROM THE POST DATE. A
      * REGULAR PAYMENT OR PAYOFF IS TAKEN AGAINST OUTSTANDING FEES
      * FIRST, SO WHATEVER OF ITS AMOUNT IS NOT PRINCIPAL OR
      * INTEREST IS THE FEES IT PAID. THE BALANCE-AFTER
      * FIELD IS THE MASTER'S CURRENT BALANCE AS THIS POSTING LEFT
      * IT, SO ANY POSITION CAN BE RECONSTRUCTED WITHOUT REPLAYING
      * THE WHOLE FILE. THE PRIOR-PAID-THRU FIELD IS THE MASTER'S
      * PAID-THROUGH DATE AS THIS POSTING FOUND IT, SO A REVERSAL CAN
      * PUT THE POSITION BACK EXACTLY - RECORDS WRITTEN BEFORE THE
      * FIELD EXISTED CARRY BLANKS THERE. ON A LATE CHARGE THE SAME
      * BYTES CARRY THE DUE DATE OF THE INSTALLMENT CHARGED FOR, SO
      * AN INSTALLMENT IS NEVER CHARGED TWICE; ON A MODIFICATION THEY
      * CARRY THE ORIGINATION DATE THE LOAN HAD BEFORE IT, SO THE
      * ORIGINAL TERMS ARE NEVER LOST. THE FILLER AT THE END IS
      * EXPANSION ROOM SO THE NEXT FIELD ADDED DOESN'T FORCE A FILE
      * CONVERSION
      ******************************************************************
       01 PAY-HIST-RECORD.
           05 PH-HIST-KEY.
           05 PH-PAY-TYPE         PIC X.
               88 PH-TYPE-REGULAR     VALUE 'R'.
               88 PH-TYPE-CURTAILMENT VALUE 'C'.
               88 PH-TYPE-REVERSAL    VALUE 'N'.
               88 PH-TYPE-LATE-CHARGE VALUE 'L'.
               88 PH-TYPE-PAYOFF      VALUE 'P'.
               88 PH-TYPE-MODIFICATION VALUE 'M'.
           05 PH-PAY-AMOUNT       PIC S9(11)V99.
           05 PH-PRINCIPAL-PAID   PIC S9(11)V99.
           05 PH-INTEREST-PAID    PIC S9(11)V99.
           05 PH-BALANCE-AFTER    PIC S9(11)V99.
           05 PH-PRIOR-PAID-THRU  PIC 9(8).
           05 PH-CHARGE-DUE-DATE REDEFINES PH-PRIOR-PAID-THRU
                                  PIC 9(8).
           05 PH-PRIOR-ORIG-DATE REDEFINES PH-PRIOR-PAID-THRU
                                  PIC 9(8).
           05 FILLER              PIC X(4).
