      ******************************************************************
      * CYCLE CONTROL RECORD - PROD.LOAN.CYCLE.CONTROL, A ONE-RECORD
      * FILE HOLDING THE BUSINESS DATE THE NIGHTLY CYCLE IS RUNNING
      * FOR AND A COMPLETION STAMP PER JOB IN THE CYCLE. EVERY JOB
      * IN THE CYCLE TAKES ITS PROCESSING DATE FROM HERE, REFUSES TO
      * RUN UNTIL THE JOB AHEAD OF IT HAS SIGNED OFF FOR THAT DATE
      * (OR IF IT HAS ALREADY SIGNED OFF ITSELF), AND SIGNS OFF BY
      * STAMPING ITS OWN ENTRY WITH THE BUSINESS DATE AND THE TIME IT
      * FINISHED. THE ORDER IS LOANPOST, DELQRPT, AMORTBAT (WITH THE
      * GL EXTRACT AT MONTH-END), LOANSTRT. LOANEOD ROLLS THE DATE TO
      * THE NEXT BUSINESS DAY ONLY WHEN EVERY JOB THE DATE REQUIRES
      * HAS SIGNED OFF - A STAMP CARRYING AN EARLIER DATE IS SIMPLY
      * NOT DONE YET FOR THIS ONE, SO NOTHING IS CLEARED ON THE ROLL.
      * THE FILLER AT THE END IS EXPANSION ROOM FOR THE NEXT JOB
      * BROUGHT UNDER CYCLE CONTROL
      ******************************************************************
       01 CYCLE-CONTROL-RECORD.
           05 CC-BUSINESS-DATE    PIC 9(8).
           05 CC-PRIOR-DATE       PIC 9(8).
           05 CC-LOANPOST-DONE    PIC 9(8).
           05 CC-LOANPOST-STAMP   PIC X(14).
           05 CC-DELQRPT-DONE     PIC 9(8).
           05 CC-DELQRPT-STAMP    PIC X(14).
           05 CC-AMORTBAT-DONE    PIC 9(8).
           05 CC-AMORTBAT-STAMP   PIC X(14).
           05 CC-GLEXTR-DONE      PIC 9(8).
           05 CC-GLEXTR-STAMP     PIC X(14).
           05 CC-LOANSTRT-DONE    PIC 9(8).
           05 CC-LOANSTRT-STAMP   PIC X(14).
           05 CC-ROLLED-STAMP     PIC X(14).
           05 FILLER              PIC X(20).
