      * AGAINST THE BAND IN EFFECT ON THE LOAN'S ORIGINATION DATE.
      * THE BAND COVERS TERMS FROM RS-TERM-FROM THROUGH RS-TERM-TO
      * YEARS INCLUSIVE; THE SHEET IN EFFECT FOR A DATE IS THE ONE
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER IT. RS-MAINT-OPER
      * IS THE OPERATOR WHO LAST ADDED OR CHANGED THE BAND - BANDS
      * PUT ON FILE BEFORE THE FIELD EXISTED CARRY BLANKS THERE. THE
      * FILLER AT THE END IS EXPANSION ROOM SO THE NEXT FIELD ADDED
      * DOESN'T FORCE A FILE CONVERSION
      ******************************************************************
       01 RATE-SHEET-RECORD.
           05 RS-SHEET-KEY.
           05 RS-TERM-TO          PIC 99.
           05 RS-FLOOR-RATE       PIC S9(3)V9(3).
           05 RS-CEILING-RATE     PIC S9(3)V9(3).
           05 RS-MAINT-OPER       PIC X(8).
           05 FILLER              PIC X(4).
