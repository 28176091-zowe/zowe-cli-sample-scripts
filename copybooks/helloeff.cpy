      *  THAN ONE DATED CHANGE AND THE SWEEP READS THEM IN ORDER.       00000090
      *  THE HELLOQY LOOKUP REPORTS THAT A PENDING CHANGE EXISTS        00000100
      *  SO THE INQUIRY DESK STOPS DOUBLE-ENTERING THEM.                00000110
      *  THE MONTHLY HMSDORM DORMANCY RUN PARKS ITS 30-DAY CHANGES      00000111
      *  TO INACTIVE HERE TOO, UNDER USERID HMSDORM, TERMID BTCH.       00000112
      * ------------------------------------------------------------    00000120
       01  HELLO-EFFDATE-RECORD.                                        00000130
           05  EF-KEY.                                                  00000140
