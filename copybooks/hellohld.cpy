      * ------------------------------------------------------------    00000010
      *  HELLOHLD.CPY - HELD DEBIT RECORD ON THE HELD-DEBITS KSDS       00000020
      *  (DDNAME HELDDB).  HMSPOST WRITES ONE HERE, INSTEAD OF          00000030
      *  APPLYING THE MOVEMENT, FOR EVERY DB THAT WOULD TAKE AN         00000040
      *  ACCOUNT PAST ITS OVERDRAFT LIMIT (HM-OD-LIMIT).  KEYED BY      00000050
      *  POSTING DATE + RUN TIME + RUN SEQUENCE, THE SAME VALUES        00000060
      *  THAT KEY THE ACTIVITY HISTORY, SO A RESTARTED RUN REPLACES     00000070
      *  RATHER THAN DOUBLES A HOLD, AND THE HMSOVDR NIGHTLY REPORT     00000080
      *  CAN START AT ONE POSTING DATE AND READ ITS HOLDS IN ORDER.     00000090
      *  HD-BALANCE AND HD-OD-LIMIT ARE THE ACCOUNT AS IT STOOD         00000100
      *  WHEN THE DEBIT WAS HELD.  A TRANSFER THAT WOULD BREACH THE     00000110
      *  LIMIT IS HELD WHOLE (CODE TR, NEITHER LEG POSTED) WITH ITS     00000111
      *  TO-ACCOUNT IN HD-TO-ACCT-KEY, ZERO FOR A DB.  TRIMMED OF       00000112
      *  AGED DATES BY THE MONTHLY IDCAMS HOUSEKEEPING JOB.             00000120
      * ------------------------------------------------------------    00000130
       01  HELLO-HELD-DEBIT-RECORD.                                     00000140
           05  HD-KEY.                                                  00000150
               10  HD-DATE       PIC X(08).                             00000160
               10  HD-RUN-TIME   PIC X(06).                             00000170
               10  HD-SEQ        PIC 9(07).                             00000180
           05  HD-ACCT-KEY       PIC 9(10).                             00000190
           05  HD-TRAN-CODE      PIC X(02).                             00000200
           05  HD-AMOUNT         PIC S9(9)V99 COMP-3.                   00000210
           05  HD-BALANCE        PIC S9(9)V99 COMP-3.                   00000220
           05  HD-OD-LIMIT       PIC S9(9)V99 COMP-3.                   00000230
           05  HD-TO-ACCT-KEY    PIC 9(10).                             00000231
