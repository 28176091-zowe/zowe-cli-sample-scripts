      *  READ BACK IN KEY ORDER BY THE HMSSTMT MONTH-END                00000060
      *  STATEMENT RUN, WHICH LISTS EVERY MOVEMENT THAT HIT AN          00000070
      *  ACCOUNT WITH THE BALANCE IT LEFT BEHIND.                       00000080
      *  BALANCE CHANGES KEYED ONLINE (HELMNT, OR RELEASED ON HELAPR)   00000081
      *  ARE WRITTEN HERE TOO AS ADJUSTMENTS, KEYED BY THE CHANGE       00000082
      *  DATE AND TIME WITH THE CICS TASK NUMBER AS THE SEQUENCE, SO    00000083
      *  THE STATEMENT STILL PROVES TO THE MASTER.  HV-USERID CARRIES   00000084
      *  THE OPERATOR WHO KEYED AN ADJUSTMENT, OR THE POSTING           00000085
      *  PROGRAM'S NAME FOR A BATCH MOVEMENT.                           00000086
      *  A TRANSFER WRITES ONE RECORD ON EACH ACCOUNT (TO ON THE        00000087
      *  FROM-ACCOUNT, TI ON THE TO-ACCOUNT) UNDER THE SAME DATE, RUN   00000088
      *  TIME AND SEQUENCE, EACH CARRYING THE OTHER ACCOUNT IN          00000089
      *  HV-LINK-KEY; IT IS ZERO ON EVERY OTHER MOVEMENT.               00000090
      *  MONTH-END INTEREST FROM HMSACCR IS POSTED UNDER ITS OWN CODE   00000091
      *  IN, SO IT IS NEVER MISTAKEN FOR A CUSTOMER CREDIT.             00000092
      * ------------------------------------------------------------    00000093
       01  HELLO-ACTIVITY-RECORD.                                       00000100
           05  HV-KEY.                                                  00000110
               10  HV-ACCT-KEY   PIC 9(10).                             00000120
               10  HV-RUN-TIME   PIC X(06).                             00000131
               10  HV-SEQ        PIC 9(07).                             00000140
           05  HV-TRAN-CODE      PIC X(02).                             00000150
               88  HV-TRAN-CREDIT         VALUE 'CR'.                   00000151
               88  HV-TRAN-DEBIT          VALUE 'DB'.                   00000152
               88  HV-TRAN-ADJUSTMENT     VALUE 'AJ'.                   00000153
               88  HV-TRAN-XFER-OUT       VALUE 'TO'.                   00000154
               88  HV-TRAN-XFER-IN        VALUE 'TI'.                   00000155
               88  HV-TRAN-INTEREST       VALUE 'IN'.                   00000156
           05  HV-AMOUNT         PIC S9(9)V99 COMP-3.                   00000160
           05  HV-RESULT-BAL     PIC S9(9)V99 COMP-3.                   00000170
           05  HV-USERID         PIC X(08).                             00000171
           05  HV-LINK-KEY       PIC 9(10).                             00000172
