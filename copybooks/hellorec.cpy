      *  HELLOREC.CPY - RECORD LAYOUT FOR THE HELLO MASTER VSAM KSDS    00000020
      *  (DDNAME/FCT HELLOMS).  KEYED BY HM-KEY, THE SAME ACCOUNT OR    00000030
      *  ITEM NUMBER KEYED IN ON THE HELLOM1 MAP.                       00000040
      *  HM-OD-LIMIT IS THE AGREED OVERDRAFT LIMIT, HELD AS A           00000041
      *  POSITIVE AMOUNT: HMSPOST WILL NOT APPLY A DEBIT THAT TAKES     00000042
      *  HM-BALANCE BELOW ZERO MINUS THIS LIMIT (ZERO MEANS NO          00000043
      *  OVERDRAFT).  SET BY HMSLOAD FROM THE ACCOUNT EXTRACT AND       00000044
      *  MAINTAINED ON HELMNT.                                          00000045
      * ------------------------------------------------------------    00000050
       01  HELLO-MASTER-RECORD.                                         00000060
           05  HM-KEY            PIC 9(10).                             00000070
           05  HM-NAME           PIC X(30).                             00000080
           05  HM-STATUS         PIC X(10).                             00000090
           05  HM-BALANCE        PIC S9(9)V99 COMP-3.                   00000100
           05  HM-OD-LIMIT       PIC S9(9)V99 COMP-3.                   00000101
