      * ------------------------------------------------------------    00000010
      *  HELLOCXR.CPY - RECORD LAYOUT FOR THE CUSTOMER-TO-ACCOUNT       00000020
      *  CROSS-REFERENCE KSDS (CICS FILE HELLOCX).  ONE RECORD PER      00000030
      *  ACCOUNT HELD BY A CUSTOMER, KEYED BY CUSTOMER NUMBER THEN      00000040
      *  ACCOUNT KEY, SO A GENERIC BROWSE ON THE CUSTOMER NUMBER        00000050
      *  RETURNS ALL OF ITS ACCOUNTS IN ACCOUNT ORDER.  AN ACCOUNT      00000060
      *  BELONGS TO ONE CUSTOMER ONLY: CX-ACCT-KEY IS ALSO A UNIQUE     00000070
      *  ALTERNATE KEY (AIX PATH, CICS FILE HELLOCXA, BATCH DD          00000080
      *  HELLOCX1), WHICH ANSWERS "WHOSE ACCOUNT IS THIS" AND STOPS     00000090
      *  A SECOND CUSTOMER BEING LINKED TO THE SAME ACCOUNT.  THE       00000100
      *  LINK IS STAMPED WITH THE PROGRAM NAME (BATCH) OR THE           00000110
      *  OPERATOR'S USERID (ONLINE) AND THE DATE IT WAS MADE.           00000120
      * ------------------------------------------------------------    00000130
       01  HELLO-CUST-XREF-RECORD.                                      00000140
           05  CX-KEY.                                                  00000150
               10  CX-CUST-KEY      PIC 9(10).                          00000160
               10  CX-ACCT-KEY      PIC 9(10).                          00000170
           05  CX-LINKED-BY         PIC X(08).                          00000180
           05  CX-LINKED-DATE       PIC X(08).                          00000190
           05  FILLER               PIC X(04).                          00000200
