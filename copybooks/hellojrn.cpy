      *  MASTER VSAM FILE BY THE HELMNT MAINTENANCE TRANSACTION,        00000040
      *  SO AUDIT CAN SEE WHO CHANGED WHAT RECORD AND WHEN, WITH        00000050
      *  THE BEFORE AND AFTER IMAGES OF THE FIELDS CHANGED.             00000060
      *  THE OVERDRAFT LIMIT IMAGES ARE CARRIED SO HMSFRCV FORWARD      00000061
      *  RECOVERY RESTORES A LIMIT CHANGE ALONG WITH THE REST.          00000062
      * ------------------------------------------------------------    00000070
       01  HELLO-JOURNAL-RECORD.                                        00000080
           05  HJ-USERID         PIC X(08).                             00000090
           05  HJ-NEW-NAME       PIC X(30).                             00000210
           05  HJ-NEW-STATUS     PIC X(10).                             00000220
           05  HJ-NEW-BALANCE    PIC S9(9)V99 COMP-3.                   00000230
           05  HJ-OLD-OD-LIMIT   PIC S9(9)V99 COMP-3.                   00000231
           05  HJ-NEW-OD-LIMIT   PIC S9(9)V99 COMP-3.                   00000232
