      *  RELEASE TIME.  KEYED BY ACCOUNT PLUS THE REQUEST DATE AND      00000080
      *  TIME SO ONE ACCOUNT CAN CARRY MORE THAN ONE HELD CHANGE        00000090
      *  AND THE APPROVAL SCREEN WALKS THEM IN ACCOUNT ORDER.           00000100
      *  THE OVERDRAFT LIMIT KEYED WITH THE CHANGE TRAVELS WITH IT      00000101
      *  AND IS APPLIED AT RELEASE ALONG WITH THE OTHER FIELDS.         00000102
      * ------------------------------------------------------------    00000110
       01  HELLO-PENDING-RECORD.                                        00000120
           05  PN-KEY.                                                  00000130
           05  PN-NEW-NAME       PIC X(30).                             00000220
           05  PN-NEW-STATUS     PIC X(10).                             00000230
           05  PN-NEW-BALANCE    PIC S9(9)V99 COMP-3.                   00000240
           05  PN-OLD-OD-LIMIT   PIC S9(9)V99 COMP-3.                   00000241
           05  PN-NEW-OD-LIMIT   PIC S9(9)V99 COMP-3.                   00000242
