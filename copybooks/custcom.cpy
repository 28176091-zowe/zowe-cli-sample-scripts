      * ------------------------------------------------------------    00000010
      *  CUSTCOM.CPY - COMMAREA LAYOUT PASSED TO/FROM THE HELCUS        00000020
      *  CUSTOMER ACCOUNTS TRANSACTION.  CARRIES THE CUSTOMER ON        00000030
      *  DISPLAY (ZERO IF NONE), THE PAGE OF ITS ACCOUNTS SHOWN AND     00000040
      *  WHETHER MORE FOLLOW, AND THE ACCOUNT KEYS OF THE LINES ON      00000050
      *  DISPLAY SO A SELECTED LINE CAN BE HANDED TO THE HELLO          00000060
      *  INQUIRY, ACROSS THE RETURN TRANSID/COMMAREA BOUNDARY.          00000070
      * ------------------------------------------------------------    00000080
       01  CUST-COMMAREA.                                               00000090
           05  CC-CUST-KEY       PIC 9(10).                             00000100
           05  CC-PAGE           PIC 9(03).                             00000110
           05  CC-MORE-SW        PIC X(01).                             00000120
               88  CC-MORE-FORWARD        VALUE 'Y'.                    00000130
           05  CC-LINE-COUNT     PIC 9(02).                             00000140
           05  CC-LINE-KEY       PIC 9(10) OCCURS 10 TIMES.             00000150
