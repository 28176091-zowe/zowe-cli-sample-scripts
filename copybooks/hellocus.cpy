      * ------------------------------------------------------------    00000010
      *  HELLOCUS.CPY - RECORD LAYOUT FOR THE HELLO CUSTOMER MASTER     00000020
      *  KSDS (CICS FILE HELLOCU).  ONE RECORD PER CUSTOMER, KEYED      00000030
      *  BY THE 10-DIGIT CUSTOMER NUMBER ASSIGNED UPSTREAM.  THE        00000040
      *  ACCOUNTS A CUSTOMER HOLDS ARE NOT CARRIED HERE: THEY ARE       00000050
      *  THE HELLOCXR CROSS-REFERENCE RECORDS STARTING WITH THE         00000060
      *  CUSTOMER NUMBER.  LOADED NIGHTLY BY HMSCUST FROM THE           00000070
      *  UPSTREAM CUSTOMER EXTRACT AND MAINTAINED ONLINE BY HELCUS;     00000080
      *  THE LAST CHANGE IS STAMPED WITH THE PROGRAM NAME (BATCH) OR    00000090
      *  THE OPERATOR'S USERID (ONLINE) AND THE DATE.                   00000100
      * ------------------------------------------------------------    00000110
       01  HELLO-CUSTOMER-RECORD.                                       00000120
           05  CU-KEY               PIC 9(10).                          00000130
           05  CU-NAME              PIC X(30).                          00000140
           05  CU-ADDR-LINE-1       PIC X(30).                          00000150
           05  CU-ADDR-LINE-2       PIC X(30).                          00000160
           05  CU-POSTCODE          PIC X(10).                          00000170
           05  CU-CHANGED-BY        PIC X(08).                          00000180
           05  CU-CHANGED-DATE      PIC X(08).                          00000190
