      * ------------------------------------------------------------    00000010
      *  HELLOMQR.CPY - REQUEST MESSAGE PUT ON THE HELLO.QUERY.REQUEST  00000020
      *  MQ QUEUE BY THE BRANCH SYSTEMS FOR THE HELLOMQ ACCOUNT LOOKUP  00000030
      *  SERVICE.  MQMD MSGTYPE MUST BE REQUEST WITH A REPLY-TO QUEUE   00000040
      *  NAMED; THE REPLY IS THE HELLOQRY COMMAREA HELLOQY FILLS IN,    00000050
      *  PUT WITH THE REQUEST'S MESSAGE ID AS ITS CORRELATION ID.  THE  00000060
      *  REQUESTER ID IS THE SENDING SYSTEM'S SHORT NAME AND IS WHAT    00000070
      *  THE NIGHTLY HMQLRPT VOLUME REPORT BREAKS DOWN BY.              00000080
      * ------------------------------------------------------------    00000090
       01  HELLO-MQ-REQUEST.                                            00000100
           05  MR-EYECATCHER     PIC X(04).                             00000110
               88  MR-QUERY-REQUEST       VALUE 'HQRY'.                 00000120
           05  MR-REQUESTER      PIC X(08).                             00000130
           05  MR-KEY            PIC X(10).                             00000140
