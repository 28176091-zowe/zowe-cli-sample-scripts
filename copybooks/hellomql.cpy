      * ------------------------------------------------------------    00000010
      *  HELLOMQL.CPY - LOG RECORD WRITTEN TO THE HMQL TD QUEUE BY      00000020
      *  HELLOMQ FOR EVERY MQ LOOKUP REQUEST IT TAKES OFF THE QUEUE,    00000030
      *  ANSWERED OR NOT.  THE RESPONSE IS THE HELLOQY RETURN CODE      00000040
      *  SENT BACK (00/02/04/08/12), BO FOR A MALFORMED REQUEST MOVED   00000050
      *  TO THE BACKOUT QUEUE, OR RF FOR A REQUEST WHOSE REPLY COULD    00000060
      *  NOT BE PUT (ALSO MOVED TO THE BACKOUT QUEUE).  ML-REASON       00000070
      *  CARRIES THE BACKOUT REASON OR THE MQ REASON CODE.  SHARED BY   00000080
      *  HELLOMQ AND THE NIGHTLY HMQLRPT REPORT.                        00000090
      * ------------------------------------------------------------    00000100
       01  HELLO-MQ-LOG-RECORD.                                         00000110
           05  ML-REQUESTER      PIC X(08).                             00000120
           05  ML-DATE           PIC X(08).                             00000130
           05  ML-TIME           PIC X(06).                             00000140
           05  ML-KEY            PIC X(10).                             00000150
           05  ML-RESPONSE       PIC X(02).                             00000160
               88  ML-BACKED-OUT          VALUE 'BO'.                   00000170
               88  ML-REPLY-FAILED        VALUE 'RF'.                   00000180
           05  ML-REASON         PIC 9(04).                             00000190
