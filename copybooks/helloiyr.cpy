      * ------------------------------------------------------------    00000010
      *  HELLOIYR.CPY - ANNUAL INTEREST REPORTING FILE WRITTEN BY THE   00000020
      *  HMSINTY YEAR-END RUN FROM THE INTEREST (IN) MOVEMENTS ON THE   00000030
      *  ACTIVITY HISTORY (HELLOACT) AND TRANSMITTED BY FINANCE AS      00000040
      *  IT STANDS.  80-BYTE FIXED RECORDS: ONE HDR, ONE INT RECORD     00000050
      *  PER ACCOUNT PAID INTEREST AT OR OVER THE REPORTING             00000060
      *  THRESHOLD IN THE TAX YEAR, ONE TRL.  THE RECORD TYPE IN THE    00000070
      *  FIRST THREE BYTES AND THE TAX YEAR FOLLOWING IT ARE COMMON     00000080
      *  TO ALL THREE.  AN ACCOUNT ARCHIVED BY HMSARCH DURING THE       00000090
      *  YEAR IS REPORTED FROM THE ARCHIVE WITH IR-FROM-ARCHIVE SET.    00000100
      *  AMOUNTS ARE UNSIGNED.  THE TRAILER CARRIES THE INT RECORD      00000110
      *  COUNT AND INTEREST TOTAL, PLUS THE COUNT AND TOTAL OF THE      00000120
      *  ACCOUNTS UNDER THE THRESHOLD AND THE NUMBER OF INTEREST        00000130
      *  MOVEMENTS READ, SO THE FILE PROVES BACK TO ALL INTEREST PAID   00000140
      *  FOR THE YEAR.                                                  00000150
      * ------------------------------------------------------------    00000160
       01  HELLO-INT-YEAR-RECORD.                                       00000170
           05  IR-RECORD-TYPE       PIC X(03).                          00000180
               88  IR-HEADER                  VALUE 'HDR'.              00000190
               88  IR-DETAIL                  VALUE 'INT'.              00000200
               88  IR-TRAILER                 VALUE 'TRL'.              00000210
           05  IR-TAX-YEAR          PIC X(04).                          00000220
           05  FILLER               PIC X(73).                          00000230
       01  HELLO-INT-YEAR-HEADER REDEFINES HELLO-INT-YEAR-RECORD.       00000240
           05  FILLER               PIC X(07).                          00000250
           05  IH-SOURCE            PIC X(08).                          00000260
           05  IH-CREATED-DATE      PIC 9(08).                          00000270
           05  IH-CREATED-TIME      PIC 9(06).                          00000280
           05  IH-THRESHOLD         PIC 9(07)V99.                       00000290
           05  FILLER               PIC X(42).                          00000300
       01  HELLO-INT-YEAR-DETAIL REDEFINES HELLO-INT-YEAR-RECORD.       00000310
           05  FILLER               PIC X(07).                          00000320
           05  ID-ACCT-KEY          PIC 9(10).                          00000330
           05  ID-NAME              PIC X(30).                          00000340
           05  ID-STATUS            PIC X(10).                          00000350
           05  ID-INTEREST          PIC 9(09)V99.                       00000360
           05  ID-CREDIT-COUNT      PIC 9(03).                          00000370
           05  ID-ARCHIVE-SW        PIC X(01).                          00000380
               88  IR-FROM-ARCHIVE            VALUE 'Y'.                00000390
           05  FILLER               PIC X(08).                          00000400
       01  HELLO-INT-YEAR-TRAILER REDEFINES HELLO-INT-YEAR-RECORD.      00000410
           05  FILLER               PIC X(07).                          00000420
           05  IT-RECORD-COUNT      PIC 9(07).                          00000430
           05  IT-INTEREST-TOTAL    PIC 9(13)V99.                       00000440
           05  IT-BELOW-COUNT       PIC 9(07).                          00000450
           05  IT-BELOW-TOTAL       PIC 9(13)V99.                       00000460
           05  IT-CREDIT-COUNT      PIC 9(07).                          00000470
           05  FILLER               PIC X(22).                          00000480
