      * ------------------------------------------------------------    00000010
      *  HELLOGLJ.CPY - GENERAL LEDGER JOURNAL FILE WRITTEN NIGHTLY     00000020
      *  BY HMSGLEX FROM THE DAY'S ACTIVITY HISTORY (HELLOACT) AND      00000030
      *  TRANSMITTED TO THE GL.  80-BYTE FIXED RECORDS: ONE HDR,        00000040
      *  THE JNL ENTRIES, ONE TRL.  THE RECORD TYPE IN THE FIRST        00000050
      *  THREE BYTES AND THE BUSINESS DATE FOLLOWING IT ARE COMMON      00000060
      *  TO ALL THREE.  EACH JNL ENTRY IS ONE SIDE OF A BALANCED        00000070
      *  PAIR FOR ONE TRANSACTION CODE AND ACCOUNT STATUS; AMOUNTS      00000080
      *  ARE UNSIGNED WITH THE SIDE IN GE-DR-CR.  THE TRAILER           00000090
      *  CARRIES THE ENTRY COUNT, THE DEBIT AND CREDIT TOTALS           00000100
      *  (ALWAYS EQUAL - HMSGLEX WRITES NO FILE OTHERWISE) AND THE      00000110
      *  NUMBER OF ACTIVITY RECORDS SUMMARIZED, SO THE GL SIDE CAN      00000120
      *  PROVE RECEIPT.                                                 00000130
      * ------------------------------------------------------------    00000140
       01  HELLO-GL-RECORD.                                             00000150
           05  GJ-RECORD-TYPE       PIC X(03).                          00000160
               88  GJ-HEADER                  VALUE 'HDR'.              00000170
               88  GJ-ENTRY                   VALUE 'JNL'.              00000180
               88  GJ-TRAILER                 VALUE 'TRL'.              00000190
           05  GJ-BUSINESS-DATE     PIC X(08).                          00000200
           05  FILLER               PIC X(69).                          00000210
       01  HELLO-GL-HEADER REDEFINES HELLO-GL-RECORD.                   00000220
           05  FILLER               PIC X(11).                          00000230
           05  GH-SOURCE            PIC X(08).                          00000240
           05  GH-CREATED-DATE      PIC 9(08).                          00000250
           05  GH-CREATED-TIME      PIC 9(06).                          00000260
           05  FILLER               PIC X(47).                          00000270
       01  HELLO-GL-ENTRY REDEFINES HELLO-GL-RECORD.                    00000280
           05  FILLER               PIC X(11).                          00000290
           05  GE-SEQ               PIC 9(05).                          00000300
           05  GE-GL-ACCOUNT        PIC X(10).                          00000310
           05  GE-DR-CR             PIC X(02).                          00000320
               88  GE-DEBIT                   VALUE 'DR'.               00000330
               88  GE-CREDIT                  VALUE 'CR'.               00000340
           05  GE-AMOUNT            PIC 9(11)V99.                       00000350
           05  GE-TRAN-CODE         PIC X(02).                          00000360
           05  GE-STATUS            PIC X(10).                          00000370
           05  GE-ITEM-COUNT        PIC 9(07).                          00000380
           05  GE-DESC              PIC X(20).                          00000390
       01  HELLO-GL-TRAILER REDEFINES HELLO-GL-RECORD.                  00000400
           05  FILLER               PIC X(11).                          00000410
           05  GT-ENTRY-COUNT       PIC 9(07).                          00000420
           05  GT-DEBIT-TOTAL       PIC 9(13)V99.                       00000430
           05  GT-CREDIT-TOTAL      PIC 9(13)V99.                       00000440
           05  GT-ITEM-COUNT        PIC 9(07).                          00000450
           05  FILLER               PIC X(25).                          00000460
