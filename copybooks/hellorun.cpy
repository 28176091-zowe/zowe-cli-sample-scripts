      * ------------------------------------------------------------    00000010
      *  HELLORUN.CPY - RUN-CONTROL RECORD ON THE HELLORUN VSAM KSDS    00000020
      *  (DDNAME RUNCTL).  ONE RECORD PER BUSINESS DATE AND CYCLE       00000030
      *  ENTRY (THE STEP NAMES IN HELLORCT), WRITTEN ONLY THROUGH       00000040
      *  THE HRUNCTL SUBPROGRAM: STARTED WHEN THE PROGRAM BEGINS,       00000050
      *  COMPLETED WITH ITS RETURN CODE AND UP TO THREE COUNT AND       00000060
      *  TWO AMOUNT CONTROL TOTALS WHEN IT ENDS, OR BLOCKED (RC 16,     00000070
      *  RN-MISSING-ENTRY NAMING THE PREREQUISITE) WHEN IT WAS          00000080
      *  REFUSED.  A RECORD LEFT STARTED MEANS THE STEP ABENDED OR      00000090
      *  IS STILL RUNNING.  A RERUN ON THE SAME BUSINESS DATE           00000100
      *  REPLACES THE RECORD AND BUMPS RN-RUN-COUNT.                    00000110
      *  THE SECOND LAYOUT IS THE SINGLE CYCLE RECORD (KEY ZEROS +      00000120
      *  'CYCLE') HOLDING THE CURRENT BUSINESS DATE, OPENED BY THE      00000130
      *  FIRST STEP OF THE NIGHTLY CYCLE (HMSLOAD) AND USED BY EVERY    00000140
      *  LATER STEP SO A CYCLE THAT RUNS PAST MIDNIGHT KEEPS ONE DATE.  00000150
      * ------------------------------------------------------------    00000160
       01  HELLO-RUNCTL-RECORD.                                         00000170
           05  RN-KEY.                                                  00000180
               10  RN-BUSINESS-DATE PIC X(08).                          00000190
               10  RN-ENTRY-NAME    PIC X(08).                          00000200
           05  RN-STATUS            PIC X(01).                          00000210
               88  RN-STARTED                 VALUE 'S'.                00000220
               88  RN-COMPLETED               VALUE 'C'.                00000230
               88  RN-BLOCKED                 VALUE 'B'.                00000240
           05  RN-START-DATE        PIC X(08).                          00000250
           05  RN-START-TIME        PIC X(06).                          00000260
           05  RN-END-DATE          PIC X(08).                          00000270
           05  RN-END-TIME          PIC X(06).                          00000280
           05  RN-RETURN-CODE       PIC 9(04).                          00000290
           05  RN-RUN-COUNT         PIC 9(03).                          00000300
           05  RN-MISSING-ENTRY     PIC X(08).                          00000310
           05  RN-COUNT-TOTAL OCCURS 3 TIMES.                           00000320
               10  RN-COUNT-LABEL   PIC X(12).                          00000330
               10  RN-COUNT         PIC 9(09) COMP-3.                   00000340
           05  RN-AMOUNT-TOTAL OCCURS 2 TIMES.                          00000350
               10  RN-AMOUNT-LABEL  PIC X(12).                          00000360
               10  RN-AMOUNT        PIC S9(13)V99 COMP-3.               00000370
       01  HELLO-RUNCTL-CYCLE.                                          00000380
           05  RY-KEY.                                                  00000390
               10  RY-KEY-DATE      PIC X(08).                          00000400
               10  RY-KEY-ENTRY     PIC X(08).                          00000410
           05  RY-BUSINESS-DATE     PIC X(08).                          00000420
           05  RY-OPENED-BY         PIC X(08).                          00000430
           05  RY-OPENED-DATE       PIC X(08).                          00000440
           05  RY-OPENED-TIME       PIC X(06).                          00000450
           05  FILLER               PIC X(105).                         00000460
