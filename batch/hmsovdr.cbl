       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HMSOVDR.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  NIGHTLY OVERDRAWN-ACCOUNTS AND HELD-DEBITS    00000090
      *               REPORT.  LISTS EVERY ACCOUNT ON THE HELLO MASTER  00000100
      *               KSDS WITH A NEGATIVE BALANCE - ITS OVERDRAFT      00000110
      *               LIMIT, THE AMOUNT OVERDRAWN, THE AMOUNT OVER THE  00000120
      *               LIMIT, AND HOW MANY DAYS IT HAS BEEN NEGATIVE     00000130
      *               (FROM THE ACTIVITY HISTORY) - FOLLOWED BY THE     00000140
      *               DEBITS THE NIGHT'S HMSPOST RUN HELD ON THE        00000150
      *               HELD-DEBITS KSDS FOR BREACHING THE LIMIT.  RUN    00000160
      *               AFTER THE HMSPOST CYCLE.                          00000170
      *  2026-10-15  OPS  A HELD TRANSFER (CODE TR) PRINTS A SECOND     00000171
      *               LINE NAMING THE TO-ACCOUNT IT WAS FOR.            00000172
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000173
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000174
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000175
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000176
      *               COMPLETED FOR THE BUSINESS DATE.                  00000177
      *  2026-10-15  OPS  THE REPORT DATE, THE DAYS-NEGATIVE COUNT AND  00000178
      *               THE HELD DEBITS LISTED ARE TAKEN FROM THE CYCLE'S 00000179
      *               BUSINESS DATE, WHICH HMSPOST NOW DATES ITS HOLDS  00000180
      *               WITH, SO A CYCLE THAT RUNS PAST MIDNIGHT STILL    00000181
      *               LISTS THE NIGHT'S HELD DEBITS.                    00000182
      *--------------------------------------------------------------   00000183
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000220
               ORGANIZATION IS INDEXED                                  00000230
               ACCESS MODE IS SEQUENTIAL                                00000240
               RECORD KEY IS HM-KEY                                     00000250
               FILE STATUS IS WS-MASTER-STAT.                           00000260
           SELECT ACTV-MASTER ASSIGN TO ACTVMST                         00000270
               ORGANIZATION IS INDEXED                                  00000280
               ACCESS MODE IS DYNAMIC                                   00000290
               RECORD KEY IS HV-KEY                                     00000300
               FILE STATUS IS WS-ACTV-STAT.                             00000310
           SELECT HELD-DEBITS ASSIGN TO HELDDB                          00000320
               ORGANIZATION IS INDEXED                                  00000330
               ACCESS MODE IS DYNAMIC                                   00000340
               RECORD KEY IS HD-KEY                                     00000350
               FILE STATUS IS WS-HELD-STAT.                             00000360
           SELECT OVDR-RPT ASSIGN TO OVDRPT                             00000370
               ORGANIZATION IS SEQUENTIAL.                              00000380
       DATA DIVISION.                                                   00000390
       FILE SECTION.                                                    00000400
       FD  HELLO-MASTER                                                 00000410
           LABEL RECORDS ARE STANDARD.                                  00000420
           COPY HELLOREC.                                               00000430
       FD  ACTV-MASTER                                                  00000440
           LABEL RECORDS ARE STANDARD.                                  00000450
           COPY HELLOACT.                                               00000460
       FD  HELD-DEBITS                                                  00000470
           LABEL RECORDS ARE STANDARD.                                  00000480
           COPY HELLOHLD.                                               00000490
       FD  OVDR-RPT                                                     00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           RECORDING MODE IS F.                                         00000520
       01  RPT-LINE                 PIC X(80).                          00000530
       WORKING-STORAGE SECTION.                                         00000540
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000550
       77  WS-ACTV-STAT             PIC X(02) VALUE SPACES.             00000560
       77  WS-HELD-STAT             PIC X(02) VALUE SPACES.             00000570
       77  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.                00000580
           88  WS-MASTER-EOF                  VALUE 'Y'.                00000590
       77  WS-ACTV-EOF-SW           PIC X(01) VALUE 'N'.                00000600
           88  WS-ACTV-EOF                    VALUE 'Y'.                00000610
       77  WS-HELD-EOF-SW           PIC X(01) VALUE 'N'.                00000620
           88  WS-HELD-EOF                    VALUE 'Y'.                00000630
       77  WS-HELD-OPEN-SW          PIC X(01) VALUE 'N'.                00000640
           88  WS-HELD-OPEN                   VALUE 'Y'.                00000650
       77  WS-HISTORY-SW            PIC X(01) VALUE 'N'.                00000660
           88  WS-HAS-HISTORY                 VALUE 'Y'.                00000670
       77  WS-PRE-HISTORY-SW        PIC X(01) VALUE 'N'.                00000680
           88  WS-NEG-BEFORE-HISTORY          VALUE 'Y'.                00000690
       77  WS-ACCT-COUNT            PIC 9(07) COMP VALUE ZERO.          00000700
       77  WS-OVERDRAWN-COUNT       PIC 9(07) COMP VALUE ZERO.          00000710
       77  WS-OVER-LIMIT-COUNT      PIC 9(07) COMP VALUE ZERO.          00000720
       77  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.          00000730
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000740
       77  WS-AMOUNT-EDIT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.             00000750
       77  WS-OVERDRAWN-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.    00000760
       77  WS-OVER-LIMIT-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.    00000770
       77  WS-HELD-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.    00000780
       77  WS-ACCT-OVERDRAWN        PIC S9(11)V99 COMP-3 VALUE ZERO.    00000790
       77  WS-ACCT-OVER-LIMIT       PIC S9(11)V99 COMP-3 VALUE ZERO.    00000800
       77  WS-DAYS-NEGATIVE         PIC S9(07) COMP VALUE ZERO.         00000810
       77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00000820
       01  WS-NEG-DATE              PIC X(08) VALUE SPACES.             00000830
       01  WS-NEG-DATE-N REDEFINES WS-NEG-DATE                          00000840
                                    PIC 9(08).                          00000850
       01  RPT-OVDR-HEADER.                                             00000860
           05  FILLER               PIC X(12) VALUE 'ACCOUNT'.          00000870
           05  FILLER               PIC X(16) VALUE '      OD LIMIT'.   00000880
           05  FILLER               PIC X(16) VALUE '     OVERDRAWN'.   00000890
           05  FILLER               PIC X(16) VALUE '    OVER LIMIT'.   00000900
           05  FILLER               PIC X(20) VALUE ' DAYS  SINCE'.     00000910
       01  RPT-OVDR-LINE.                                               00000920
           05  RO-KEY               PIC X(10).                          00000930
           05  FILLER               PIC X(02) VALUE SPACES.             00000940
           05  RO-OD-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.                 00000950
           05  FILLER               PIC X(02) VALUE SPACES.             00000960
           05  RO-OVERDRAWN         PIC ZZZ,ZZZ,ZZ9.99.                 00000970
           05  FILLER               PIC X(02) VALUE SPACES.             00000980
           05  RO-OVER-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.                 00000990
           05  FILLER               PIC X(02) VALUE SPACES.             00001000
           05  RO-DAYS              PIC ZZZZ9.                          00001010
           05  RO-DAYS-FLAG         PIC X(01).                          00001020
           05  FILLER               PIC X(01) VALUE SPACES.             00001030
           05  RO-NOTE              PIC X(10).                          00001040
       01  RPT-HELD-HEADER.                                             00001050
           05  FILLER               PIC X(12) VALUE 'ACCOUNT'.          00001060
           05  FILLER               PIC X(04) VALUE 'CD'.               00001070
           05  FILLER               PIC X(17) VALUE '         AMOUNT'.  00001080
           05  FILLER               PIC X(17) VALUE '        BALANCE'.  00001090
           05  FILLER               PIC X(16) VALUE '      OD LIMIT'.   00001100
           05  FILLER               PIC X(14) VALUE '    OVER LIMIT'.   00001110
       01  RPT-HELD-LINE.                                               00001120
           05  RL-KEY               PIC 9(10).                          00001130
           05  FILLER               PIC X(02) VALUE SPACES.             00001140
           05  RL-CODE              PIC X(02).                          00001150
           05  FILLER               PIC X(02) VALUE SPACES.             00001160
           05  RL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.                00001170
           05  FILLER               PIC X(02) VALUE SPACES.             00001180
           05  RL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.                00001190
           05  FILLER               PIC X(02) VALUE SPACES.             00001200
           05  RL-OD-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.                 00001210
           05  FILLER               PIC X(02) VALUE SPACES.             00001220
           05  RL-OVER-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.                 00001230
       01  RPT-HELD-XFER-LINE.                                          00001231
           05  FILLER               PIC X(16) VALUE SPACES.             00001232
           05  FILLER               PIC X(23)                           00001233
                   VALUE 'TRANSFER TO ACCOUNT'.                         00001234
           05  RX-TO-KEY            PIC 9(10).                          00001235
           COPY HELLORCL.                                               00001236
       PROCEDURE DIVISION.                                              00001240
      *----------------------------------------------------------------*00001250
      *  0000-MAINLINE - ONE SEQUENTIAL PASS OVER THE MASTER FOR THE    00001260
      *  OVERDRAWN ACCOUNTS, ONE KEYED BROWSE OF THE RUN DATE'S HELD    00001270
      *  DEBITS, THEN THE CONTROL TOTALS.                               00001280
      *----------------------------------------------------------------*00001290
       0000-MAINLINE.                                                   00001300
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001301
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001310
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT                  00001320
               UNTIL WS-MASTER-EOF                                      00001330
           PERFORM 3000-LIST-HELD-DEBITS THRU 3000-EXIT                 00001340
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT                     00001350
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001360
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001361
           STOP RUN.                                                    00001362
      *----------------------------------------------------------------*00001363
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001364
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001365
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001366
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001367
      *----------------------------------------------------------------*00001368
       0100-START-RUN-CONTROL.                                          00001373
           MOVE 'S' TO RU-FUNCTION                                      00001374
           MOVE 'HMSOVDR' TO RU-ENTRY-NAME                              00001375
           MOVE SPACES TO RU-BUSINESS-DATE                              00001376
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001377
           IF NOT RU-OK                                                 00001378
               MOVE 16 TO RETURN-CODE                                   00001379
               STOP RUN                                                 00001380
           END-IF.                                                      00001381
       0100-EXIT.                                                       00001382
           EXIT.                                                        00001383
      *----------------------------------------------------------------*00001384
      *  1000-INITIALIZE - OPEN THE FILES, TAKE THE RUN DATE, AND       00001390
      *  PRINT THE OVERDRAWN-ACCOUNTS HEADINGS.  A HELD-DEBITS KSDS     00001400
      *  NOT YET DEFINED (STATUS 35) MEANS NOTHING HAS EVER BEEN        00001410
      *  HELD; THE HELD SECTION THEN PRINTS EMPTY.                      00001420
      *----------------------------------------------------------------*00001430
       1000-INITIALIZE.                                                 00001440
           OPEN INPUT HELLO-MASTER                                      00001450
           IF WS-MASTER-STAT NOT = '00'                                 00001460
               DISPLAY 'HMSOVDR - MASTER OPEN FAILED, STATUS '          00001470
                   WS-MASTER-STAT                                       00001480
               MOVE 16 TO RETURN-CODE                                   00001490
               STOP RUN                                                 00001500
           END-IF                                                       00001510
           OPEN INPUT ACTV-MASTER                                       00001520
           IF WS-ACTV-STAT NOT = '00'                                   00001530
               DISPLAY 'HMSOVDR - ACTIVITY OPEN FAILED, STATUS '        00001540
                   WS-ACTV-STAT                                         00001550
               MOVE 16 TO RETURN-CODE                                   00001560
               STOP RUN                                                 00001570
           END-IF                                                       00001580
           OPEN INPUT HELD-DEBITS                                       00001590
           IF WS-HELD-STAT = '35'                                       00001600
               MOVE 'Y' TO WS-HELD-EOF-SW                               00001610
           ELSE                                                         00001620
               IF WS-HELD-STAT NOT = '00'                               00001630
                   DISPLAY 'HMSOVDR - HELD DEBITS OPEN FAILED, STATUS ' 00001640
                       WS-HELD-STAT                                     00001650
                   MOVE 16 TO RETURN-CODE                               00001660
                   STOP RUN                                             00001670
               END-IF                                                   00001680
               MOVE 'Y' TO WS-HELD-OPEN-SW                              00001690
           END-IF                                                       00001700
           OPEN OUTPUT OVDR-RPT                                         00001710
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001720
           IF RU-BUSINESS-DATE NOT = SPACES                             00001721
               MOVE RU-BUSINESS-DATE TO WS-RUN-DATE                     00001722
           END-IF                                                       00001723
           MOVE SPACES TO RPT-LINE                                      00001730
           STRING 'OVERDRAWN ACCOUNTS AND HELD DEBITS FOR '             00001740
                  DELIMITED BY SIZE                                     00001750
                  WS-RUN-DATE DELIMITED BY SIZE                         00001760
                  INTO RPT-LINE                                         00001770
           END-STRING                                                   00001780
           WRITE RPT-LINE                                               00001790
           MOVE SPACES TO RPT-LINE                                      00001800
           WRITE RPT-LINE                                               00001810
           MOVE 'ACCOUNTS WITH A NEGATIVE BALANCE' TO RPT-LINE          00001820
           WRITE RPT-LINE                                               00001830
           MOVE RPT-OVDR-HEADER TO RPT-LINE                             00001840
           WRITE RPT-LINE                                               00001850
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     00001860
       1000-EXIT.                                                       00001870
           EXIT.                                                        00001880
       2000-PROCESS-ACCOUNT.                                            00001890
           ADD 1 TO WS-ACCT-COUNT                                       00001900
           IF HM-BALANCE < ZERO                                         00001910
               PERFORM 2200-REPORT-OVERDRAWN THRU 2200-EXIT             00001920
           END-IF                                                       00001930
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     00001940
       2000-EXIT.                                                       00001950
           EXIT.                                                        00001960
       2100-READ-MASTER.                                                00001970
           READ HELLO-MASTER NEXT RECORD                                00001980
               AT END                                                   00001990
                   MOVE 'Y' TO WS-MASTER-EOF-SW                         00002000
           END-READ.                                                    00002010
       2100-EXIT.                                                       00002020
           EXIT.                                                        00002030
      *----------------------------------------------------------------*00002040
      *  2200-REPORT-OVERDRAWN - ONE LINE PER NEGATIVE ACCOUNT.  THE    00002050
      *  AMOUNT OVER THE LIMIT IS WHAT THE OVERDRAWN AMOUNT EXCEEDS     00002060
      *  HM-OD-LIMIT BY (ZERO WHEN THE ACCOUNT IS WITHIN ITS LIMIT).    00002070
      *  DAYS NEGATIVE COUNT FROM THE DATE FOUND IN 2300.  A FLAG OF    00002080
      *  + AFTER THE DAYS MEANS THE ACCOUNT WAS ALREADY NEGATIVE AT     00002090
      *  THE OLDEST HISTORY STILL ON FILE, SO THE TRUE FIGURE IS AT     00002100
      *  LEAST THAT; AN ACCOUNT WITH NO NEGATIVE HISTORY AT ALL         00002110
      *  (E.G. LOADED NEGATIVE BY HMSLOAD) PRINTS NO HISTORY.           00002120
      *----------------------------------------------------------------*00002130
       2200-REPORT-OVERDRAWN.                                           00002140
           ADD 1 TO WS-OVERDRAWN-COUNT                                  00002150
           COMPUTE WS-ACCT-OVERDRAWN = ZERO - HM-BALANCE                00002160
           ADD WS-ACCT-OVERDRAWN TO WS-OVERDRAWN-AMT                    00002170
           MOVE ZERO TO WS-ACCT-OVER-LIMIT                              00002180
           IF WS-ACCT-OVERDRAWN > HM-OD-LIMIT                           00002190
               COMPUTE WS-ACCT-OVER-LIMIT =                             00002200
                   WS-ACCT-OVERDRAWN - HM-OD-LIMIT                      00002210
               ADD 1 TO WS-OVER-LIMIT-COUNT                             00002220
               ADD WS-ACCT-OVER-LIMIT TO WS-OVER-LIMIT-AMT              00002230
           END-IF                                                       00002240
           PERFORM 2300-FIND-NEGATIVE-DATE THRU 2300-EXIT               00002250
           MOVE SPACES TO RPT-OVDR-LINE                                 00002260
           MOVE HM-KEY             TO RO-KEY                            00002270
           MOVE HM-OD-LIMIT        TO RO-OD-LIMIT                       00002280
           MOVE WS-ACCT-OVERDRAWN  TO RO-OVERDRAWN                      00002290
           MOVE WS-ACCT-OVER-LIMIT TO RO-OVER-LIMIT                     00002300
           IF WS-NEG-DATE = SPACES                                      00002310
               MOVE 'NO HISTORY' TO RO-NOTE                             00002320
           ELSE                                                         00002330
               COMPUTE WS-DAYS-NEGATIVE =                               00002340
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)                00002350
                   - FUNCTION INTEGER-OF-DATE(WS-NEG-DATE-N)            00002360
               MOVE WS-DAYS-NEGATIVE TO RO-DAYS                         00002370
               MOVE WS-NEG-DATE      TO RO-NOTE                         00002380
               IF WS-NEG-BEFORE-HISTORY                                 00002390
                   MOVE '+' TO RO-DAYS-FLAG                             00002400
               END-IF                                                   00002410
           END-IF                                                       00002420
           MOVE RPT-OVDR-LINE TO RPT-LINE                               00002430
           WRITE RPT-LINE.                                              00002440
       2200-EXIT.                                                       00002450
           EXIT.                                                        00002460
      *----------------------------------------------------------------*00002470
      *  2300-FIND-NEGATIVE-DATE - BROWSE THE ACCOUNT'S WHOLE           00002480
      *  ACTIVITY HISTORY IN DATE ORDER.  EVERY RECORD CARRIES THE      00002490
      *  BALANCE IT LEFT BEHIND, SO THE DATE OF THE LAST MOVEMENT       00002500
      *  THAT TOOK THE BALANCE FROM ZERO OR ABOVE TO BELOW ZERO IS      00002510
      *  THE START OF THE CURRENT NEGATIVE RUN; ANY LATER MOVEMENT      00002520
      *  BACK TO ZERO OR ABOVE CLEARS IT.                               00002530
      *----------------------------------------------------------------*00002540
       2300-FIND-NEGATIVE-DATE.                                         00002550
           MOVE SPACES TO WS-NEG-DATE                                   00002560
           MOVE 'N' TO WS-HISTORY-SW                                    00002570
           MOVE 'N' TO WS-PRE-HISTORY-SW                                00002580
           MOVE 'N' TO WS-ACTV-EOF-SW                                   00002590
           MOVE HM-KEY TO HV-ACCT-KEY                                   00002600
           MOVE LOW-VALUES TO HV-DATE                                   00002610
           MOVE LOW-VALUES TO HV-RUN-TIME                               00002620
           MOVE ZERO TO HV-SEQ                                          00002630
           START ACTV-MASTER KEY NOT < HV-KEY                           00002640
           IF WS-ACTV-STAT NOT = '00'                                   00002650
               GO TO 2300-EXIT                                          00002660
           END-IF                                                       00002670
           PERFORM 2310-READ-ACTIVITY THRU 2310-EXIT                    00002680
           PERFORM 2320-TRACK-BALANCE THRU 2320-EXIT                    00002690
               UNTIL WS-ACTV-EOF.                                       00002700
       2300-EXIT.                                                       00002710
           EXIT.                                                        00002720
       2310-READ-ACTIVITY.                                              00002730
           READ ACTV-MASTER NEXT RECORD                                 00002740
               AT END                                                   00002750
                   MOVE 'Y' TO WS-ACTV-EOF-SW                           00002760
           END-READ                                                     00002770
           IF NOT WS-ACTV-EOF                                           00002780
               IF HV-ACCT-KEY NOT = HM-KEY                              00002790
                   MOVE 'Y' TO WS-ACTV-EOF-SW                           00002800
               END-IF                                                   00002810
           END-IF.                                                      00002820
       2310-EXIT.                                                       00002830
           EXIT.                                                        00002840
      *----------------------------------------------------------------*00002850
      *  2320-TRACK-BALANCE - THE FIRST RECORD ON FILE ALSO TELLS US    00002860
      *  WHETHER THE ACCOUNT WAS ALREADY NEGATIVE BEFORE IT (ITS        00002870
      *  RESULT LESS ITS AMOUNT); IF SO THE RUN IS DATED FROM THAT      00002880
      *  RECORD AND FLAGGED AS STARTING BEFORE THE HISTORY.             00002890
      *----------------------------------------------------------------*00002900
       2320-TRACK-BALANCE.                                              00002910
           IF NOT WS-HAS-HISTORY                                        00002920
               MOVE 'Y' TO WS-HISTORY-SW                                00002930
               IF HV-RESULT-BAL - HV-AMOUNT < ZERO                      00002940
                   MOVE HV-DATE TO WS-NEG-DATE                          00002950
                   MOVE 'Y' TO WS-PRE-HISTORY-SW                        00002960
               END-IF                                                   00002970
           END-IF                                                       00002980
           IF HV-RESULT-BAL < ZERO                                      00002990
               IF WS-NEG-DATE = SPACES                                  00003000
                   MOVE HV-DATE TO WS-NEG-DATE                          00003010
               END-IF                                                   00003020
           ELSE                                                         00003030
               MOVE SPACES TO WS-NEG-DATE                               00003040
               MOVE 'N' TO WS-PRE-HISTORY-SW                            00003050
           END-IF                                                       00003060
           PERFORM 2310-READ-ACTIVITY THRU 2310-EXIT.                   00003070
       2320-EXIT.                                                       00003080
           EXIT.                                                        00003090
      *----------------------------------------------------------------*00003100
      *  3000-LIST-HELD-DEBITS - EVERY DEBIT HMSPOST HELD FOR THE       00003110
      *  BUSINESS DATE, IN THE ORDER IT MET THEM, WITH THE BALANCE AND  00003120
      *  LIMIT IT WAS TESTED AGAINST AND HOW FAR OVER THE LIMIT         00003130
      *  POSTING IT WOULD HAVE TAKEN THE ACCOUNT.                       00003140
      *----------------------------------------------------------------*00003150
       3000-LIST-HELD-DEBITS.                                           00003160
           MOVE SPACES TO RPT-LINE                                      00003170
           WRITE RPT-LINE                                               00003180
           MOVE 'DEBITS HELD TODAY - OVER OVERDRAFT LIMIT' TO RPT-LINE  00003190
           WRITE RPT-LINE                                               00003200
           MOVE RPT-HELD-HEADER TO RPT-LINE                             00003210
           WRITE RPT-LINE                                               00003220
           IF WS-HELD-EOF                                               00003230
               GO TO 3000-EXIT                                          00003240
           END-IF                                                       00003250
           MOVE WS-RUN-DATE TO HD-DATE                                  00003260
           MOVE LOW-VALUES TO HD-RUN-TIME                               00003270
           MOVE ZERO TO HD-SEQ                                          00003280
           START HELD-DEBITS KEY NOT < HD-KEY                           00003290
           IF WS-HELD-STAT NOT = '00'                                   00003300
               GO TO 3000-EXIT                                          00003310
           END-IF                                                       00003320
           PERFORM 3100-READ-HELD THRU 3100-EXIT                        00003330
           PERFORM 3200-PRINT-HELD THRU 3200-EXIT                       00003340
               UNTIL WS-HELD-EOF.                                       00003350
       3000-EXIT.                                                       00003360
           EXIT.                                                        00003370
       3100-READ-HELD.                                                  00003380
           READ HELD-DEBITS NEXT RECORD                                 00003390
               AT END                                                   00003400
                   MOVE 'Y' TO WS-HELD-EOF-SW                           00003410
           END-READ                                                     00003420
           IF NOT WS-HELD-EOF                                           00003430
               IF HD-DATE NOT = WS-RUN-DATE                             00003440
                   MOVE 'Y' TO WS-HELD-EOF-SW                           00003450
               END-IF                                                   00003460
           END-IF.                                                      00003470
       3100-EXIT.                                                       00003480
           EXIT.                                                        00003490
       3200-PRINT-HELD.                                                 00003500
           ADD 1 TO WS-HELD-COUNT                                       00003510
           ADD HD-AMOUNT TO WS-HELD-AMT                                 00003520
           MOVE SPACES TO RPT-HELD-LINE                                 00003530
           MOVE HD-ACCT-KEY  TO RL-KEY                                  00003540
           MOVE HD-TRAN-CODE TO RL-CODE                                 00003550
           MOVE HD-AMOUNT    TO RL-AMOUNT                               00003560
           MOVE HD-BALANCE   TO RL-BALANCE                              00003570
           MOVE HD-OD-LIMIT  TO RL-OD-LIMIT                             00003580
           COMPUTE WS-ACCT-OVER-LIMIT =                                 00003590
               ZERO - (HD-BALANCE + HD-AMOUNT) - HD-OD-LIMIT            00003600
           MOVE WS-ACCT-OVER-LIMIT TO RL-OVER-LIMIT                     00003610
           MOVE RPT-HELD-LINE TO RPT-LINE                               00003620
           WRITE RPT-LINE                                               00003630
           IF HD-TRAN-CODE = 'TR'                                       00003631
               MOVE HD-TO-ACCT-KEY TO RX-TO-KEY                         00003632
               MOVE RPT-HELD-XFER-LINE TO RPT-LINE                      00003633
               WRITE RPT-LINE                                           00003634
           END-IF                                                       00003635
           PERFORM 3100-READ-HELD THRU 3100-EXIT.                       00003640
       3200-EXIT.                                                       00003650
           EXIT.                                                        00003660
       4000-PRINT-TOTALS.                                               00003670
           MOVE SPACES TO RPT-LINE                                      00003680
           WRITE RPT-LINE                                               00003690
           MOVE 'OVERDRAFT REPORT CONTROL TOTALS' TO RPT-LINE           00003700
           WRITE RPT-LINE                                               00003710
           MOVE WS-ACCT-COUNT TO WS-TOTAL-EDIT                          00003720
           MOVE SPACES TO RPT-LINE                                      00003730
           STRING 'ACCOUNTS READ:       ' DELIMITED BY SIZE             00003740
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003750
                  INTO RPT-LINE                                         00003760
           END-STRING                                                   00003770
           WRITE RPT-LINE                                               00003780
           MOVE WS-OVERDRAWN-COUNT TO WS-TOTAL-EDIT                     00003790
           MOVE WS-OVERDRAWN-AMT TO WS-AMOUNT-EDIT                      00003800
           MOVE SPACES TO RPT-LINE                                      00003810
           STRING 'ACCOUNTS OVERDRAWN:  ' DELIMITED BY SIZE             00003820
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003830
                  '  AMOUNT ' DELIMITED BY SIZE                         00003840
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00003850
                  INTO RPT-LINE                                         00003860
           END-STRING                                                   00003870
           WRITE RPT-LINE                                               00003880
           MOVE WS-OVER-LIMIT-COUNT TO WS-TOTAL-EDIT                    00003890
           MOVE WS-OVER-LIMIT-AMT TO WS-AMOUNT-EDIT                     00003900
           MOVE SPACES TO RPT-LINE                                      00003910
           STRING 'OVER LIMIT:          ' DELIMITED BY SIZE             00003920
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003930
                  '  AMOUNT ' DELIMITED BY SIZE                         00003940
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00003950
                  INTO RPT-LINE                                         00003960
           END-STRING                                                   00003970
           WRITE RPT-LINE                                               00003980
           MOVE WS-HELD-COUNT TO WS-TOTAL-EDIT                          00003990
           MOVE WS-HELD-AMT TO WS-AMOUNT-EDIT                           00004000
           MOVE SPACES TO RPT-LINE                                      00004010
           STRING 'DEBITS HELD:         ' DELIMITED BY SIZE             00004020
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004030
                  '  AMOUNT ' DELIMITED BY SIZE                         00004040
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00004050
                  INTO RPT-LINE                                         00004060
           END-STRING                                                   00004070
           WRITE RPT-LINE.                                              00004080
       4000-EXIT.                                                       00004090
           EXIT.                                                        00004100
       9000-TERMINATE.                                                  00004110
           CLOSE HELLO-MASTER                                           00004120
           CLOSE ACTV-MASTER                                            00004130
           IF WS-HELD-OPEN                                              00004140
               CLOSE HELD-DEBITS                                        00004150
           END-IF                                                       00004160
           CLOSE OVDR-RPT.                                              00004170
       9000-EXIT.                                                       00004180
           EXIT.                                                        00004190
      *----------------------------------------------------------------*00004191
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00004192
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00004193
      *----------------------------------------------------------------*00004194
       9100-END-RUN-CONTROL.                                            00004195
           MOVE 'C' TO RU-FUNCTION                                      00004196
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00004197
           MOVE 'ACCOUNTS' TO RU-COUNT-LABEL(1)                         00004198
           MOVE WS-ACCT-COUNT TO RU-COUNT(1)                            00004199
           MOVE 'OVERDRAWN' TO RU-COUNT-LABEL(2)                        00004200
           MOVE WS-OVERDRAWN-COUNT TO RU-COUNT(2)                       00004201
           MOVE 'HELD DEBITS' TO RU-COUNT-LABEL(3)                      00004202
           MOVE WS-HELD-COUNT TO RU-COUNT(3)                            00004203
           MOVE 'OVERDRAWN' TO RU-AMOUNT-LABEL(1)                       00004204
           MOVE WS-OVERDRAWN-AMT TO RU-AMOUNT(1)                        00004205
           MOVE 'HELD AMOUNT' TO RU-AMOUNT-LABEL(2)                     00004206
           MOVE WS-HELD-AMT TO RU-AMOUNT(2)                             00004207
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00004208
       9100-EXIT.                                                       00004209
           EXIT.                                                        00004210
