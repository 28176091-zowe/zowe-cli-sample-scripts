       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HRUNRPT.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  MORNING RUN-CONTROL STATUS REPORT.  LISTS     00000090
      *               EVERY STEP OF THE NIGHTLY AND MONTH-END CYCLE     00000100
      *               (HELLORCT, IN CYCLE ORDER) FOR ONE BUSINESS       00000110
      *               DATE FROM THE RUNCTL KSDS: STATUS, START AND      00000120
      *               END TIMES, RETURN CODE, RUN COUNT, AND THE        00000130
      *               CONTROL TOTALS EACH STEP RECORDED.  A STEP        00000140
      *               LEFT STARTED (ABENDED OR STILL RUNNING),          00000150
      *               BLOCKED BY A PREREQUISITE, ENDED ABOVE RC=4,      00000160
      *               OR A NIGHTLY STEP THAT NEVER RAN IS FLAGGED **    00000170
      *               AND ENDS THE REPORT RC=8.  THE PARMIN CARD MAY    00000180
      *               NAME THE BUSINESS DATE (YYYYMMDD IN COLUMNS       00000190
      *               1-8); BLANK MEANS THE CURRENT CYCLE DATE.         00000200
      *  2026-10-15  OPS  YEAR-END STEPS (FREQUENCY Y IN HELLORCT) SHOW 00000201
      *               AS YEAR AND ARE NOT FLAGGED WHEN NOT RUN; THE     00000202
      *               NOT-RUN TOTAL FOR MONTH-END AND YEAR-END STEPS    00000203
      *               IS NOW LABELLED PERIODIC.                         00000204
      *  2026-10-15  OPS  A COMPLETED STEP IS FLAGGED ONLY WHEN ITS     00000205
      *               RC IS ABOVE THE HIGHEST RC HELLORCT LETS A LATER  00000206
      *               STEP ACCEPT FROM IT (4 IF NO STEP NAMES IT), SO   00000207
      *               HMSSWEP'S NORMAL RC=8 NO LONGER SHOWS AS AN       00000208
      *               EXCEPTION.  THE SUMMARY LINE READS ABOVE LIMIT.   00000209
      *--------------------------------------------------------------   00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT PARM-IN ASSIGN TO PARMIN                              00000250
               ORGANIZATION IS SEQUENTIAL.                              00000260
           SELECT RUN-CONTROL ASSIGN TO RUNCTL                          00000270
               ORGANIZATION IS INDEXED                                  00000280
               ACCESS MODE IS RANDOM                                    00000290
               RECORD KEY IS RN-KEY                                     00000300
               FILE STATUS IS WS-RUNCTL-STAT.                           00000310
           SELECT RUN-RPT ASSIGN TO RUNRPT                              00000320
               ORGANIZATION IS SEQUENTIAL.                              00000330
       DATA DIVISION.                                                   00000340
       FILE SECTION.                                                    00000350
       FD  PARM-IN                                                      00000360
           LABEL RECORDS ARE STANDARD                                   00000370
           RECORDING MODE IS F.                                         00000380
       01  PARM-RECORD.                                                 00000390
           05  PM-BUSINESS-DATE     PIC X(08).                          00000400
           05  FILLER               PIC X(72).                          00000410
       FD  RUN-CONTROL                                                  00000420
           LABEL RECORDS ARE STANDARD.                                  00000430
           COPY HELLORUN.                                               00000440
       FD  RUN-RPT                                                      00000450
           LABEL RECORDS ARE STANDARD                                   00000460
           RECORDING MODE IS F.                                         00000470
       01  RPT-LINE                 PIC X(80).                          00000480
       WORKING-STORAGE SECTION.                                         00000490
       77  WS-RUNCTL-STAT           PIC X(02) VALUE SPACES.             00000500
       77  WS-BUSINESS-DATE         PIC X(08) VALUE SPACES.             00000510
       77  WS-CYCLE-DATE-KEY        PIC X(08) VALUE '00000000'.         00000520
       77  WS-CYCLE-ENTRY-KEY       PIC X(08) VALUE 'CYCLE'.            00000530
       77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00000540
       77  WS-TOTAL-IDX             PIC 9(02) COMP VALUE ZERO.          00000550
       77  WS-SCAN-IDX              PIC 9(02) COMP VALUE ZERO.          00000551
       77  WS-PREREQ-IDX            PIC 9(02) COMP VALUE ZERO.          00000552
       77  WS-RC-LIMIT              PIC 9(02) VALUE ZERO.               00000553
       77  WS-COMPLETE-COUNT        PIC 9(07) COMP VALUE ZERO.          00000560
       77  WS-HIGH-RC-COUNT         PIC 9(07) COMP VALUE ZERO.          00000570
       77  WS-STARTED-COUNT         PIC 9(07) COMP VALUE ZERO.          00000580
       77  WS-BLOCKED-COUNT         PIC 9(07) COMP VALUE ZERO.          00000590
       77  WS-MISSING-COUNT         PIC 9(07) COMP VALUE ZERO.          00000600
       77  WS-NOT-DUE-COUNT         PIC 9(07) COMP VALUE ZERO.          00000610
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000620
       01  RPT-DETAIL-STEP.                                             00000630
           05  FILLER               PIC X(01) VALUE SPACES.             00000640
           05  RD-FLAG              PIC X(02).                          00000650
           05  RD-ENTRY             PIC X(08).                          00000660
           05  FILLER               PIC X(02) VALUE SPACES.             00000670
           05  RD-FREQ              PIC X(05).                          00000680
           05  FILLER               PIC X(01) VALUE SPACES.             00000690
           05  RD-STATUS            PIC X(12).                          00000700
           05  FILLER               PIC X(01) VALUE SPACES.             00000710
           05  RD-START-DATE        PIC X(08).                          00000720
           05  FILLER               PIC X(01) VALUE SPACES.             00000730
           05  RD-START-TIME        PIC X(06).                          00000740
           05  FILLER               PIC X(02) VALUE SPACES.             00000750
           05  RD-END-DATE          PIC X(08).                          00000760
           05  FILLER               PIC X(01) VALUE SPACES.             00000770
           05  RD-END-TIME          PIC X(06).                          00000780
           05  FILLER               PIC X(02) VALUE SPACES.             00000790
           05  RD-RC                PIC ZZZ9.                           00000800
           05  FILLER               PIC X(02) VALUE SPACES.             00000810
           05  RD-RUNS              PIC ZZ9.                            00000820
       01  RPT-DETAIL-COUNTS.                                           00000830
           05  FILLER               PIC X(04) VALUE SPACES.             00000840
           05  RD-COUNT-ITEM OCCURS 3 TIMES.                            00000850
               10  RD-COUNT-LABEL   PIC X(12).                          00000860
               10  FILLER           PIC X(01).                          00000870
               10  RD-COUNT         PIC ZZZ,ZZZ,ZZ9.                    00000880
               10  FILLER           PIC X(01).                          00000890
       01  RPT-DETAIL-AMOUNTS.                                          00000900
           05  FILLER               PIC X(04) VALUE SPACES.             00000910
           05  RD-AMOUNT-ITEM OCCURS 2 TIMES.                           00000920
               10  RD-AMOUNT-LABEL  PIC X(12).                          00000930
               10  FILLER           PIC X(01).                          00000940
               10  RD-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00000950
               10  FILLER           PIC X(02).                          00000960
           COPY HELLORCT.                                               00000970
       PROCEDURE DIVISION.                                              00000980
      *----------------------------------------------------------------*00000990
      *  0000-MAINLINE - SETTLE THE BUSINESS DATE, REPORT EACH CYCLE    00001000
      *  STEP IN ORDER, THEN THE SUMMARY.                               00001010
      *----------------------------------------------------------------*00001020
       0000-MAINLINE.                                                   00001030
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001040
           PERFORM 2000-REPORT-STEP THRU 2000-EXIT                      00001050
               VARYING CT-IDX FROM 1 BY 1                               00001060
               UNTIL CT-IDX > CT-ENTRY-COUNT                            00001070
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT                    00001080
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001090
           STOP RUN.                                                    00001100
      *----------------------------------------------------------------*00001110
      *  1000-INITIALIZE - OPEN THE RUN-CONTROL FILE AND TAKE THE       00001120
      *  BUSINESS DATE FROM THE PARMIN CARD, OR FROM THE CYCLE RECORD   00001130
      *  WHEN THE CARD IS BLANK.  NO RUN-CONTROL FILE, OR NO CYCLE      00001140
      *  OPENED YET, ENDS THE REPORT RC=16.                             00001150
      *----------------------------------------------------------------*00001160
       1000-INITIALIZE.                                                 00001170
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001180
           OPEN INPUT PARM-IN                                           00001190
           READ PARM-IN                                                 00001200
               AT END                                                   00001210
                   MOVE SPACES TO PM-BUSINESS-DATE                      00001220
           END-READ                                                     00001230
           CLOSE PARM-IN                                                00001240
           IF PM-BUSINESS-DATE NOT = SPACES                             00001250
                   AND PM-BUSINESS-DATE NOT NUMERIC                     00001260
               DISPLAY 'HRUNRPT - BUSINESS DATE CARD BAD'               00001270
               MOVE 16 TO RETURN-CODE                                   00001280
               STOP RUN                                                 00001290
           END-IF                                                       00001300
           OPEN INPUT RUN-CONTROL                                       00001310
           IF WS-RUNCTL-STAT NOT = '00'                                 00001320
               DISPLAY 'HRUNRPT - RUN CONTROL OPEN FAILED, STATUS '     00001330
                   WS-RUNCTL-STAT                                       00001340
               MOVE 16 TO RETURN-CODE                                   00001350
               STOP RUN                                                 00001360
           END-IF                                                       00001370
           MOVE WS-CYCLE-DATE-KEY  TO RN-BUSINESS-DATE                  00001380
           MOVE WS-CYCLE-ENTRY-KEY TO RN-ENTRY-NAME                     00001390
           READ RUN-CONTROL                                             00001400
           IF PM-BUSINESS-DATE NOT = SPACES                             00001410
               MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE                00001420
           ELSE                                                         00001430
               IF WS-RUNCTL-STAT = '00'                                 00001440
                   MOVE RY-BUSINESS-DATE TO WS-BUSINESS-DATE            00001450
               ELSE                                                     00001460
                   DISPLAY 'HRUNRPT - NO CYCLE OPENED ON RUN CONTROL'   00001470
                   MOVE 16 TO RETURN-CODE                               00001480
                   STOP RUN                                             00001490
               END-IF                                                   00001500
           END-IF                                                       00001510
           OPEN OUTPUT RUN-RPT                                          00001520
           MOVE SPACES TO RPT-LINE                                      00001530
           STRING 'BATCH CYCLE RUN-CONTROL STATUS - BUSINESS DATE '     00001540
               DELIMITED BY SIZE                                        00001550
               WS-BUSINESS-DATE DELIMITED BY SIZE                       00001560
               INTO RPT-LINE                                            00001570
           END-STRING                                                   00001580
           WRITE RPT-LINE                                               00001590
           IF WS-RUNCTL-STAT = '00'                                     00001600
               MOVE SPACES TO RPT-LINE                                  00001610
               STRING 'CURRENT CYCLE ' DELIMITED BY SIZE                00001620
                   RY-BUSINESS-DATE DELIMITED BY SIZE                   00001630
                   ' OPENED BY ' DELIMITED BY SIZE                      00001640
                   RY-OPENED-BY DELIMITED BY SPACE                      00001650
                   ' ' DELIMITED BY SIZE                                00001660
                   RY-OPENED-DATE DELIMITED BY SIZE                     00001670
                   ' ' DELIMITED BY SIZE                                00001680
                   RY-OPENED-TIME DELIMITED BY SIZE                     00001690
                   INTO RPT-LINE                                        00001700
               END-STRING                                               00001710
               WRITE RPT-LINE                                           00001720
           END-IF                                                       00001730
           MOVE SPACES TO RPT-LINE                                      00001740
           WRITE RPT-LINE                                               00001750
           MOVE '   STEP      FREQ  STATUS       STARTED' TO RPT-LINE   00001760
           MOVE 'ENDED              RC  RUNS' TO RPT-LINE(50:27)        00001770
           WRITE RPT-LINE.                                              00001780
       1000-EXIT.                                                       00001790
           EXIT.                                                        00001800
      *----------------------------------------------------------------*00001810
      *  2000-REPORT-STEP - ONE CYCLE STEP.  NOT ON FILE IS NOT RUN     00001820
      *  (FLAGGED ONLY FOR A NIGHTLY STEP - A MONTH-END OR YEAR-END     00001830
      *  STEP IS NOT DUE MOST NIGHTS); A STEP LEFT STARTED, BLOCKED,    00001831
      *  OR ENDED ABOVE ITS RC LIMIT IS FLAGGED.  THE CONTROL TOTALS,   00001850
      *  OR THE PREREQUISITE A BLOCKED STEP WAS WAITING ON, FOLLOW.     00001860
      *----------------------------------------------------------------*00001870
       2000-REPORT-STEP.                                                00001880
           MOVE SPACES TO RPT-DETAIL-STEP                               00001890
           MOVE CT-ENTRY-NAME(CT-IDX) TO RD-ENTRY                       00001900
           EVALUATE TRUE                                                00001910
               WHEN CT-NIGHTLY(CT-IDX)                                  00001911
                   MOVE 'NIGHT' TO RD-FREQ                              00001920
               WHEN CT-MONTH-END(CT-IDX)                                00001921
                   MOVE 'MONTH' TO RD-FREQ                              00001940
               WHEN OTHER                                               00001941
                   MOVE 'YEAR' TO RD-FREQ                               00001942
           END-EVALUATE                                                 00001950
           MOVE WS-BUSINESS-DATE      TO RN-BUSINESS-DATE               00001960
           MOVE CT-ENTRY-NAME(CT-IDX) TO RN-ENTRY-NAME                  00001970
           READ RUN-CONTROL                                             00001980
           IF WS-RUNCTL-STAT NOT = '00'                                 00001990
               MOVE 'NOT RUN' TO RD-STATUS                              00002000
               IF CT-NIGHTLY(CT-IDX)                                    00002010
                   MOVE '**' TO RD-FLAG                                 00002020
                   ADD 1 TO WS-MISSING-COUNT                            00002030
               ELSE                                                     00002040
                   ADD 1 TO WS-NOT-DUE-COUNT                            00002050
               END-IF                                                   00002060
               MOVE RPT-DETAIL-STEP TO RPT-LINE                         00002070
               WRITE RPT-LINE                                           00002080
               GO TO 2000-EXIT                                          00002090
           END-IF                                                       00002100
           MOVE RN-START-DATE  TO RD-START-DATE                         00002110
           MOVE RN-START-TIME  TO RD-START-TIME                         00002120
           MOVE RN-END-DATE    TO RD-END-DATE                           00002130
           MOVE RN-END-TIME    TO RD-END-TIME                           00002140
           MOVE RN-RUN-COUNT   TO RD-RUNS                               00002150
           EVALUATE TRUE                                                00002160
               WHEN RN-STARTED                                          00002170
                   MOVE '**' TO RD-FLAG                                 00002180
                   MOVE 'STARTED' TO RD-STATUS                          00002190
                   ADD 1 TO WS-STARTED-COUNT                            00002200
               WHEN RN-BLOCKED                                          00002210
                   MOVE '**' TO RD-FLAG                                 00002220
                   MOVE 'BLOCKED' TO RD-STATUS                          00002230
                   MOVE RN-RETURN-CODE TO RD-RC                         00002240
                   ADD 1 TO WS-BLOCKED-COUNT                            00002250
               WHEN OTHER                                               00002260
                   MOVE 'COMPLETED' TO RD-STATUS                        00002270
                   MOVE RN-RETURN-CODE TO RD-RC                         00002280
                   ADD 1 TO WS-COMPLETE-COUNT                           00002290
                   MOVE 4 TO WS-RC-LIMIT                                00002291
                   PERFORM 2050-CHECK-RC-LIMIT THRU 2050-EXIT           00002292
                       VARYING WS-SCAN-IDX FROM 1 BY 1                  00002293
                       UNTIL WS-SCAN-IDX > CT-ENTRY-COUNT               00002294
                       AFTER WS-PREREQ-IDX FROM 1 BY 1                  00002295
                       UNTIL WS-PREREQ-IDX > 2                          00002296
                   IF RN-RETURN-CODE > WS-RC-LIMIT                      00002300
                       MOVE '**' TO RD-FLAG                             00002310
                       ADD 1 TO WS-HIGH-RC-COUNT                        00002320
                   END-IF                                               00002330
           END-EVALUATE                                                 00002340
           MOVE RPT-DETAIL-STEP TO RPT-LINE                             00002350
           WRITE RPT-LINE                                               00002360
           IF RN-BLOCKED                                                00002370
               MOVE SPACES TO RPT-LINE                                  00002380
               STRING '    WAITING ON ' DELIMITED BY SIZE               00002390
                   RN-MISSING-ENTRY DELIMITED BY SIZE                   00002400
                   INTO RPT-LINE                                        00002410
               END-STRING                                               00002420
               WRITE RPT-LINE                                           00002430
               GO TO 2000-EXIT                                          00002440
           END-IF                                                       00002450
           IF RN-COMPLETED                                              00002460
               PERFORM 2100-PRINT-STEP-TOTALS THRU 2100-EXIT            00002470
           END-IF.                                                      00002480
       2000-EXIT.                                                       00002490
           EXIT.                                                        00002500
      *----------------------------------------------------------------*00002501
      *  2050-CHECK-RC-LIMIT - RAISE THE STEP'S RC LIMIT TO THE RC A    00002502
      *  LATER STEP NAMING IT AS A PREREQUISITE WILL ACCEPT, SO A STEP  00002503
      *  WHOSE DOCUMENTED RC=8 THE CYCLE RUNS ON IS NOT FLAGGED.        00002504
      *----------------------------------------------------------------*00002505
       2050-CHECK-RC-LIMIT.                                             00002506
           IF CT-PREREQ-NAME(WS-SCAN-IDX, WS-PREREQ-IDX)                00002507
                   = CT-ENTRY-NAME(CT-IDX)                              00002508
               AND CT-PREREQ-MAX-RC(WS-SCAN-IDX, WS-PREREQ-IDX)         00002509
                   > WS-RC-LIMIT                                        00002510
               MOVE CT-PREREQ-MAX-RC(WS-SCAN-IDX, WS-PREREQ-IDX)        00002511
                   TO WS-RC-LIMIT                                       00002512
           END-IF.                                                      00002513
       2050-EXIT.                                                       00002514
           EXIT.                                                        00002515
      *----------------------------------------------------------------*00002516
      *  2100-PRINT-STEP-TOTALS - THE COUNT TOTALS ON ONE LINE AND THE  00002520
      *  AMOUNT TOTALS ON ANOTHER, EACH ONLY IF THE STEP RECORDED ANY.  00002530
      *----------------------------------------------------------------*00002540
       2100-PRINT-STEP-TOTALS.                                          00002550
           IF RN-COUNT-LABEL(1) NOT = SPACES                            00002560
               MOVE SPACES TO RPT-DETAIL-COUNTS                         00002570
               PERFORM 2110-EDIT-COUNT THRU 2110-EXIT                   00002580
                   VARYING WS-TOTAL-IDX FROM 1 BY 1                     00002590
                   UNTIL WS-TOTAL-IDX > 3                               00002600
               MOVE RPT-DETAIL-COUNTS TO RPT-LINE                       00002610
               WRITE RPT-LINE                                           00002620
           END-IF                                                       00002630
           IF RN-AMOUNT-LABEL(1) NOT = SPACES                           00002640
               MOVE SPACES TO RPT-DETAIL-AMOUNTS                        00002650
               PERFORM 2120-EDIT-AMOUNT THRU 2120-EXIT                  00002660
                   VARYING WS-TOTAL-IDX FROM 1 BY 1                     00002670
                   UNTIL WS-TOTAL-IDX > 2                               00002680
               MOVE RPT-DETAIL-AMOUNTS TO RPT-LINE                      00002690
               WRITE RPT-LINE                                           00002700
           END-IF.                                                      00002710
       2100-EXIT.                                                       00002720
           EXIT.                                                        00002730
       2110-EDIT-COUNT.                                                 00002740
           IF RN-COUNT-LABEL(WS-TOTAL-IDX) NOT = SPACES                 00002750
               MOVE RN-COUNT-LABEL(WS-TOTAL-IDX)                        00002760
                   TO RD-COUNT-LABEL(WS-TOTAL-IDX)                      00002770
               MOVE RN-COUNT(WS-TOTAL-IDX) TO RD-COUNT(WS-TOTAL-IDX)    00002780
           END-IF.                                                      00002790
       2110-EXIT.                                                       00002800
           EXIT.                                                        00002810
       2120-EDIT-AMOUNT.                                                00002820
           IF RN-AMOUNT-LABEL(WS-TOTAL-IDX) NOT = SPACES                00002830
               MOVE RN-AMOUNT-LABEL(WS-TOTAL-IDX)                       00002840
                   TO RD-AMOUNT-LABEL(WS-TOTAL-IDX)                     00002850
               MOVE RN-AMOUNT(WS-TOTAL-IDX) TO RD-AMOUNT(WS-TOTAL-IDX)  00002860
           END-IF.                                                      00002870
       2120-EXIT.                                                       00002880
           EXIT.                                                        00002890
      *----------------------------------------------------------------*00002900
      *  3000-PRINT-SUMMARY - STEP COUNTS BY OUTCOME.  ANYTHING         00002910
      *  FLAGGED ABOVE ENDS THE REPORT RC=8.                            00002920
      *----------------------------------------------------------------*00002930
       3000-PRINT-SUMMARY.                                              00002940
           MOVE SPACES TO RPT-LINE                                      00002950
           WRITE RPT-LINE                                               00002960
           MOVE WS-COMPLETE-COUNT TO WS-TOTAL-EDIT                      00002970
           MOVE SPACES TO RPT-LINE                                      00002980
           STRING 'STEPS COMPLETED:         ' DELIMITED BY SIZE         00002990
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003000
                  INTO RPT-LINE                                         00003010
           END-STRING                                                   00003020
           WRITE RPT-LINE                                               00003030
           MOVE WS-HIGH-RC-COUNT TO WS-TOTAL-EDIT                       00003040
           MOVE SPACES TO RPT-LINE                                      00003050
           STRING '  OF WHICH ABOVE LIMIT:  ' DELIMITED BY SIZE         00003060
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003070
                  INTO RPT-LINE                                         00003080
           END-STRING                                                   00003090
           WRITE RPT-LINE                                               00003100
           MOVE WS-STARTED-COUNT TO WS-TOTAL-EDIT                       00003110
           MOVE SPACES TO RPT-LINE                                      00003120
           STRING 'STARTED, NOT COMPLETED:  ' DELIMITED BY SIZE         00003130
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003140
                  INTO RPT-LINE                                         00003150
           END-STRING                                                   00003160
           WRITE RPT-LINE                                               00003170
           MOVE WS-BLOCKED-COUNT TO WS-TOTAL-EDIT                       00003180
           MOVE SPACES TO RPT-LINE                                      00003190
           STRING 'BLOCKED:                 ' DELIMITED BY SIZE         00003200
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003210
                  INTO RPT-LINE                                         00003220
           END-STRING                                                   00003230
           WRITE RPT-LINE                                               00003240
           MOVE WS-MISSING-COUNT TO WS-TOTAL-EDIT                       00003250
           MOVE SPACES TO RPT-LINE                                      00003260
           STRING 'NIGHTLY STEPS NOT RUN:   ' DELIMITED BY SIZE         00003270
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003280
                  INTO RPT-LINE                                         00003290
           END-STRING                                                   00003300
           WRITE RPT-LINE                                               00003310
           MOVE WS-NOT-DUE-COUNT TO WS-TOTAL-EDIT                       00003320
           MOVE SPACES TO RPT-LINE                                      00003330
           STRING 'PERIODIC STEPS NOT RUN:  ' DELIMITED BY SIZE         00003340
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003350
                  INTO RPT-LINE                                         00003360
           END-STRING                                                   00003370
           WRITE RPT-LINE                                               00003380
           IF WS-HIGH-RC-COUNT > ZERO                                   00003390
                   OR WS-STARTED-COUNT > ZERO                           00003400
                   OR WS-BLOCKED-COUNT > ZERO                           00003410
                   OR WS-MISSING-COUNT > ZERO                           00003420
               MOVE SPACES TO RPT-LINE                                  00003430
               MOVE '** CYCLE NOT CLEAN - CHECK FLAGGED STEPS **'       00003440
                   TO RPT-LINE                                          00003450
               WRITE RPT-LINE                                           00003460
               MOVE 8 TO RETURN-CODE                                    00003470
           END-IF.                                                      00003480
       3000-EXIT.                                                       00003490
           EXIT.                                                        00003500
       9000-TERMINATE.                                                  00003510
           CLOSE RUN-CONTROL                                            00003520
           CLOSE RUN-RPT.                                               00003530
       9000-EXIT.                                                       00003540
           EXIT.                                                        00003550
