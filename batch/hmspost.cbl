      *               HELLOACT, KEY ACCOUNT + POSTING DATE + RUN        00000183
      *               TIME + SEQUENCE, SO TWO RUNS ON ONE DATE CAN      00000184
      *               NEVER COLLIDE) WITH THE RESULTING BALANCE, SO     00000185
      *               POSTED DETAIL SURVIVES THE MOVEMENTS GDG ROLL     00000186
      *               AND FEEDS THE HMSSTMT MONTHLY STATEMENTS.         00000187
      *  2026-10-15  OPS  ACTIVITY RECORDS NOW CARRY THE USERID THAT    00000188
      *               MADE THE CHANGE, NOW THAT HELMNT AND HELAPR ALSO  00000189
      *               WRITE ONLINE ADJUSTMENTS (CODE AJ) TO THE SAME    00000190
      *               HISTORY.  MOVEMENTS POSTED HERE ARE STAMPED       00000191
      *               WITH THIS PROGRAM'S NAME.                         00000192
      *  2026-10-15  OPS  A DEBIT THAT WOULD TAKE AN ACCOUNT BELOW ITS  00000193
      *               OVERDRAFT LIMIT (HM-OD-LIMIT) IS NOT APPLIED; IT  00000194
      *               IS WRITTEN TO THE HELD-DEBITS KSDS (HELLOHLD)     00000195
      *               FOR THE HMSOVDR REPORT AND SHOWN AS HELD ON THE   00000196
      *               BALANCING PAGE.  CHECKPOINT RECORD LENGTHENED TO  00000197
      *               150 BYTES TO CARRY THE HELD TOTALS, WITH SPARE.   00000198
      *  2026-10-15  OPS  TRANSFERS (CODE TR, MOVEIN NOW 33 BYTES WITH  00000199
      *               THE TO-ACCOUNT).  BOTH LEGS ARE POSTED OR         00000200
      *               NEITHER: ONE INTENT CHECKPOINT CARRIES BOTH       00000201
      *               ACCOUNTS' IMAGES, A FAILED TO-LEG BACKS OUT THE   00000202
      *               FROM-LEG, AND A RESTART ROLLS A HALF-POSTED       00000203
      *               TRANSFER FORWARD.  EACH LEG IS WRITTEN TO THE     00000204
      *               ACTIVITY HISTORY (TO/TI) LINKED TO THE OTHER      00000205
      *               ACCOUNT, AND THE BALANCING PAGE SHOWS TRANSFERS   00000206
      *               OUT AND IN, FLAGGED IF THEY DO NOT NET TO ZERO.   00000207
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000208
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000209
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000210
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000211
      *               COMPLETED FOR THE BUSINESS DATE.                  00000212
      *  2026-10-15  OPS  INTEREST MOVEMENTS (CODE IN) FROM THE HMSACCR 00000213
      *               ACCRUAL FEED POST AS CREDITS BUT KEEP THEIR OWN   00000214
      *               CODE ON THE ACTIVITY HISTORY.  THE INTENT         00000215
      *               CHECKPOINT CARRIES THE TRANSACTION CODE (FROM     00000216
      *               SPARE) SO A RESTART REBUILDS THE HISTORY RECORD   00000217
      *               UNDER THE RIGHT CODE.                             00000218
      *  2026-10-15  OPS  OPTIONAL PARMIN CARD: A IN COLUMN 1 MARKS THE 00000219
      *               MONTH-END POSTING OF THE HMSACCR ACCRUALS, WHICH  00000220
      *               IS RECORDED ON THE RUN-CONTROL FILE AS HMSPOSTA   00000221
      *               SO THE STATEMENT AND INTEREST RUNS CAN WAIT FOR   00000222
      *               IT.  ACTIVITY HISTORY, HELD DEBITS AND THE        00000223
      *               CHECKPOINT ARE DATED WITH THE CYCLE'S BUSINESS    00000224
      *               DATE, SO A CYCLE THAT RUNS PAST MIDNIGHT KEEPS    00000225
      *               ONE DATE FOR HMSOVDR AND HMSGLEX.                 00000226
      *--------------------------------------------------------------   00000227
       ENVIRONMENT DIVISION.                                            00000228
       INPUT-OUTPUT SECTION.                                            00000229
       FILE-CONTROL.                                                    00000230
           SELECT PARM-IN ASSIGN TO PARMIN                              00000231
               ORGANIZATION IS SEQUENTIAL.                              00000232
           SELECT MOVE-IN ASSIGN TO MOVEIN                              00000233
               ORGANIZATION IS SEQUENTIAL.                              00000240
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000250
               ORGANIZATION IS INDEXED                                  00000260
               ACCESS MODE IS RANDOM                                    00000293
               RECORD KEY IS HV-KEY                                     00000294
               FILE STATUS IS WS-ACTV-STAT.                             00000295
           SELECT HELD-DEBITS ASSIGN TO HELDDB                          00000296
               ORGANIZATION IS INDEXED                                  00000297
               ACCESS MODE IS RANDOM                                    00000298
               RECORD KEY IS HD-KEY                                     00000299
               FILE STATUS IS WS-HELD-STAT.                             00000300
           SELECT CHKPT-FILE ASSIGN TO CHKPT                            00000301
               ORGANIZATION IS SEQUENTIAL                               00000310
               FILE STATUS IS WS-CHKPT-STAT.                            00000320
           SELECT POST-RPT ASSIGN TO PSTRPT                             00000330
               ORGANIZATION IS SEQUENTIAL.                              00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
      *--------------------------------------------------------------   00000361
      *  CONTROL CARD: RUN TYPE IN COLUMN 1 - A FOR THE MONTH-END       00000362
      *  POSTING OF THE HMSACCR INTEREST ACCRUALS, BLANK (OR NO CARD)   00000363
      *  FOR THE NIGHTLY POSTING OF THE DAILY FEED.  IT ONLY DECIDES    00000364
      *  WHICH RUN-CONTROL ENTRY THE RUN IS RECORDED UNDER.             00000365
      *--------------------------------------------------------------   00000366
       FD  PARM-IN                                                      00000367
           LABEL RECORDS ARE STANDARD                                   00000368
           RECORDING MODE IS F.                                         00000369
       01  PARM-RECORD.                                                 00000370
           05  PM-RUN-TYPE          PIC X(01).                          00000371
               88  PM-ACCRUAL-RUN             VALUE 'A'.                00000372
               88  PM-NIGHTLY-RUN             VALUE ' '.                00000373
           05  FILLER               PIC X(79).                          00000374
       FD  MOVE-IN                                                      00000375
           LABEL RECORDS ARE STANDARD                                   00000380
           RECORDING MODE IS F.                                         00000390
       01  MOVE-RECORD.                                                 00000400
           05  MV-KEY               PIC X(10).                          00000410
           05  MV-TRAN-CODE         PIC X(02).                          00000420
           05  MV-AMOUNT            PIC 9(9)V99.                        00000430
           05  MV-TO-KEY            PIC X(10).                          00000431
       FD  HELLO-MASTER                                                 00000440
           LABEL RECORDS ARE STANDARD.                                  00000450
           COPY HELLOREC.                                               00000460
       FD  ACTV-MASTER                                                  00000461
           LABEL RECORDS ARE STANDARD.                                  00000462
           COPY HELLOACT.                                               00000463
       FD  HELD-DEBITS                                                  00000464
           LABEL RECORDS ARE STANDARD.                                  00000465
           COPY HELLOHLD.                                               00000466
       FD  CHKPT-FILE                                                   00000470
           LABEL RECORDS ARE STANDARD                                   00000480
           RECORDING MODE IS F.                                         00000490
       01  CHKPT-RECORD             PIC X(150).                         00000500
       FD  POST-RPT                                                     00000510
           LABEL RECORDS ARE STANDARD                                   00000520
           RECORDING MODE IS F.                                         00000530
       77  WS-RESTART-SW            PIC X(01) VALUE 'N'.                00000600
           88  WS-RESTARTED                   VALUE 'Y'.                00000610
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000620
       77  WS-CHKPT-STAT            PIC X(02) VALUE SPACES.             00000621
       77  WS-ACTV-STAT             PIC X(02) VALUE SPACES.             00000622
       77  WS-HELD-STAT             PIC X(02) VALUE SPACES.             00000623
       77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00000624
       77  WS-BATCH-USERID          PIC X(08) VALUE 'HMSPOST'.          00000625
       77  WS-RUNCTL-ENTRY          PIC X(08) VALUE 'HMSPOST'.          00000626
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.               00000633
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00000634
           05  WS-RUN-HHMMSS        PIC X(06).                          00000635
       77  WS-PROCESSED-COUNT       PIC 9(07) COMP VALUE ZERO.          00000650
       77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.          00000660
       77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.          00000670
       77  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.          00000671
       77  WS-XFER-OUT-COUNT        PIC 9(07) COMP VALUE ZERO.          00000672
       77  WS-XFER-IN-COUNT         PIC 9(07) COMP VALUE ZERO.          00000673
       77  WS-COUNT-EDIT            PIC ZZZ,ZZ9.                        00000680
       77  WS-OPENING-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.    00000690
       77  WS-MOVE-IN-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.    00000700
       77  WS-CLOSING-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.    00000720
       77  WS-EXPECTED-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.    00000730
       77  WS-MOVE-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.    00000740
       77  WS-HELD-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.    00000741
       77  WS-NEW-BAL               PIC S9(11)V99 COMP-3 VALUE ZERO.    00000742
       77  WS-XFER-OUT-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.    00000743
       77  WS-XFER-IN-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.    00000744
       77  WS-XFER-NET-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.    00000745
       77  WS-TO-BAL                PIC S9(9)V99 COMP-3 VALUE ZERO.     00000746
       77  WS-XFER-FROM-SW          PIC X(01) VALUE SPACE.              00000747
           88  WS-XFER-FROM-BEFORE            VALUE 'B'.                00000748
           88  WS-XFER-FROM-AFTER             VALUE 'A'.                00000749
       77  WS-XFER-TO-SW            PIC X(01) VALUE SPACE.              00000750
           88  WS-XFER-TO-BEFORE              VALUE 'B'.                00000751
           88  WS-XFER-TO-AFTER               VALUE 'A'.                00000752
       77  WS-REJECT-TEXT           PIC X(30) VALUE SPACES.             00000753
      *--------------------------------------------------------------   00000760
      *  CHECKPOINT AREA, REWRITTEN TO THE ONE-RECORD CHKPT DATASET     00000770
      *  (CLOSE/REOPEN OUTPUT) AFTER EVERY MOVEMENT WITH THE COUNT      00000780
      *  MOVEMENT'S KEY AND THE ACCOUNT'S BEFORE AND AFTER BALANCE      00000820
      *  IMAGES, SO A RESTART CAN PROVE WHETHER THAT ONE REWRITE        00000830
      *  LANDED AND REPAIR THE COUNTS INSTEAD OF RE-POSTING IT.         00000840
      *  THE HELD-DEBIT COUNT AND AMOUNT RIDE ALONG WITH THE OTHER      00000841
      *  TOTALS; THE TRAILING FILLER IS SPARE SO THE NEXT ADDITION      00000842
      *  DOES NOT FORCE ANOTHER REALLOCATION OF THE CHKPT DATASET.      00000843
      *  A TRANSFER'S INTENT CHECKPOINT (SWITCH T) ALSO CARRIES THE     00000844
      *  TO-ACCOUNT AND ITS BEFORE AND AFTER IMAGES, SO A RESTART       00000845
      *  CAN TELL WHICH OF THE TWO LEGS LANDED.                         00000846
      *--------------------------------------------------------------   00000850
       01  WS-CHECKPOINT-AREA.                                          00000860
           05  CK-STATUS            PIC X(01).                          00000870
           05  CK-MOVE-IN-AMT       PIC S9(11)V99 COMP-3.               00000920
           05  CK-APPLIED-AMT       PIC S9(11)V99 COMP-3.               00000930
           05  CK-INFLIGHT-SW       PIC X(01).                          00000940
               88  CK-INFLIGHT-PENDING    VALUE 'Y' 'T'.                00000950
               88  CK-INFLIGHT-TRANSFER   VALUE 'T'.                    00000951
           05  CK-INFLIGHT-KEY      PIC 9(10).                          00000960
           05  CK-BEFORE-BAL        PIC S9(9)V99 COMP-3.                00000970
           05  CK-AFTER-BAL         PIC S9(9)V99 COMP-3.                00000980
           05  CK-RUN-DATE          PIC 9(08).                          00000981
           05  CK-RUN-TIME          PIC X(06).                          00000982
           05  CK-HELD-COUNT        PIC 9(07).                          00000983
           05  CK-HELD-AMT          PIC S9(11)V99 COMP-3.               00000984
           05  CK-XFER-OUT-COUNT    PIC 9(07).                          00000985
           05  CK-XFER-OUT-AMT      PIC S9(11)V99 COMP-3.               00000986
           05  CK-XFER-IN-COUNT     PIC 9(07).                          00000987
           05  CK-XFER-IN-AMT       PIC S9(11)V99 COMP-3.               00000988
           05  CK-TO-KEY            PIC 9(10).                          00000989
           05  CK-TO-BEFORE-BAL     PIC S9(9)V99 COMP-3.                00000990
           05  CK-TO-AFTER-BAL      PIC S9(9)V99 COMP-3.                00000991
           05  CK-INFLIGHT-CODE     PIC X(02).                          00000992
           05  FILLER               PIC X(04).                          00000993
       01  RPT-DETAIL-REJECT.                                           00000994
           05  FILLER               PIC X(04) VALUE SPACES.             00001000
           05  RD-KEY               PIC X(10).                          00001010
           05  FILLER               PIC X(02) VALUE SPACES.             00001020
           05  RT-COUNT             PIC ZZZ,ZZ9.                        00001090
           05  FILLER               PIC X(02) VALUE SPACES.             00001100
           05  RT-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.             00001110
           COPY HELLORCL.                                               00001111
       PROCEDURE DIVISION.                                              00001120
      *----------------------------------------------------------------*00001130
      *  0000-MAINLINE - RESTORE OR INITIALIZE THE CHECKPOINT, POST     00001140
      *  AFTER THE CLOSING TOTALS BALANCED PAGE IS WRITTEN.             00001170
      *----------------------------------------------------------------*00001180
       0000-MAINLINE.                                                   00001190
           PERFORM 0050-READ-PARM THRU 0050-EXIT                        00001191
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001192
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001200
           PERFORM 2000-PROCESS-MOVEMENTS THRU 2000-EXIT                00001210
               UNTIL WS-EOF                                             00001220
           PERFORM 3000-PRINT-BALANCING THRU 3000-EXIT                  00001230
           PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT                  00001231
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001232
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001233
           STOP RUN.                                                    00001234
      *----------------------------------------------------------------*00001235
      *  0050-READ-PARM - READ THE RUN-TYPE CARD.  THE ACCRUAL POSTING  00001236
      *  RUNS UNDER ITS OWN RUN-CONTROL ENTRY, HMSPOSTA, SO IT DOES     00001237
      *  NOT OVERWRITE THE NIGHT'S HMSPOST ENTRY AND THE MONTH-END      00001238
      *  STEPS CAN TELL THE INTEREST HAS BEEN POSTED.  A BAD CARD ENDS  00001239
      *  THE RUN RC=16 BEFORE ANYTHING IS RECORDED.                     00001240
      *----------------------------------------------------------------*00001241
       0050-READ-PARM.                                                  00001242
           OPEN INPUT PARM-IN                                           00001243
           READ PARM-IN                                                 00001244
               AT END                                                   00001245
                   MOVE SPACES TO PARM-RECORD                           00001246
           END-READ                                                     00001247
           CLOSE PARM-IN                                                00001248
           IF NOT PM-ACCRUAL-RUN AND NOT PM-NIGHTLY-RUN                 00001249
               DISPLAY 'HMSPOST - RUN TYPE ON CONTROL CARD BAD'         00001250
               MOVE 16 TO RETURN-CODE                                   00001251
               STOP RUN                                                 00001252
           END-IF                                                       00001253
           IF PM-ACCRUAL-RUN                                            00001254
               MOVE 'HMSPOSTA' TO WS-RUNCTL-ENTRY                       00001255
           END-IF.                                                      00001256
       0050-EXIT.                                                       00001257
           EXIT.                                                        00001258
      *----------------------------------------------------------------*00001260
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001261
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001262
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001263
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001264
      *----------------------------------------------------------------*00001265
       0100-START-RUN-CONTROL.                                          00001266
           MOVE 'S' TO RU-FUNCTION                                      00001267
           MOVE WS-RUNCTL-ENTRY TO RU-ENTRY-NAME                        00001268
           MOVE SPACES TO RU-BUSINESS-DATE                              00001269
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001270
           IF NOT RU-OK                                                 00001271
               MOVE 16 TO RETURN-CODE                                   00001272
               STOP RUN                                                 00001273
           END-IF.                                                      00001274
       0100-EXIT.                                                       00001275
           EXIT.                                                        00001276
      *----------------------------------------------------------------*00001277
      *  1000-INITIALIZE - OPEN THE FILES AND READ THE CHECKPOINT.  A   00001280
      *  CHECKPOINT LEFT IN STATUS R MEANS THE PRIOR RUN ABENDED: THE   00001290
      *  COUNTS AND TOTALS ARE RESTORED, THE MOVEMENTS ALREADY          00001300
                   WS-MASTER-STAT                                       00001430
               MOVE 16 TO RETURN-CODE                                   00001440
               STOP RUN                                                 00001450
           END-IF                                                       00001451
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001452
           IF RU-BUSINESS-DATE NOT = SPACES                             00001453
               MOVE RU-BUSINESS-DATE TO WS-RUN-DATE                     00001454
           END-IF                                                       00001455
           ACCEPT WS-RUN-TIME FROM TIME                                 00001456
           OPEN I-O ACTV-MASTER                                         00001462
           IF WS-ACTV-STAT = '35'                                       00001463
               OPEN OUTPUT ACTV-MASTER                                  00001464
               MOVE 16 TO RETURN-CODE                                   00001471
               STOP RUN                                                 00001472
           END-IF                                                       00001473
           OPEN I-O HELD-DEBITS                                         00001474
           IF WS-HELD-STAT = '35'                                       00001475
               OPEN OUTPUT HELD-DEBITS                                  00001476
               CLOSE HELD-DEBITS                                        00001477
               OPEN I-O HELD-DEBITS                                     00001478
           END-IF                                                       00001479
           IF WS-HELD-STAT NOT = '00'                                   00001480
               DISPLAY 'HMSPOST - HELD DEBITS OPEN FAILED, STATUS '     00001481
                   WS-HELD-STAT                                         00001482
               MOVE 16 TO RETURN-CODE                                   00001483
               STOP RUN                                                 00001484
           END-IF                                                       00001485
           OPEN OUTPUT POST-RPT                                         00001486
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT                  00001487
           IF WS-RESTARTED                                              00001490
               MOVE CK-PROCESSED-COUNT TO WS-SKIP-COUNT                 00001500
               MOVE CK-APPLIED-COUNT   TO WS-APPLIED-COUNT              00001510
               MOVE CK-OPENING-AMT     TO WS-OPENING-AMT                00001540
               MOVE CK-MOVE-IN-AMT     TO WS-MOVE-IN-AMT                00001550
               MOVE CK-APPLIED-AMT     TO WS-APPLIED-AMT                00001560
               MOVE CK-HELD-COUNT      TO WS-HELD-COUNT                 00001561
               MOVE CK-HELD-AMT        TO WS-HELD-AMT                   00001562
               MOVE CK-XFER-OUT-COUNT  TO WS-XFER-OUT-COUNT             00001563
               MOVE CK-XFER-OUT-AMT    TO WS-XFER-OUT-AMT               00001564
               MOVE CK-XFER-IN-COUNT   TO WS-XFER-IN-COUNT              00001565
               MOVE CK-XFER-IN-AMT     TO WS-XFER-IN-AMT                00001566
               MOVE CK-RUN-DATE        TO WS-RUN-DATE                   00001567
               MOVE CK-RUN-TIME        TO WS-RUN-HHMMSS                 00001568
               MOVE SPACES TO RPT-LINE                                  00001570
               MOVE CK-PROCESSED-COUNT TO WS-COUNT-EDIT                 00001580
               STRING 'RESTARTED AFTER CHECKPOINT - SKIPPING '          00001590
      *  AND TOTALS ARE FOLDED IN AND THE MOVEMENT IS SKIPPED.  A       00002410
      *  BALANCE MATCHING NEITHER IMAGE MEANS THE MASTER WAS TOUCHED    00002420
      *  OUTSIDE THIS RUN: THE MOVEMENT IS REPORTED AND COUNTED AS A    00002430
      *  REJECT, NOT RE-POSTED, AND THE RUN ENDS RC=8.  A TRANSFER      00002440
      *  IN FLIGHT HAS TWO ACCOUNTS TO PROVE AND IS RESOLVED IN 1400.   00002441
      *----------------------------------------------------------------*00002450
       1300-RESOLVE-INFLIGHT.                                           00002460
           IF CK-INFLIGHT-TRANSFER                                      00002461
               PERFORM 1400-RESOLVE-TRANSFER THRU 1400-EXIT             00002462
               GO TO 1300-EXIT                                          00002463
           END-IF                                                       00002464
           MOVE CK-INFLIGHT-KEY TO HM-KEY                               00002470
           READ HELLO-MASTER                                            00002480
           EVALUATE TRUE                                                00002490
                   MOVE 8 TO RETURN-CODE                                00002780
           END-EVALUATE.                                                00002790
       1300-EXIT.                                                       00002800
           EXIT.                                                        00002801
      *----------------------------------------------------------------*00002802
      *  1350-RECOVER-ACTIVITY - THE IN-FLIGHT MOVEMENT HAD APPLIED     00002803
      *  BUT MAY HAVE DIED BEFORE ITS ACTIVITY RECORD LANDED.  THE      00002804
      *  RECORD IS REBUILT FROM THE INTENT CHECKPOINT IMAGES (AN        00002805
      *  INTEREST MOVEMENT KEEPS ITS IN CODE FROM THE CHECKPOINT,       00002806
      *  ANY OTHER TAKES DB OR CR FROM THE SIGN OF THE MOVEMENT) AND    00002807
      *  IS PUT THROUGH THE SAME ADD-OR-REPLACE PATH, SO THE HISTORY    00002808
      *  ENDS UP WITH EXACTLY ONE RECORD FOR THE MOVEMENT EITHER WAY.   00002809
      *----------------------------------------------------------------*00002810
       1350-RECOVER-ACTIVITY.                                           00002811
           MOVE CK-INFLIGHT-KEY TO HV-ACCT-KEY                          00002812
           MOVE WS-RUN-DATE     TO HV-DATE                              00002813
           MOVE WS-RUN-HHMMSS   TO HV-RUN-TIME                          00002814
           MOVE WS-PROCESSED-COUNT TO HV-SEQ                            00002817
           EVALUATE TRUE                                                00002818
               WHEN CK-INFLIGHT-CODE = 'IN'                             00002819
                   MOVE 'IN' TO HV-TRAN-CODE                            00002820
               WHEN WS-MOVE-AMT < ZERO                                  00002821
                   MOVE 'DB' TO HV-TRAN-CODE                            00002822
               WHEN OTHER                                               00002823
                   MOVE 'CR' TO HV-TRAN-CODE                            00002824
           END-EVALUATE                                                 00002825
           MOVE WS-MOVE-AMT     TO HV-AMOUNT                            00002826
           MOVE CK-AFTER-BAL    TO HV-RESULT-BAL                        00002827
           MOVE WS-BATCH-USERID TO HV-USERID                            00002828
           MOVE ZERO            TO HV-LINK-KEY                          00002829
           PERFORM 2260-PUT-ACTIVITY THRU 2260-EXIT.                    00002830
       1350-EXIT.                                                       00002831
           EXIT.                                                        00002832
      *----------------------------------------------------------------*00002833
      *  1400-RESOLVE-TRANSFER - THE PRIOR RUN DIED WITH A TRANSFER     00002834
      *  IN FLIGHT.  THE FROM-LEG IS ALWAYS REWRITTEN FIRST, SO EACH    00002835
      *  ACCOUNT'S BALANCE IS PROVED AGAINST ITS OWN TWO IMAGES:        00002836
      *  BOTH STILL AT THE BEFORE-IMAGE MEANS NOTHING LANDED (OR THE    00002837
      *  FROM-LEG WAS BACKED OUT) AND THE TRANSFER IS REPROCESSED;      00002838
      *  THE FROM-LEG LANDED BUT NOT THE TO-LEG MEANS THE TO-ACCOUNT    00002839
      *  IS ROLLED FORWARD TO ITS AFTER-IMAGE HERE; BOTH AT THE         00002840
      *  AFTER-IMAGE IS COUNTED AS APPLIED AND SKIPPED.  ANY OTHER      00002841
      *  COMBINATION IS A REJECT, NOT RE-POSTED, AND THE RUN ENDS       00002842
      *  RC=8 AS IN 1300.                                               00002843
      *----------------------------------------------------------------*00002844
       1400-RESOLVE-TRANSFER.                                           00002845
           MOVE SPACE TO WS-XFER-FROM-SW                                00002846
           MOVE SPACE TO WS-XFER-TO-SW                                  00002847
           MOVE CK-INFLIGHT-KEY TO HM-KEY                               00002848
           READ HELLO-MASTER                                            00002849
           IF WS-MASTER-STAT = '00'                                     00002850
               IF HM-BALANCE = CK-BEFORE-BAL                            00002851
                   MOVE 'B' TO WS-XFER-FROM-SW                          00002852
               END-IF                                                   00002853
               IF HM-BALANCE = CK-AFTER-BAL                             00002854
                   MOVE 'A' TO WS-XFER-FROM-SW                          00002855
               END-IF                                                   00002856
           END-IF                                                       00002857
           MOVE CK-TO-KEY TO HM-KEY                                     00002858
           READ HELLO-MASTER                                            00002859
           IF WS-MASTER-STAT = '00'                                     00002860
               IF HM-BALANCE = CK-TO-BEFORE-BAL                         00002861
                   MOVE 'B' TO WS-XFER-TO-SW                            00002862
               END-IF                                                   00002863
               IF HM-BALANCE = CK-TO-AFTER-BAL                          00002864
                   MOVE 'A' TO WS-XFER-TO-SW                            00002865
               END-IF                                                   00002866
           END-IF                                                       00002867
           IF WS-XFER-FROM-AFTER AND WS-XFER-TO-BEFORE                  00002868
               MOVE CK-TO-AFTER-BAL TO HM-BALANCE                       00002869
               REWRITE HELLO-MASTER-RECORD                              00002870
               IF WS-MASTER-STAT = '00'                                 00002871
                   MOVE 'A' TO WS-XFER-TO-SW                            00002872
                   MOVE 'RESTART: TRANSFER TO-LEG ROLLED FORWARD'       00002873
                       TO RPT-LINE                                      00002874
                   WRITE RPT-LINE                                       00002875
               END-IF                                                   00002876
           END-IF                                                       00002877
           EVALUATE TRUE                                                00002878
               WHEN WS-XFER-FROM-BEFORE AND WS-XFER-TO-BEFORE           00002879
                   MOVE 'RESTART: IN-FLIGHT TRANSFER NOT APPLIED'       00002880
                       TO RPT-LINE                                      00002881
                   WRITE RPT-LINE                                       00002882
               WHEN WS-XFER-FROM-AFTER AND WS-XFER-TO-AFTER             00002883
                   PERFORM 2280-WRITE-TRANSFER-ACTIVITY THRU 2280-EXIT  00002884
                   ADD 1 TO WS-PROCESSED-COUNT                          00002885
                   ADD 1 TO WS-APPLIED-COUNT                            00002886
                   ADD 1 TO WS-SKIP-COUNT                               00002887
                   PERFORM 2520-COUNT-TRANSFER THRU 2520-EXIT           00002888
                   PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT          00002889
                   MOVE 'RESTART: IN-FLIGHT TRANSFER HAD APPLIED'       00002890
                       TO RPT-LINE                                      00002891
                   WRITE RPT-LINE                                       00002892
               WHEN OTHER                                               00002893
                   ADD 1 TO WS-PROCESSED-COUNT                          00002894
                   ADD 1 TO WS-REJECT-COUNT                             00002895
                   ADD 1 TO WS-SKIP-COUNT                               00002896
                   PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT          00002897
                   MOVE '** RESTART: IN-FLIGHT TRANSFER BALANCES MATCH' 00002898
                       TO RPT-LINE                                      00002899
                   WRITE RPT-LINE                                       00002900
                   MOVE '** NEITHER IMAGE - NOT RE-POSTED, INVESTIGATE' 00002901
                       TO RPT-LINE                                      00002902
                   WRITE RPT-LINE                                       00002903
                   MOVE 8 TO RETURN-CODE                                00002904
           END-EVALUATE.                                                00002905
       1400-EXIT.                                                       00002906
           EXIT.                                                        00002907
      *----------------------------------------------------------------*00002908
      *  2000-PROCESS-MOVEMENTS - ONE PASS: SKIP MOVEMENTS A PRIOR      00002909
      *  RUN ALREADY POSTED, POST THE REST WITH A COMMIT CHECKPOINT     00002910
      *  AFTER EACH ONE, THEN READ AHEAD.                               00002911
      *----------------------------------------------------------------*00002912
       2000-PROCESS-MOVEMENTS.                                          00002913
           IF WS-SKIP-COUNT > ZERO                                      00002914
               SUBTRACT 1 FROM WS-SKIP-COUNT                            00002915
           ELSE                                                         00002916
               PERFORM 2200-POST-MOVEMENT THRU 2200-EXIT                00002917
               ADD 1 TO WS-PROCESSED-COUNT                              00002920
               PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT              00002930
           END-IF                                                       00002940
      *----------------------------------------------------------------*00003050
      *  2200-POST-MOVEMENT - EDIT THE MOVEMENT, SIGN THE AMOUNT BY     00003060
      *  ITS TRANSACTION CODE (CR ADDS TO THE BALANCE, DB TAKES FROM    00003070
      *  IT, TR MOVES IT BETWEEN TWO ACCOUNTS IN 2500), AND APPLY IT    00003071
      *  TO THE MASTER RECORD, WRITING THE INTENT                       00003080
      *  CHECKPOINT (KEY AND BEFORE/AFTER IMAGES) AHEAD OF THE          00003090
      *  REWRITE.  A DEBIT THAT WOULD LEAVE THE ACCOUNT OVERDRAWN BY    00003091
      *  MORE THAN ITS OVERDRAFT LIMIT IS HELD IN 2270 INSTEAD.         00003092
      *  ANYTHING ELSE THAT CANNOT BE APPLIED PRINTS AN                 00003100
      *  EXCEPTION LINE AND COUNTS AS A REJECT ON THE BALANCING         00003110
      *  PAGE.                                                          00003120
      *----------------------------------------------------------------*00003130
           END-IF                                                       00003250
           EVALUATE MV-TRAN-CODE                                        00003260
               WHEN 'CR'                                                00003270
               WHEN 'IN'                                                00003271
                   MOVE MV-AMOUNT TO WS-MOVE-AMT                        00003280
               WHEN 'DB'                                                00003290
                   COMPUTE WS-MOVE-AMT = ZERO - MV-AMOUNT               00003300
               WHEN 'TR'                                                00003301
                   COMPUTE WS-MOVE-AMT = ZERO - MV-AMOUNT               00003302
                   PERFORM 2500-POST-TRANSFER THRU 2500-EXIT            00003303
                   GO TO 2200-EXIT                                      00003304
               WHEN OTHER                                               00003310
                   MOVE 'TRAN CODE NOT CR DB TR IN'                     00003320
                       TO WS-REJECT-TEXT                                00003330
                   PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT          00003340
                   GO TO 2200-EXIT                                      00003350
               PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT              00003420
               GO TO 2200-EXIT                                          00003430
           END-IF                                                       00003440
           COMPUTE WS-NEW-BAL = HM-BALANCE + WS-MOVE-AMT                00003441
           IF WS-MOVE-AMT < ZERO AND WS-NEW-BAL < ZERO                  00003442
                   AND ZERO - WS-NEW-BAL > HM-OD-LIMIT                  00003443
               PERFORM 2270-HOLD-DEBIT THRU 2270-EXIT                   00003444
               GO TO 2200-EXIT                                          00003445
           END-IF                                                       00003446
           PERFORM 8100-TAKE-INTENT-CHECKPOINT THRU 8100-EXIT           00003450
           ADD WS-MOVE-AMT TO HM-BALANCE                                00003460
           REWRITE HELLO-MASTER-RECORD                                  00003470
           MOVE RPT-DETAIL-REJECT TO RPT-LINE                           00003640
           WRITE RPT-LINE.                                              00003650
       2300-EXIT.                                                       00003660
           EXIT.                                                        00003661
      *----------------------------------------------------------------*00003662
      *  2250-WRITE-ACTIVITY - RECORD THE MOVEMENT JUST APPLIED ON      00003663
      *  THE ACTIVITY HISTORY: ACCOUNT, POSTING DATE, THE RUN'S         00003664
      *  MOVEMENT SEQUENCE, THE SIGNED AMOUNT, AND THE BALANCE IT       00003665
      *  LEFT BEHIND.  THE REWRITE OF THE MASTER HAS ALREADY            00003666
      *  LANDED, SO HM-BALANCE CARRIES THE RESULTING BALANCE.           00003667
      *----------------------------------------------------------------*00003668
       2250-WRITE-ACTIVITY.                                             00003669
           MOVE MV-KEY          TO HV-ACCT-KEY                          00003670
           MOVE WS-RUN-DATE     TO HV-DATE                              00003671
           MOVE WS-RUN-HHMMSS   TO HV-RUN-TIME                          00003672
           COMPUTE HV-SEQ = WS-PROCESSED-COUNT + 1                      00003679
           MOVE MV-TRAN-CODE    TO HV-TRAN-CODE                         00003680
           MOVE WS-MOVE-AMT     TO HV-AMOUNT                            00003681
           MOVE HM-BALANCE      TO HV-RESULT-BAL                        00003682
           MOVE WS-BATCH-USERID TO HV-USERID                            00003683
           MOVE ZERO            TO HV-LINK-KEY                          00003684
           PERFORM 2260-PUT-ACTIVITY THRU 2260-EXIT.                    00003685
       2250-EXIT.                                                       00003686
           EXIT.                                                        00003687
           END-IF.                                                      00003707
       2260-EXIT.                                                       00003708
           EXIT.                                                        00003709
      *----------------------------------------------------------------*00003710
      *  2270-HOLD-DEBIT - THE DEBIT WOULD TAKE THE ACCOUNT PAST ITS    00003711
      *  OVERDRAFT LIMIT.  THE MASTER IS NOT TOUCHED; THE DEBIT IS      00003712
      *  WRITTEN TO THE HELD-DEBITS KSDS WITH THE BALANCE AND LIMIT     00003713
      *  IT WAS TESTED AGAINST, KEYED LIKE THE ACTIVITY HISTORY BY      00003714
      *  RUN DATE, RUN TIME AND MOVEMENT SEQUENCE, SO A RESTARTED RUN   00003715
      *  THAT HOLDS THE SAME DEBIT AGAIN REPLACES THE RECORD RATHER     00003716
      *  THAN DOUBLING IT.  THE AMOUNT COUNTS IN MOVEMENTS IN AND IN    00003717
      *  THE HELD LINE OF THE BALANCING PAGE, NOT IN APPLIED.  A        00003718
      *  TRANSFER IS HELD WHOLE WITH ITS TO-ACCOUNT; IT NETS TO ZERO,   00003719
      *  SO IT ADDS NOTHING TO MOVEMENTS IN.                            00003720
      *----------------------------------------------------------------*00003721
       2270-HOLD-DEBIT.                                                 00003722
           IF MV-TRAN-CODE = 'TR'                                       00003723
               MOVE MV-TO-KEY   TO HD-TO-ACCT-KEY                       00003724
           ELSE                                                         00003725
               ADD WS-MOVE-AMT TO WS-MOVE-IN-AMT                        00003726
               MOVE ZERO        TO HD-TO-ACCT-KEY                       00003727
           END-IF                                                       00003728
           ADD 1 TO WS-HELD-COUNT                                       00003729
           ADD WS-MOVE-AMT TO WS-HELD-AMT                               00003730
           MOVE WS-RUN-DATE     TO HD-DATE                              00003731
           MOVE WS-RUN-HHMMSS   TO HD-RUN-TIME                          00003732
           COMPUTE HD-SEQ = WS-PROCESSED-COUNT + 1                      00003733
           MOVE MV-KEY          TO HD-ACCT-KEY                          00003734
           MOVE MV-TRAN-CODE    TO HD-TRAN-CODE                         00003735
           MOVE WS-MOVE-AMT     TO HD-AMOUNT                            00003736
           MOVE HM-BALANCE      TO HD-BALANCE                           00003737
           MOVE HM-OD-LIMIT     TO HD-OD-LIMIT                          00003738
           WRITE HELLO-HELD-DEBIT-RECORD                                00003739
           IF WS-HELD-STAT = '22'                                       00003740
               REWRITE HELLO-HELD-DEBIT-RECORD                          00003741
           END-IF                                                       00003742
           MOVE SPACES TO RPT-DETAIL-REJECT                             00003743
           MOVE MV-KEY TO RD-KEY                                        00003744
           MOVE MV-TRAN-CODE TO RD-CODE                                 00003745
           MOVE 'HELD - OVER OVERDRAFT LIMIT' TO RD-TEXT                00003746
           MOVE RPT-DETAIL-REJECT TO RPT-LINE                           00003747
           WRITE RPT-LINE                                               00003748
           IF WS-HELD-STAT NOT = '00'                                   00003749
               MOVE SPACES TO RPT-LINE                                  00003750
               MOVE '** HELD DEBITS I-O ERROR - SEE STATUS'             00003751
                   TO RPT-LINE                                          00003752
               WRITE RPT-LINE                                           00003753
               MOVE 8 TO RETURN-CODE                                    00003754
           END-IF.                                                      00003755
       2270-EXIT.                                                       00003756
           EXIT.                                                        00003757
      *----------------------------------------------------------------*00003758
      *  2280-WRITE-TRANSFER-ACTIVITY - RECORD BOTH LEGS OF THE         00003759
      *  TRANSFER JUST APPLIED: TO ON THE FROM-ACCOUNT AND TI ON THE    00003760
      *  TO-ACCOUNT, UNDER THE SAME DATE, RUN TIME AND SEQUENCE, EACH   00003761
      *  LINKED TO THE OTHER ACCOUNT.  BUILT FROM THE INTENT            00003762
      *  CHECKPOINT IMAGES, SO A RESTART RE-COVERING A TRANSFER THAT    00003763
      *  HAD APPLIED WRITES EXACTLY WHAT THE ORIGINAL RUN WOULD HAVE.   00003764
      *----------------------------------------------------------------*00003765
       2280-WRITE-TRANSFER-ACTIVITY.                                    00003766
           MOVE CK-INFLIGHT-KEY TO HV-ACCT-KEY                          00003767
           MOVE WS-RUN-DATE     TO HV-DATE                              00003768
           MOVE WS-RUN-HHMMSS   TO HV-RUN-TIME                          00003769
           COMPUTE HV-SEQ = WS-PROCESSED-COUNT + 1                      00003770
           MOVE 'TO'            TO HV-TRAN-CODE                         00003771
           COMPUTE HV-AMOUNT = CK-AFTER-BAL - CK-BEFORE-BAL             00003772
           MOVE CK-AFTER-BAL    TO HV-RESULT-BAL                        00003773
           MOVE WS-BATCH-USERID TO HV-USERID                            00003774
           MOVE CK-TO-KEY       TO HV-LINK-KEY                          00003775
           PERFORM 2260-PUT-ACTIVITY THRU 2260-EXIT                     00003776
           MOVE CK-TO-KEY       TO HV-ACCT-KEY                          00003777
           MOVE 'TI'            TO HV-TRAN-CODE                         00003778
           COMPUTE HV-AMOUNT = CK-TO-AFTER-BAL - CK-TO-BEFORE-BAL       00003779
           MOVE CK-TO-AFTER-BAL TO HV-RESULT-BAL                        00003780
           MOVE CK-INFLIGHT-KEY TO HV-LINK-KEY                          00003781
           PERFORM 2260-PUT-ACTIVITY THRU 2260-EXIT.                    00003782
       2280-EXIT.                                                       00003783
           EXIT.                                                        00003784
      *----------------------------------------------------------------*00003785
      *  2500-POST-TRANSFER - MOVE THE AMOUNT FROM THE MOVEMENT'S       00003786
      *  ACCOUNT (MV-KEY) TO MV-TO-KEY, BOTH LEGS OR NEITHER.  BOTH     00003787
      *  ACCOUNTS MUST BE ON FILE, AND THE FROM-LEG IS TESTED AGAINST   00003788
      *  THE OVERDRAFT LIMIT LIKE A DEBIT (HELD WHOLE IN 2270).  ONE    00003789
      *  INTENT CHECKPOINT CARRYING BOTH ACCOUNTS' IMAGES IS WRITTEN    00003790
      *  AHEAD OF THE TWO REWRITES; IF THE TO-LEG CANNOT BE APPLIED     00003791
      *  THE FROM-LEG IS BACKED OUT TO ITS BEFORE-IMAGE AND THE         00003792
      *  TRANSFER IS REJECTED.  A TRANSFER NETS TO ZERO, SO IT ADDS     00003793
      *  NOTHING TO MOVEMENTS IN OR APPLIED AMOUNTS; IT IS TOTALLED     00003794
      *  ON THE TRANSFERS OUT AND IN LINES OF THE BALANCING PAGE.       00003795
      *----------------------------------------------------------------*00003796
       2500-POST-TRANSFER.                                              00003797
           IF MV-TO-KEY NOT NUMERIC OR MV-TO-KEY = '0000000000'         00003798
                   OR MV-TO-KEY = MV-KEY                                00003799
               MOVE 'TRANSFER TO-ACCOUNT NOT VALID' TO WS-REJECT-TEXT   00003800
               PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT              00003801
               GO TO 2500-EXIT                                          00003802
           END-IF                                                       00003803
           MOVE MV-TO-KEY TO HM-KEY                                     00003804
           READ HELLO-MASTER                                            00003805
           IF WS-MASTER-STAT NOT = '00'                                 00003806
               MOVE 'TO-ACCOUNT NOT ON MASTER FILE' TO WS-REJECT-TEXT   00003807
               PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT              00003808
               GO TO 2500-EXIT                                          00003809
           END-IF                                                       00003810
           MOVE HM-BALANCE TO WS-TO-BAL                                 00003811
           MOVE MV-KEY TO HM-KEY                                        00003812
           READ HELLO-MASTER                                            00003813
           IF WS-MASTER-STAT NOT = '00'                                 00003814
               MOVE 'ACCOUNT NOT ON MASTER FILE' TO WS-REJECT-TEXT      00003815
               PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT              00003816
               GO TO 2500-EXIT                                          00003817
           END-IF                                                       00003818
           COMPUTE WS-NEW-BAL = HM-BALANCE + WS-MOVE-AMT                00003819
           IF WS-NEW-BAL < ZERO AND ZERO - WS-NEW-BAL > HM-OD-LIMIT     00003820
               PERFORM 2270-HOLD-DEBIT THRU 2270-EXIT                   00003821
               GO TO 2500-EXIT                                          00003822
           END-IF                                                       00003823
           PERFORM 8150-TAKE-TRANSFER-INTENT THRU 8150-EXIT             00003824
           ADD WS-MOVE-AMT TO HM-BALANCE                                00003825
           REWRITE HELLO-MASTER-RECORD                                  00003826
           IF WS-MASTER-STAT NOT = '00'                                 00003827
               MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-TEXT           00003828
               PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT              00003829
               GO TO 2500-EXIT                                          00003830
           END-IF                                                       00003831
           MOVE MV-TO-KEY TO HM-KEY                                     00003832
           READ HELLO-MASTER                                            00003833
           IF WS-MASTER-STAT = '00'                                     00003834
               MOVE CK-TO-AFTER-BAL TO HM-BALANCE                       00003835
               REWRITE HELLO-MASTER-RECORD                              00003836
           END-IF                                                       00003837
           IF WS-MASTER-STAT NOT = '00'                                 00003838
               PERFORM 2510-BACK-OUT-FROM-LEG THRU 2510-EXIT            00003839
               GO TO 2500-EXIT                                          00003840
           END-IF                                                       00003841
           ADD 1 TO WS-APPLIED-COUNT                                    00003842
           PERFORM 2520-COUNT-TRANSFER THRU 2520-EXIT                   00003843
           PERFORM 2280-WRITE-TRANSFER-ACTIVITY THRU 2280-EXIT.         00003844
       2500-EXIT.                                                       00003845
           EXIT.                                                        00003846
      *----------------------------------------------------------------*00003847
      *  2510-BACK-OUT-FROM-LEG - THE TO-LEG FAILED AFTER THE           00003848
      *  FROM-LEG LANDED.  THE FROM-ACCOUNT IS PUT BACK TO ITS          00003849
      *  BEFORE-IMAGE AND THE TRANSFER IS REJECTED.  IF THE BACKOUT     00003850
      *  ITSELF FAILS THE FROM-LEG STANDS ALONE: IT IS FLAGGED FOR      00003851
      *  INVESTIGATION, THE RUN ENDS RC=8, AND THE BALANCING PAGE       00003852
      *  SHOWS THE DIFFERENCE.                                          00003853
      *----------------------------------------------------------------*00003854
       2510-BACK-OUT-FROM-LEG.                                          00003855
           MOVE 'TO-LEG FAILED - BACKED OUT' TO WS-REJECT-TEXT          00003856
           PERFORM 2300-REJECT-MOVEMENT THRU 2300-EXIT                  00003857
           MOVE CK-INFLIGHT-KEY TO HM-KEY                               00003858
           READ HELLO-MASTER                                            00003859
           IF WS-MASTER-STAT = '00'                                     00003860
               MOVE CK-BEFORE-BAL TO HM-BALANCE                         00003861
               REWRITE HELLO-MASTER-RECORD                              00003862
           END-IF                                                       00003863
           IF WS-MASTER-STAT NOT = '00'                                 00003864
               MOVE SPACES TO RPT-LINE                                  00003865
               MOVE '** TRANSFER BACKOUT FAILED - INVESTIGATE'          00003866
                   TO RPT-LINE                                          00003867
               WRITE RPT-LINE                                           00003868
               MOVE 8 TO RETURN-CODE                                    00003869
           END-IF.                                                      00003870
       2510-EXIT.                                                       00003871
           EXIT.                                                        00003872
      *----------------------------------------------------------------*00003873
      *  2520-COUNT-TRANSFER - ADD AN APPLIED TRANSFER TO THE           00003874
      *  TRANSFERS OUT AND IN TOTALS FROM THE INTENT IMAGES.            00003875
      *----------------------------------------------------------------*00003876
       2520-COUNT-TRANSFER.                                             00003877
           ADD 1 TO WS-XFER-OUT-COUNT                                   00003878
           COMPUTE WS-XFER-OUT-AMT = WS-XFER-OUT-AMT                    00003879
               + CK-AFTER-BAL - CK-BEFORE-BAL                           00003880
           ADD 1 TO WS-XFER-IN-COUNT                                    00003881
           COMPUTE WS-XFER-IN-AMT = WS-XFER-IN-AMT                      00003882
               + CK-TO-AFTER-BAL - CK-TO-BEFORE-BAL.                    00003883
       2520-EXIT.                                                       00003884
           EXIT.                                                        00003885
      *----------------------------------------------------------------*00003886
      *  3000-PRINT-BALANCING - CLOSING PASS AND THE BALANCING PAGE:    00003887
      *  OPENING TOTAL, MOVEMENTS IN, MOVEMENTS APPLIED, REJECTS,       00003888
      *  DEBITS HELD OVER THE OVERDRAFT LIMIT, TRANSFERS OUT AND IN,    00003889
      *  CLOSING TOTAL, AND AN OUT-OF-BALANCE FLAG WHEN OPENING PLUS    00003890
      *  APPLIED DOES NOT EQUAL CLOSING OR THE TRANSFERS DO NOT NET     00003891
      *  TO ZERO.                                                       00003892
      *----------------------------------------------------------------*00003893
       3000-PRINT-BALANCING.                                            00003894
           MOVE ZERO TO WS-CLOSING-AMT                                  00003895
           MOVE ZEROS TO HM-KEY                                         00003896
           START HELLO-MASTER KEY NOT < HM-KEY                          00003897
           IF WS-MASTER-STAT = '00'                                     00003898
               MOVE 'N' TO WS-MASTER-EOF-SW                             00003899
               PERFORM 3010-ADD-CLOSING-BALANCE THRU 3010-EXIT          00003900
                   UNTIL WS-MASTER-EOF                                  00003901
           END-IF                                                       00003902
           MOVE SPACES TO RPT-LINE                                      00003903
           WRITE RPT-LINE                                               00003904
           MOVE SPACES TO RPT-LINE                                      00003905
           MOVE 'BALANCING PAGE' TO RPT-LINE                            00003906
           WRITE RPT-LINE                                               00003907
           MOVE SPACES TO RPT-TOTAL-LINE                                00003908
           MOVE 'OPENING BALANCE TOTAL'  TO RT-LABEL                    00003909
           MOVE ZERO                     TO RT-COUNT                    00003910
           MOVE WS-OPENING-AMT           TO RT-AMOUNT                   00003911
           MOVE RPT-TOTAL-LINE TO RPT-LINE                              00003920
           WRITE RPT-LINE                                               00003930
           MOVE SPACES TO RPT-TOTAL-LINE                                00003940
           MOVE ZERO                     TO RT-AMOUNT                   00004090
           MOVE RPT-TOTAL-LINE TO RPT-LINE                              00004100
           WRITE RPT-LINE                                               00004110
           MOVE SPACES TO RPT-TOTAL-LINE                                00004111
           MOVE 'MOVEMENTS HELD (OVERDRAFT)' TO RT-LABEL                00004112
           MOVE WS-HELD-COUNT            TO RT-COUNT                    00004113
           MOVE WS-HELD-AMT              TO RT-AMOUNT                   00004114
           MOVE RPT-TOTAL-LINE TO RPT-LINE                              00004115
           WRITE RPT-LINE                                               00004116
           MOVE SPACES TO RPT-TOTAL-LINE                                00004117
           MOVE 'TRANSFERS OUT'          TO RT-LABEL                    00004118
           MOVE WS-XFER-OUT-COUNT        TO RT-COUNT                    00004119
           MOVE WS-XFER-OUT-AMT          TO RT-AMOUNT                   00004120
           MOVE RPT-TOTAL-LINE TO RPT-LINE                              00004121
           WRITE RPT-LINE                                               00004122
           MOVE SPACES TO RPT-TOTAL-LINE                                00004123
           MOVE 'TRANSFERS IN'           TO RT-LABEL                    00004124
           MOVE WS-XFER-IN-COUNT         TO RT-COUNT                    00004125
           MOVE WS-XFER-IN-AMT           TO RT-AMOUNT                   00004126
           MOVE RPT-TOTAL-LINE TO RPT-LINE                              00004127
           WRITE RPT-LINE                                               00004128
           MOVE SPACES TO RPT-TOTAL-LINE                                00004129
           MOVE 'CLOSING BALANCE TOTAL'  TO RT-LABEL                    00004130
           MOVE ZERO                     TO RT-COUNT                    00004140
           MOVE WS-CLOSING-AMT           TO RT-AMOUNT                   00004150
                   TO RPT-LINE                                          00004220
               WRITE RPT-LINE                                           00004230
               MOVE 8 TO RETURN-CODE                                    00004240
           END-IF                                                       00004250
           COMPUTE WS-XFER-NET-AMT = WS-XFER-OUT-AMT + WS-XFER-IN-AMT   00004251
           IF WS-XFER-NET-AMT NOT = ZERO                                00004252
                   OR WS-XFER-OUT-COUNT NOT = WS-XFER-IN-COUNT          00004253
               MOVE SPACES TO RPT-LINE                                  00004254
               MOVE '** TRANSFERS DO NOT NET TO ZERO - CHECK RUN **'    00004255
                   TO RPT-LINE                                          00004256
               WRITE RPT-LINE                                           00004257
               MOVE 8 TO RETURN-CODE                                    00004258
           END-IF.                                                      00004259
       3000-EXIT.                                                       00004260
           EXIT.                                                        00004270
       3010-ADD-CLOSING-BALANCE.                                        00004280
           MOVE ZERO TO CK-INFLIGHT-KEY                                 00004520
           MOVE ZERO TO CK-BEFORE-BAL                                   00004530
           MOVE ZERO TO CK-AFTER-BAL                                    00004540
           MOVE ZERO TO CK-TO-KEY                                       00004541
           MOVE ZERO TO CK-TO-BEFORE-BAL                                00004542
           MOVE ZERO TO CK-TO-AFTER-BAL                                 00004543
           MOVE SPACES TO CK-INFLIGHT-CODE                              00004544
           MOVE WS-PROCESSED-COUNT TO CK-PROCESSED-COUNT                00004550
           MOVE WS-APPLIED-COUNT   TO CK-APPLIED-COUNT                  00004560
           MOVE WS-REJECT-COUNT    TO CK-REJECT-COUNT                   00004570
           MOVE WS-OPENING-AMT     TO CK-OPENING-AMT                    00004580
           MOVE WS-MOVE-IN-AMT     TO CK-MOVE-IN-AMT                    00004590
           MOVE WS-APPLIED-AMT     TO CK-APPLIED-AMT                    00004591
           MOVE WS-HELD-COUNT      TO CK-HELD-COUNT                     00004592
           MOVE WS-HELD-AMT        TO CK-HELD-AMT                       00004593
           MOVE WS-XFER-OUT-COUNT  TO CK-XFER-OUT-COUNT                 00004594
           MOVE WS-XFER-OUT-AMT    TO CK-XFER-OUT-AMT                   00004595
           MOVE WS-XFER-IN-COUNT   TO CK-XFER-IN-COUNT                  00004596
           MOVE WS-XFER-IN-AMT     TO CK-XFER-IN-AMT                    00004597
           MOVE WS-RUN-DATE        TO CK-RUN-DATE                       00004601
           MOVE WS-RUN-HHMMSS      TO CK-RUN-TIME                       00004602
           PERFORM 8900-WRITE-CHECKPOINT THRU 8900-EXIT.                00004610
           MOVE 'R' TO CK-STATUS                                        00004730
           MOVE 'Y' TO CK-INFLIGHT-SW                                   00004740
           MOVE MV-KEY TO CK-INFLIGHT-KEY                               00004750
           MOVE MV-TRAN-CODE TO CK-INFLIGHT-CODE                        00004751
           MOVE HM-BALANCE TO CK-BEFORE-BAL                             00004760
           COMPUTE CK-AFTER-BAL = HM-BALANCE + WS-MOVE-AMT              00004770
           MOVE WS-PROCESSED-COUNT TO CK-PROCESSED-COUNT                00004780
           MOVE WS-REJECT-COUNT    TO CK-REJECT-COUNT                   00004800
           MOVE WS-OPENING-AMT     TO CK-OPENING-AMT                    00004810
           MOVE WS-MOVE-IN-AMT     TO CK-MOVE-IN-AMT                    00004820
           MOVE WS-APPLIED-AMT     TO CK-APPLIED-AMT                    00004821
           MOVE WS-HELD-COUNT      TO CK-HELD-COUNT                     00004822
           MOVE WS-HELD-AMT        TO CK-HELD-AMT                       00004823
           MOVE WS-XFER-OUT-COUNT  TO CK-XFER-OUT-COUNT                 00004824
           MOVE WS-XFER-OUT-AMT    TO CK-XFER-OUT-AMT                   00004825
           MOVE WS-XFER-IN-COUNT   TO CK-XFER-IN-COUNT                  00004826
           MOVE WS-XFER-IN-AMT     TO CK-XFER-IN-AMT                    00004827
           MOVE WS-RUN-DATE        TO CK-RUN-DATE                       00004831
           MOVE WS-RUN-HHMMSS      TO CK-RUN-TIME                       00004832
           PERFORM 8900-WRITE-CHECKPOINT THRU 8900-EXIT.                00004840
       8100-EXIT.                                                       00004850
           EXIT.                                                        00004860
      *----------------------------------------------------------------*00004861
      *  8150-TAKE-TRANSFER-INTENT - WRITE-AHEAD RECORD OF A TRANSFER   00004862
      *  ABOUT TO BE APPLIED, AS 8100 BUT WITH SWITCH T AND THE         00004863
      *  TO-ACCOUNT'S KEY AND IMAGES AS WELL (WS-TO-BAL IS ITS          00004864
      *  BALANCE AS READ IN 2500), SO 1400-RESOLVE-TRANSFER CAN PROVE   00004865
      *  EACH LEG SEPARATELY.  THE FROM-ACCOUNT IS IN THE BUFFER.       00004866
      *----------------------------------------------------------------*00004867
       8150-TAKE-TRANSFER-INTENT.                                       00004868
           MOVE 'R' TO CK-STATUS                                        00004869
           MOVE 'T' TO CK-INFLIGHT-SW                                   00004870
           MOVE MV-KEY TO CK-INFLIGHT-KEY                               00004871
           MOVE MV-TRAN-CODE TO CK-INFLIGHT-CODE                        00004872
           MOVE HM-BALANCE TO CK-BEFORE-BAL                             00004873
           COMPUTE CK-AFTER-BAL = HM-BALANCE + WS-MOVE-AMT              00004874
           MOVE MV-TO-KEY TO CK-TO-KEY                                  00004875
           MOVE WS-TO-BAL TO CK-TO-BEFORE-BAL                           00004876
           COMPUTE CK-TO-AFTER-BAL = WS-TO-BAL - WS-MOVE-AMT            00004877
           MOVE WS-PROCESSED-COUNT TO CK-PROCESSED-COUNT                00004878
           MOVE WS-APPLIED-COUNT   TO CK-APPLIED-COUNT                  00004879
           MOVE WS-REJECT-COUNT    TO CK-REJECT-COUNT                   00004880
           MOVE WS-OPENING-AMT     TO CK-OPENING-AMT                    00004881
           MOVE WS-MOVE-IN-AMT     TO CK-MOVE-IN-AMT                    00004882
           MOVE WS-APPLIED-AMT     TO CK-APPLIED-AMT                    00004883
           MOVE WS-HELD-COUNT      TO CK-HELD-COUNT                     00004884
           MOVE WS-HELD-AMT        TO CK-HELD-AMT                       00004885
           MOVE WS-XFER-OUT-COUNT  TO CK-XFER-OUT-COUNT                 00004886
           MOVE WS-XFER-OUT-AMT    TO CK-XFER-OUT-AMT                   00004887
           MOVE WS-XFER-IN-COUNT   TO CK-XFER-IN-COUNT                  00004888
           MOVE WS-XFER-IN-AMT     TO CK-XFER-IN-AMT                    00004889
           MOVE WS-RUN-DATE        TO CK-RUN-DATE                       00004890
           MOVE WS-RUN-HHMMSS      TO CK-RUN-TIME                       00004891
           PERFORM 8900-WRITE-CHECKPOINT THRU 8900-EXIT.                00004892
       8150-EXIT.                                                       00004893
           EXIT.                                                        00004894
       8900-WRITE-CHECKPOINT.                                           00004895
           OPEN OUTPUT CHKPT-FILE                                       00004896
           WRITE CHKPT-RECORD FROM WS-CHECKPOINT-AREA                   00004897
           CLOSE CHKPT-FILE.                                            00004900
       8900-EXIT.                                                       00004910
           EXIT.                                                        00004920
           CLOSE MOVE-IN                                                00004940
           CLOSE HELLO-MASTER                                           00004950
           CLOSE ACTV-MASTER                                            00004951
           CLOSE HELD-DEBITS                                            00004952
           CLOSE POST-RPT.                                              00004960
       9000-EXIT.                                                       00004970
           EXIT.                                                        00004980
      *----------------------------------------------------------------*00004981
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00004982
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00004983
      *----------------------------------------------------------------*00004984
       9100-END-RUN-CONTROL.                                            00004985
           MOVE 'C' TO RU-FUNCTION                                      00004986
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00004987
           MOVE 'APPLIED' TO RU-COUNT-LABEL(1)                          00004988
           MOVE WS-APPLIED-COUNT TO RU-COUNT(1)                         00004989
           MOVE 'REJECTED' TO RU-COUNT-LABEL(2)                         00004990
           MOVE WS-REJECT-COUNT TO RU-COUNT(2)                          00004991
           MOVE 'HELD' TO RU-COUNT-LABEL(3)                             00004992
           MOVE WS-HELD-COUNT TO RU-COUNT(3)                            00004993
           MOVE 'APPLIED AMT' TO RU-AMOUNT-LABEL(1)                     00004994
           MOVE WS-APPLIED-AMT TO RU-AMOUNT(1)                          00004995
           MOVE 'CLOSING BAL' TO RU-AMOUNT-LABEL(2)                     00004996
           MOVE WS-CLOSING-AMT TO RU-AMOUNT(2)                          00004997
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00004998
       9100-EXIT.                                                       00004999
           EXIT.                                                        00005000
