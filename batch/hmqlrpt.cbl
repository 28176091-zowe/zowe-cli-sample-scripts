       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HMQLRPT.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  NIGHTLY VOLUME REPORT OVER THE HMQL TD QUEUE  00000090
      *               EXTRACT WRITTEN BY THE HELLOMQ MQ LOOKUP          00000100
      *               SERVICE: REQUESTS BY REQUESTER, BROKEN DOWN BY    00000110
      *               RESPONSE CODE, WITH FIRST/LAST REQUEST TIME.      00000120
      *               ENDS RC=4 IF ANY REQUEST WAS BACKED OUT.          00000130
      *--------------------------------------------------------------   00000140
       ENVIRONMENT DIVISION.                                            00000150
       INPUT-OUTPUT SECTION.                                            00000160
       FILE-CONTROL.                                                    00000170
           SELECT HMQL-IN ASSIGN TO HMQLIN                              00000180
               ORGANIZATION IS SEQUENTIAL.                              00000190
           SELECT HMQL-RPT ASSIGN TO HMQRPT                             00000200
               ORGANIZATION IS SEQUENTIAL.                              00000210
       DATA DIVISION.                                                   00000220
       FILE SECTION.                                                    00000230
       FD  HMQL-IN                                                      00000240
           LABEL RECORDS ARE STANDARD                                   00000250
           RECORDING MODE IS F.                                         00000260
           COPY HELLOMQL.                                               00000270
       FD  HMQL-RPT                                                     00000280
           LABEL RECORDS ARE STANDARD                                   00000290
           RECORDING MODE IS F.                                         00000300
       01  RPT-LINE                 PIC X(80).                          00000310
       WORKING-STORAGE SECTION.                                         00000320
       77  WS-EOF-SW                PIC X(01) VALUE 'N'.                00000330
           88  WS-EOF                         VALUE 'Y'.                00000340
       77  WS-RUN-DATE              PIC X(08) VALUE SPACES.             00000350
       77  WS-TOTAL-COUNT           PIC 9(07) COMP VALUE ZERO.          00000360
       77  WS-BACKOUT-COUNT         PIC 9(07) COMP VALUE ZERO.          00000370
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000380
       77  WS-FOUND-IDX             PIC 9(04) COMP VALUE ZERO.          00000390
       77  WS-RESP-IDX              PIC 9(04) COMP VALUE ZERO.          00000400
      *--------------------------------------------------------------   00000410
      *  RESPONSE CODES BROKEN OUT ON THE REPORT, IN COLUMN ORDER:      00000420
      *  THE HELLOQY RETURN CODES, THEN BO (BACKED OUT AS MALFORMED)    00000430
      *  AND RF (REPLY COULD NOT BE PUT).                               00000440
      *--------------------------------------------------------------   00000450
       01  WS-RESP-CODE-VALUES.                                         00000460
           05  FILLER               PIC X(14) VALUE '0002040812BORF'.   00000470
       01  WS-RESP-CODE-TABLE REDEFINES WS-RESP-CODE-VALUES.            00000480
           05  WS-RESP-CODE OCCURS 7 TIMES INDEXED BY WC-IDX            00000490
                                    PIC X(02).                          00000500
       01  WS-REQR-TABLE.                                               00000510
           05  WS-REQR-ENTRY OCCURS 200 TIMES INDEXED BY WQ-IDX.        00000520
               10  WQ-REQUESTER     PIC X(08).                          00000530
               10  WQ-COUNT         PIC 9(07) COMP.                     00000540
               10  WQ-RESP-COUNT OCCURS 7 TIMES                         00000550
                                    PIC 9(07) COMP.                     00000560
               10  WQ-FIRST-TIME    PIC X(06).                          00000570
               10  WQ-LAST-TIME     PIC X(06).                          00000580
       77  WS-REQR-COUNT            PIC 9(04) COMP VALUE ZERO.          00000590
       01  WS-GRAND-TOTALS.                                             00000600
           05  WG-RESP-COUNT OCCURS 7 TIMES                             00000610
                                    PIC 9(07) COMP.                     00000620
       01  RPT-HEADING.                                                 00000630
           05  FILLER               PIC X(40) VALUE                     00000640
               '  REQUESTER  TOTAL    00    02    04    '.              00000650
           05  FILLER               PIC X(36) VALUE                     00000660
               '08    12    BO    RF  FIRST   LAST'.                    00000670
       01  RPT-DETAIL-REQR.                                             00000680
           05  FILLER               PIC X(02) VALUE SPACES.             00000690
           05  RD-REQUESTER         PIC X(08).                          00000700
           05  FILLER               PIC X(01) VALUE SPACES.             00000710
           05  RD-COUNT             PIC ZZZ,ZZ9.                        00000720
           05  RD-RESP-ITEM OCCURS 7 TIMES.                             00000730
               10  FILLER           PIC X(01).                          00000740
               10  RD-RESP-COUNT    PIC ZZZZ9.                          00000750
           05  FILLER               PIC X(02) VALUE SPACES.             00000760
           05  RD-FIRST             PIC X(06).                          00000770
           05  FILLER               PIC X(02) VALUE SPACES.             00000780
           05  RD-LAST              PIC X(06).                          00000790
           COPY HELLORCL.                                               00000800
       PROCEDURE DIVISION.                                              00000810
      *----------------------------------------------------------------*00000820
      *  0000-MAINLINE - READ THE DAY'S HMQL EXTRACT ONCE, ACCUMULATE   00000830
      *  PER-REQUESTER STATISTICS, AND PRINT THE REPORT.                00000840
      *----------------------------------------------------------------*00000850
       0000-MAINLINE.                                                   00000860
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000870
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000880
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     00000890
               UNTIL WS-EOF                                             00000900
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT                     00000910
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000920
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00000930
           STOP RUN.                                                    00000940
      *----------------------------------------------------------------*00000950
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00000960
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00000970
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00000980
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00000990
      *----------------------------------------------------------------*00001000
       0100-START-RUN-CONTROL.                                          00001010
           MOVE 'S' TO RU-FUNCTION                                      00001020
           MOVE 'HMQLRPT' TO RU-ENTRY-NAME                              00001030
           MOVE SPACES TO RU-BUSINESS-DATE                              00001040
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001050
           IF NOT RU-OK                                                 00001060
               MOVE 16 TO RETURN-CODE                                   00001070
               STOP RUN                                                 00001080
           END-IF.                                                      00001090
       0100-EXIT.                                                       00001100
           EXIT.                                                        00001110
       1000-INITIALIZE.                                                 00001120
           OPEN INPUT HMQL-IN                                           00001130
           OPEN OUTPUT HMQL-RPT                                         00001140
           INITIALIZE WS-GRAND-TOTALS                                   00001150
           PERFORM 2100-READ-HMQL-RECORD THRU 2100-EXIT.                00001160
       1000-EXIT.                                                       00001170
           EXIT.                                                        00001180
      *----------------------------------------------------------------*00001190
      *  2000-PROCESS-FILE - ONE PASS: ACCUMULATE THEN READ AHEAD.      00001200
      *----------------------------------------------------------------*00001210
       2000-PROCESS-FILE.                                               00001220
           PERFORM 2200-ACCUMULATE-STATS THRU 2200-EXIT                 00001230
           PERFORM 2100-READ-HMQL-RECORD THRU 2100-EXIT.                00001240
       2000-EXIT.                                                       00001250
           EXIT.                                                        00001260
       2100-READ-HMQL-RECORD.                                           00001270
           READ HMQL-IN                                                 00001280
               AT END                                                   00001290
                   MOVE 'Y' TO WS-EOF-SW                                00001300
           END-READ.                                                    00001310
       2100-EXIT.                                                       00001320
           EXIT.                                                        00001330
      *----------------------------------------------------------------*00001340
      *  2200-ACCUMULATE-STATS - COUNT THE REQUEST, FIND WHICH          00001350
      *  RESPONSE COLUMN IT BELONGS IN (A CODE NOT IN THE TABLE         00001360
      *  COUNTS IN THE TOTAL ONLY), AND POST IT TO ITS REQUESTER.       00001370
      *----------------------------------------------------------------*00001380
       2200-ACCUMULATE-STATS.                                           00001390
           ADD 1 TO WS-TOTAL-COUNT                                      00001400
           IF WS-RUN-DATE = SPACES                                      00001410
               MOVE ML-DATE TO WS-RUN-DATE                              00001420
           END-IF                                                       00001430
           IF ML-BACKED-OUT OR ML-REPLY-FAILED                          00001440
               ADD 1 TO WS-BACKOUT-COUNT                                00001450
           END-IF                                                       00001460
           MOVE ZERO TO WS-RESP-IDX                                     00001470
           PERFORM 2210-SEARCH-RESP-CODE THRU 2210-EXIT                 00001480
               VARYING WC-IDX FROM 1 BY 1                               00001490
               UNTIL WC-IDX > 7 OR WS-RESP-IDX NOT = ZERO               00001500
           IF WS-RESP-IDX NOT = ZERO                                    00001510
               ADD 1 TO WG-RESP-COUNT(WS-RESP-IDX)                      00001520
           END-IF                                                       00001530
           PERFORM 2300-FIND-OR-ADD-REQR THRU 2300-EXIT.                00001540
       2200-EXIT.                                                       00001550
           EXIT.                                                        00001560
       2210-SEARCH-RESP-CODE.                                           00001570
           IF WS-RESP-CODE(WC-IDX) = ML-RESPONSE                        00001580
               SET WS-RESP-IDX TO WC-IDX                                00001590
           END-IF.                                                      00001600
       2210-EXIT.                                                       00001610
           EXIT.                                                        00001620
      *----------------------------------------------------------------*00001630
      *  2300 - LINEAR LOOKUP INTO THE IN-MEMORY REQUESTER TABLE.  THE  00001640
      *  REQUESTERS ARE THE BRANCH SYSTEMS, A HANDFUL, SO AN IN-        00001650
      *  STORAGE TABLE IS SIMPLER THAN A SORT STEP.  A REQUESTER NOT    00001660
      *  ALREADY IN THE TABLE WHEN IT IS FULL AT ITS 200-ENTRY LIMIT    00001670
      *  IS DROPPED FROM THE BREAKDOWN (IT STILL COUNTS IN THE          00001680
      *  TOTALS) RATHER THAN OVERRUNNING THE TABLE.                     00001690
      *----------------------------------------------------------------*00001700
       2300-FIND-OR-ADD-REQR.                                           00001710
           MOVE ZERO TO WS-FOUND-IDX                                    00001720
           PERFORM 2310-SEARCH-REQR THRU 2310-EXIT                      00001730
               VARYING WQ-IDX FROM 1 BY 1                               00001740
               UNTIL WQ-IDX > WS-REQR-COUNT OR WS-FOUND-IDX NOT = ZERO  00001750
           IF WS-FOUND-IDX = ZERO AND WS-REQR-COUNT < 200               00001760
               ADD 1 TO WS-REQR-COUNT                                   00001770
               SET WQ-IDX TO WS-REQR-COUNT                              00001780
               MOVE ML-REQUESTER TO WQ-REQUESTER(WQ-IDX)                00001790
               MOVE ZERO         TO WQ-COUNT(WQ-IDX)                    00001800
               PERFORM 2320-CLEAR-RESP-COUNT THRU 2320-EXIT             00001810
                   VARYING WC-IDX FROM 1 BY 1                           00001820
                   UNTIL WC-IDX > 7                                     00001830
               MOVE ML-TIME      TO WQ-FIRST-TIME(WQ-IDX)               00001840
               MOVE ML-TIME      TO WQ-LAST-TIME(WQ-IDX)                00001850
               MOVE WQ-IDX       TO WS-FOUND-IDX                        00001860
           END-IF                                                       00001870
           IF WS-FOUND-IDX NOT = ZERO                                   00001880
               ADD 1 TO WQ-COUNT(WS-FOUND-IDX)                          00001890
               IF WS-RESP-IDX NOT = ZERO                                00001900
                   ADD 1 TO WQ-RESP-COUNT(WS-FOUND-IDX, WS-RESP-IDX)    00001910
               END-IF                                                   00001920
               IF ML-TIME < WQ-FIRST-TIME(WS-FOUND-IDX)                 00001930
                   MOVE ML-TIME TO WQ-FIRST-TIME(WS-FOUND-IDX)          00001940
               END-IF                                                   00001950
               IF ML-TIME > WQ-LAST-TIME(WS-FOUND-IDX)                  00001960
                   MOVE ML-TIME TO WQ-LAST-TIME(WS-FOUND-IDX)           00001970
               END-IF                                                   00001980
           END-IF.                                                      00001990
       2300-EXIT.                                                       00002000
           EXIT.                                                        00002010
       2310-SEARCH-REQR.                                                00002020
           IF WQ-REQUESTER(WQ-IDX) = ML-REQUESTER                       00002030
               MOVE WQ-IDX TO WS-FOUND-IDX                              00002040
           END-IF.                                                      00002050
       2310-EXIT.                                                       00002060
           EXIT.                                                        00002070
       2320-CLEAR-RESP-COUNT.                                           00002080
           MOVE ZERO TO WQ-RESP-COUNT(WQ-IDX, WC-IDX).                  00002090
       2320-EXIT.                                                       00002100
           EXIT.                                                        00002110
      *----------------------------------------------------------------*00002120
      *  3000-PRINT-REPORT - HEADINGS, ONE LINE PER REQUESTER, THEN A   00002130
      *  TOTAL LINE WITH THE SAME RESPONSE-CODE COLUMNS.                00002140
      *----------------------------------------------------------------*00002150
       3000-PRINT-REPORT.                                               00002160
           MOVE SPACES TO RPT-LINE                                      00002170
           MOVE 'HELLO MQ LOOKUP SERVICE VOLUME REPORT' TO RPT-LINE     00002180
           WRITE RPT-LINE                                               00002190
           MOVE SPACES TO RPT-LINE                                      00002200
           WRITE RPT-LINE                                               00002210
           MOVE WS-TOTAL-COUNT TO WS-TOTAL-EDIT                         00002220
           MOVE SPACES TO RPT-LINE                                      00002230
           STRING 'TOTAL REQUESTS FOR THE DAY: ' DELIMITED BY SIZE      00002240
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00002250
                  INTO RPT-LINE                                         00002260
           END-STRING                                                   00002270
           WRITE RPT-LINE                                               00002280
           MOVE WS-BACKOUT-COUNT TO WS-TOTAL-EDIT                       00002290
           MOVE SPACES TO RPT-LINE                                      00002300
           STRING 'MOVED TO BACKOUT QUEUE:     ' DELIMITED BY SIZE      00002310
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00002320
                  INTO RPT-LINE                                         00002330
           END-STRING                                                   00002340
           WRITE RPT-LINE                                               00002350
           MOVE SPACES TO RPT-LINE                                      00002360
           WRITE RPT-LINE                                               00002370
           MOVE RPT-HEADING TO RPT-LINE                                 00002380
           WRITE RPT-LINE                                               00002390
           PERFORM 3100-PRINT-REQR-LINE THRU 3100-EXIT                  00002400
               VARYING WQ-IDX FROM 1 BY 1                               00002410
               UNTIL WQ-IDX > WS-REQR-COUNT                             00002420
           MOVE SPACES TO RPT-LINE                                      00002430
           WRITE RPT-LINE                                               00002440
           MOVE SPACES          TO RPT-DETAIL-REQR                      00002450
           MOVE 'TOTAL'         TO RD-REQUESTER                         00002460
           MOVE WS-TOTAL-COUNT  TO RD-COUNT                             00002470
           PERFORM 3200-EDIT-TOTAL-RESP THRU 3200-EXIT                  00002480
               VARYING WC-IDX FROM 1 BY 1                               00002490
               UNTIL WC-IDX > 7                                         00002500
           MOVE RPT-DETAIL-REQR TO RPT-LINE                             00002510
           WRITE RPT-LINE                                               00002520
           IF WS-BACKOUT-COUNT > ZERO                                   00002530
               MOVE 4 TO RETURN-CODE                                    00002540
           END-IF.                                                      00002550
       3000-EXIT.                                                       00002560
           EXIT.                                                        00002570
       3100-PRINT-REQR-LINE.                                            00002580
           MOVE SPACES          TO RPT-DETAIL-REQR                      00002590
           MOVE WQ-REQUESTER(WQ-IDX)  TO RD-REQUESTER                   00002600
           MOVE WQ-COUNT(WQ-IDX)      TO RD-COUNT                       00002610
           PERFORM 3110-EDIT-REQR-RESP THRU 3110-EXIT                   00002620
               VARYING WC-IDX FROM 1 BY 1                               00002630
               UNTIL WC-IDX > 7                                         00002640
           MOVE WQ-FIRST-TIME(WQ-IDX) TO RD-FIRST                       00002650
           MOVE WQ-LAST-TIME(WQ-IDX)  TO RD-LAST                        00002660
           MOVE RPT-DETAIL-REQR TO RPT-LINE                             00002670
           WRITE RPT-LINE.                                              00002680
       3100-EXIT.                                                       00002690
           EXIT.                                                        00002700
       3110-EDIT-REQR-RESP.                                             00002710
           MOVE WQ-RESP-COUNT(WQ-IDX, WC-IDX) TO RD-RESP-COUNT(WC-IDX). 00002720
       3110-EXIT.                                                       00002730
           EXIT.                                                        00002740
       3200-EDIT-TOTAL-RESP.                                            00002750
           MOVE WG-RESP-COUNT(WC-IDX) TO RD-RESP-COUNT(WC-IDX).         00002760
       3200-EXIT.                                                       00002770
           EXIT.                                                        00002780
       9000-TERMINATE.                                                  00002790
           CLOSE HMQL-IN                                                00002800
           CLOSE HMQL-RPT.                                              00002810
       9000-EXIT.                                                       00002820
           EXIT.                                                        00002830
      *----------------------------------------------------------------*00002840
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00002850
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00002860
      *----------------------------------------------------------------*00002870
       9100-END-RUN-CONTROL.                                            00002880
           MOVE 'C' TO RU-FUNCTION                                      00002890
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00002900
           MOVE 'MQ REQUESTS' TO RU-COUNT-LABEL(1)                      00002910
           MOVE WS-TOTAL-COUNT TO RU-COUNT(1)                           00002920
           MOVE 'REQUESTERS' TO RU-COUNT-LABEL(2)                       00002930
           MOVE WS-REQR-COUNT TO RU-COUNT(2)                            00002940
           MOVE 'BACKED OUT' TO RU-COUNT-LABEL(3)                       00002950
           MOVE WS-BACKOUT-COUNT TO RU-COUNT(3)                         00002960
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00002970
       9100-EXIT.                                                       00002980
           EXIT.                                                        00002990
