       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HRUNCTL.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  RUN-CONTROL SUBPROGRAM FOR THE NIGHTLY AND    00000090
      *               MONTH-END BATCH CYCLE.  CALLED BY EVERY BATCH     00000100
      *               PROGRAM IN THE CYCLE (PARAMETER AREA HELLORCL)    00000110
      *               AT START AND AT END.  AT START IT CHECKS THE      00000120
      *               CALLER'S PREREQUISITES IN THE HELLORCT CYCLE      00000130
      *               TABLE COMPLETED FOR THE BUSINESS DATE WITHIN      00000140
      *               THEIR RETURN-CODE LIMIT, RECORDS THE START (OR    00000150
      *               THE REFUSAL) ON THE RUNCTL KSDS, AND TELLS THE    00000160
      *               CALLER WHETHER TO CARRY ON.  AT END IT RECORDS    00000170
      *               THE RETURN CODE AND CONTROL TOTALS.  THE FIRST    00000180
      *               STEP OF THE CYCLE (HMSLOAD) OPENS THE BUSINESS    00000190
      *               DATE ON THE CYCLE RECORD; EVERY LATER STEP        00000200
      *               TAKES IT FROM THERE.                              00000210
      *--------------------------------------------------------------   00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT RUN-CONTROL ASSIGN TO RUNCTL                          00000260
               ORGANIZATION IS INDEXED                                  00000270
               ACCESS MODE IS RANDOM                                    00000280
               RECORD KEY IS RN-KEY                                     00000290
               FILE STATUS IS WS-RUNCTL-STAT.                           00000300
       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
       FD  RUN-CONTROL                                                  00000330
           LABEL RECORDS ARE STANDARD.                                  00000340
           COPY HELLORUN.                                               00000350
       WORKING-STORAGE SECTION.                                         00000360
       77  WS-RUNCTL-STAT           PIC X(02) VALUE SPACES.             00000370
       77  WS-FOUND-IDX             PIC 9(02) COMP VALUE ZERO.          00000380
       77  WS-PREREQ-IDX            PIC 9(02) COMP VALUE ZERO.          00000390
       77  WS-PREREQ-NAME           PIC X(08) VALUE SPACES.             00000400
       77  WS-PREREQ-MAX-RC         PIC 9(02) VALUE ZERO.               00000410
       77  WS-TOTAL-IDX             PIC 9(02) COMP VALUE ZERO.          00000420
       77  WS-RUN-COUNT             PIC 9(03) VALUE ZERO.               00000430
       77  WS-CYCLE-DATE-KEY        PIC X(08) VALUE '00000000'.         00000440
       77  WS-CYCLE-ENTRY-KEY       PIC X(08) VALUE 'CYCLE'.            00000450
       77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00000460
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.               00000470
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00000480
           05  WS-RUN-HHMMSS        PIC X(06).                          00000490
           05  FILLER               PIC X(02).                          00000500
           COPY HELLORCT.                                               00000510
       LINKAGE SECTION.                                                 00000520
           COPY HELLORCL.                                               00000530
       PROCEDURE DIVISION USING HELLO-RUNCTL-AREA.                      00000540
      *----------------------------------------------------------------*00000550
      *  0000-MAINLINE - FIND THE CALLER IN THE CYCLE TABLE, OPEN THE   00000560
      *  RUN-CONTROL FILE, RECORD THE START OR THE END, AND HAND        00000570
      *  BACK THE RETURN CODE.  THE FILE IS OPENED AND CLOSED ON        00000580
      *  EVERY CALL SO A CALLER THAT STOPS EARLY LEAVES IT CLEAN.       00000590
      *----------------------------------------------------------------*00000600
       0000-MAINLINE.                                                   00000610
           MOVE '0' TO RU-RESULT                                        00000620
           MOVE SPACES TO RU-MISSING-ENTRY                              00000630
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00000640
           ACCEPT WS-RUN-TIME FROM TIME                                 00000650
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000660
           IF RU-OK                                                     00000670
               IF RU-START-RUN                                          00000680
                   PERFORM 2000-START-RUN THRU 2000-EXIT                00000690
               ELSE                                                     00000700
                   PERFORM 3000-END-RUN THRU 3000-EXIT                  00000710
               END-IF                                                   00000720
               CLOSE RUN-CONTROL                                        00000730
           END-IF                                                       00000740
           IF RU-START-RUN                                              00000750
               IF RU-OK                                                 00000760
                   MOVE ZERO TO RU-RETURN-CODE                          00000770
               ELSE                                                     00000780
                   MOVE 16 TO RU-RETURN-CODE                            00000790
               END-IF                                                   00000800
           END-IF                                                       00000810
           MOVE RU-RETURN-CODE TO RETURN-CODE                           00000820
           GOBACK.                                                      00000830
      *----------------------------------------------------------------*00000840
      *  1000-INITIALIZE - THE CALLER MUST BE A CYCLE ENTRY.  AN        00000850
      *  UNLOADED RUN-CONTROL CLUSTER (STATUS 35) IS PRIMED THE WAY     00000860
      *  HMSARCH PRIMES ITS ARCHIVE; ANY OTHER OPEN FAILURE REFUSES     00000870
      *  THE START, SINCE NO PREREQUISITE CAN BE PROVED.                00000880
      *----------------------------------------------------------------*00000890
       1000-INITIALIZE.                                                 00000900
           MOVE ZERO TO WS-FOUND-IDX                                    00000910
           PERFORM 1100-SEARCH-CYCLE THRU 1100-EXIT                     00000920
               VARYING CT-IDX FROM 1 BY 1                               00000930
               UNTIL CT-IDX > CT-ENTRY-COUNT                            00000940
                   OR WS-FOUND-IDX NOT = ZERO                           00000950
           IF WS-FOUND-IDX = ZERO                                       00000960
               DISPLAY 'HRUNCTL - ' RU-ENTRY-NAME                       00000970
                   ' IS NOT AN ENTRY IN THE BATCH CYCLE'                00000980
               MOVE 'U' TO RU-RESULT                                    00000990
               GO TO 1000-EXIT                                          00001000
           END-IF                                                       00001010
           OPEN I-O RUN-CONTROL                                         00001020
           IF WS-RUNCTL-STAT = '35'                                     00001030
               OPEN OUTPUT RUN-CONTROL                                  00001040
               CLOSE RUN-CONTROL                                        00001050
               OPEN I-O RUN-CONTROL                                     00001060
           END-IF                                                       00001070
           IF WS-RUNCTL-STAT NOT = '00'                                 00001080
               DISPLAY 'HRUNCTL - RUN CONTROL OPEN FAILED, STATUS '     00001090
                   WS-RUNCTL-STAT ' - ' RU-ENTRY-NAME                   00001100
               MOVE 'E' TO RU-RESULT                                    00001110
           END-IF.                                                      00001120
       1000-EXIT.                                                       00001130
           EXIT.                                                        00001140
       1100-SEARCH-CYCLE.                                               00001150
           IF CT-ENTRY-NAME(CT-IDX) = RU-ENTRY-NAME                     00001160
               SET WS-FOUND-IDX TO CT-IDX                               00001170
           END-IF.                                                      00001180
       1100-EXIT.                                                       00001190
           EXIT.                                                        00001200
      *----------------------------------------------------------------*00001210
      *  2000-START-RUN - SETTLE THE BUSINESS DATE (A DATE PASSED BY    00001220
      *  THE CALLER WINS; THE CYCLE OPENER OPENS TODAY; EVERYONE        00001230
      *  ELSE TAKES THE CYCLE RECORD'S DATE, OR TODAY IF THERE IS       00001240
      *  NONE YET), CHECK THE PREREQUISITES, AND RECORD THE ENTRY AS    00001250
      *  STARTED OR BLOCKED.                                            00001260
      *----------------------------------------------------------------*00001270
       2000-START-RUN.                                                  00001280
           MOVE SPACES TO RU-COUNT-LABEL(1) RU-COUNT-LABEL(2)           00001290
               RU-COUNT-LABEL(3) RU-AMOUNT-LABEL(1) RU-AMOUNT-LABEL(2)  00001300
           MOVE ZERO TO RU-COUNT(1) RU-COUNT(2) RU-COUNT(3)             00001310
               RU-AMOUNT(1) RU-AMOUNT(2)                                00001320
           IF CT-CYCLE-OPENER(WS-FOUND-IDX)                             00001330
               PERFORM 2100-OPEN-CYCLE THRU 2100-EXIT                   00001340
           ELSE                                                         00001350
               IF RU-BUSINESS-DATE = SPACES                             00001360
                   PERFORM 2200-GET-CYCLE-DATE THRU 2200-EXIT           00001370
               END-IF                                                   00001380
           END-IF                                                       00001390
           IF NOT RU-OK                                                 00001400
               GO TO 2000-EXIT                                          00001410
           END-IF                                                       00001420
           PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT                     00001430
               VARYING WS-PREREQ-IDX FROM 1 BY 1                        00001440
               UNTIL WS-PREREQ-IDX > 2                                  00001450
                   OR NOT RU-OK                                         00001460
           MOVE RU-BUSINESS-DATE TO RN-BUSINESS-DATE                    00001470
           MOVE RU-ENTRY-NAME    TO RN-ENTRY-NAME                       00001480
           READ RUN-CONTROL                                             00001490
           IF WS-RUNCTL-STAT = '00'                                     00001500
               MOVE RN-RUN-COUNT TO WS-RUN-COUNT                        00001510
           ELSE                                                         00001520
               MOVE ZERO TO WS-RUN-COUNT                                00001530
           END-IF                                                       00001540
           MOVE SPACES TO HELLO-RUNCTL-RECORD                           00001550
           MOVE RU-BUSINESS-DATE TO RN-BUSINESS-DATE                    00001560
           MOVE RU-ENTRY-NAME    TO RN-ENTRY-NAME                       00001570
           MOVE WS-RUN-DATE      TO RN-START-DATE                       00001580
           MOVE WS-RUN-HHMMSS    TO RN-START-TIME                       00001590
           ADD 1 TO WS-RUN-COUNT                                        00001600
           MOVE WS-RUN-COUNT     TO RN-RUN-COUNT                        00001610
           PERFORM 2400-CLEAR-TOTALS THRU 2400-EXIT                     00001620
               VARYING WS-TOTAL-IDX FROM 1 BY 1                         00001630
               UNTIL WS-TOTAL-IDX > 3                                   00001640
           IF RU-OK                                                     00001650
               MOVE 'S' TO RN-STATUS                                    00001660
               MOVE ZERO TO RN-RETURN-CODE                              00001670
           ELSE                                                         00001680
               MOVE 'B' TO RN-STATUS                                    00001690
               MOVE 16 TO RN-RETURN-CODE                                00001700
               MOVE RU-MISSING-ENTRY TO RN-MISSING-ENTRY                00001710
               MOVE WS-RUN-DATE      TO RN-END-DATE                     00001720
               MOVE WS-RUN-HHMMSS    TO RN-END-TIME                     00001730
           END-IF                                                       00001740
           PERFORM 8000-PUT-RECORD THRU 8000-EXIT.                      00001750
       2000-EXIT.                                                       00001760
           EXIT.                                                        00001770
      *----------------------------------------------------------------*00001780
      *  2100-OPEN-CYCLE - THE FIRST STEP OF THE NIGHT OPENS ITS RUN    00001790
      *  DATE (OR THE DATE IT WAS GIVEN) AS THE NEW BUSINESS DATE.      00001800
      *----------------------------------------------------------------*00001810
       2100-OPEN-CYCLE.                                                 00001820
           IF RU-BUSINESS-DATE = SPACES                                 00001830
               MOVE WS-RUN-DATE TO RU-BUSINESS-DATE                     00001840
           END-IF                                                       00001850
           MOVE SPACES TO HELLO-RUNCTL-CYCLE                            00001860
           MOVE WS-CYCLE-DATE-KEY  TO RY-KEY-DATE                       00001870
           MOVE WS-CYCLE-ENTRY-KEY TO RY-KEY-ENTRY                      00001880
           MOVE RU-BUSINESS-DATE   TO RY-BUSINESS-DATE                  00001890
           MOVE RU-ENTRY-NAME      TO RY-OPENED-BY                      00001900
           MOVE WS-RUN-DATE        TO RY-OPENED-DATE                    00001910
           MOVE WS-RUN-HHMMSS      TO RY-OPENED-TIME                    00001920
           WRITE HELLO-RUNCTL-CYCLE                                     00001930
           IF WS-RUNCTL-STAT = '22'                                     00001940
               REWRITE HELLO-RUNCTL-CYCLE                               00001950
           END-IF                                                       00001960
           IF WS-RUNCTL-STAT NOT = '00'                                 00001970
               DISPLAY 'HRUNCTL - CYCLE RECORD WRITE FAILED, STATUS '   00001980
                   WS-RUNCTL-STAT                                       00001990
               MOVE 'E' TO RU-RESULT                                    00002000
           END-IF.                                                      00002010
       2100-EXIT.                                                       00002020
           EXIT.                                                        00002030
       2200-GET-CYCLE-DATE.                                             00002040
           MOVE WS-CYCLE-DATE-KEY  TO RN-BUSINESS-DATE                  00002050
           MOVE WS-CYCLE-ENTRY-KEY TO RN-ENTRY-NAME                     00002060
           READ RUN-CONTROL                                             00002070
           IF WS-RUNCTL-STAT = '00'                                     00002080
               MOVE RY-BUSINESS-DATE TO RU-BUSINESS-DATE                00002090
           ELSE                                                         00002100
               MOVE WS-RUN-DATE TO RU-BUSINESS-DATE                     00002110
           END-IF.                                                      00002120
       2200-EXIT.                                                       00002130
           EXIT.                                                        00002140
      *----------------------------------------------------------------*00002150
      *  2300-CHECK-PREREQ - ONE PREREQUISITE MUST HAVE A COMPLETED     00002160
      *  ENTRY FOR THE BUSINESS DATE WITH A RETURN CODE WITHIN ITS      00002170
      *  LIMIT.  ONE THAT NEVER RAN, WAS ITSELF BLOCKED, IS STILL       00002180
      *  MARKED STARTED (ABENDED OR RUNNING), OR ENDED TOO HIGH         00002190
      *  BLOCKS THE CALLER.                                             00002200
      *----------------------------------------------------------------*00002210
       2300-CHECK-PREREQ.                                               00002220
           MOVE CT-PREREQ-NAME(WS-FOUND-IDX, WS-PREREQ-IDX)             00002230
               TO WS-PREREQ-NAME                                        00002240
           MOVE CT-PREREQ-MAX-RC(WS-FOUND-IDX, WS-PREREQ-IDX)           00002250
               TO WS-PREREQ-MAX-RC                                      00002260
           IF WS-PREREQ-NAME = SPACES                                   00002270
               GO TO 2300-EXIT                                          00002280
           END-IF                                                       00002290
           MOVE RU-BUSINESS-DATE TO RN-BUSINESS-DATE                    00002300
           MOVE WS-PREREQ-NAME   TO RN-ENTRY-NAME                       00002310
           READ RUN-CONTROL                                             00002320
           IF WS-RUNCTL-STAT = '00'                                     00002330
               IF RN-COMPLETED                                          00002340
                   IF RN-RETURN-CODE NOT > WS-PREREQ-MAX-RC             00002350
                       GO TO 2300-EXIT                                  00002360
                   END-IF                                               00002370
               END-IF                                                   00002380
           END-IF                                                       00002390
           MOVE 'B' TO RU-RESULT                                        00002400
           MOVE WS-PREREQ-NAME TO RU-MISSING-ENTRY                      00002410
           DISPLAY 'HRUNCTL - ' RU-ENTRY-NAME ' REFUSED: PREREQUISITE ' 00002420
               WS-PREREQ-NAME ' NOT COMPLETE FOR BUSINESS DATE '        00002430
               RU-BUSINESS-DATE.                                        00002440
       2300-EXIT.                                                       00002450
           EXIT.                                                        00002460
       2400-CLEAR-TOTALS.                                               00002470
           MOVE ZERO TO RN-COUNT(WS-TOTAL-IDX)                          00002480
           IF WS-TOTAL-IDX NOT > 2                                      00002490
               MOVE ZERO TO RN-AMOUNT(WS-TOTAL-IDX)                     00002500
           END-IF.                                                      00002510
       2400-EXIT.                                                       00002520
           EXIT.                                                        00002530
      *----------------------------------------------------------------*00002540
      *  3000-END-RUN - RECORD THE COMPLETION, THE CALLER'S RETURN      00002550
      *  CODE, AND ITS CONTROL TOTALS ON THE ENTRY STARTED EARLIER.     00002560
      *  A MISSING ENTRY (THE START WAS NEVER RECORDED) IS WRITTEN      00002570
      *  AFRESH WITH NO START TIME.                                     00002580
      *----------------------------------------------------------------*00002590
       3000-END-RUN.                                                    00002600
           MOVE RU-BUSINESS-DATE TO RN-BUSINESS-DATE                    00002610
           MOVE RU-ENTRY-NAME    TO RN-ENTRY-NAME                       00002620
           READ RUN-CONTROL                                             00002630
           IF WS-RUNCTL-STAT NOT = '00'                                 00002640
               MOVE SPACES TO HELLO-RUNCTL-RECORD                       00002650
               MOVE RU-BUSINESS-DATE TO RN-BUSINESS-DATE                00002660
               MOVE RU-ENTRY-NAME    TO RN-ENTRY-NAME                   00002670
               MOVE 1 TO RN-RUN-COUNT                                   00002680
           END-IF                                                       00002690
           MOVE 'C'              TO RN-STATUS                           00002700
           MOVE WS-RUN-DATE      TO RN-END-DATE                         00002710
           MOVE WS-RUN-HHMMSS    TO RN-END-TIME                         00002720
           MOVE RU-RETURN-CODE   TO RN-RETURN-CODE                      00002730
           MOVE SPACES           TO RN-MISSING-ENTRY                    00002740
           MOVE RU-COUNT-TOTAL(1)  TO RN-COUNT-TOTAL(1)                 00002750
           MOVE RU-COUNT-TOTAL(2)  TO RN-COUNT-TOTAL(2)                 00002760
           MOVE RU-COUNT-TOTAL(3)  TO RN-COUNT-TOTAL(3)                 00002770
           MOVE RU-AMOUNT-TOTAL(1) TO RN-AMOUNT-TOTAL(1)                00002780
           MOVE RU-AMOUNT-TOTAL(2) TO RN-AMOUNT-TOTAL(2)                00002790
           PERFORM 8000-PUT-RECORD THRU 8000-EXIT.                      00002800
       3000-EXIT.                                                       00002810
           EXIT.                                                        00002820
      *----------------------------------------------------------------*00002830
      *  8000-PUT-RECORD - WRITE THE ENTRY, OR REPLACE IT IF THIS       00002840
      *  BUSINESS DATE ALREADY HAS ONE (A RERUN).  A FAILURE IS         00002850
      *  REPORTED ON SYSOUT; ON A START IT ALSO REFUSES THE RUN.        00002860
      *----------------------------------------------------------------*00002870
       8000-PUT-RECORD.                                                 00002880
           WRITE HELLO-RUNCTL-RECORD                                    00002890
           IF WS-RUNCTL-STAT = '22'                                     00002900
               REWRITE HELLO-RUNCTL-RECORD                              00002910
           END-IF                                                       00002920
           IF WS-RUNCTL-STAT NOT = '00'                                 00002930
               DISPLAY 'HRUNCTL - RUN CONTROL WRITE FAILED, STATUS '    00002940
                   WS-RUNCTL-STAT ' - ' RU-ENTRY-NAME                   00002950
               IF RU-START-RUN                                          00002960
                   MOVE 'E' TO RU-RESULT                                00002970
               END-IF                                                   00002980
           END-IF.                                                      00002990
       8000-EXIT.                                                       00003000
           EXIT.                                                        00003010
