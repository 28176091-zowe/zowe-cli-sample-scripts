       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HMSDORM.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  DORMANT ACCOUNT DETECTION.  THE MONTHLY RUN   00000090
      *               (PARMIN MODE N) WALKS THE HELLO MASTER KSDS AND   00000100
      *               PROBES THE ACTIVITY HISTORY (ACTVMST) FOR EACH    00000110
      *               ACTIVE ACCOUNT.  ONE WITH NO POSTED ACTIVITY      00000120
      *               IN THE NUMBER OF MONTHS ON THE PARMIN CARD IS     00000130
      *               SERVED A 30-DAY DORMANCY NOTICE: A CHANGE TO      00000140
      *               INACTIVE IS PARKED ON HELLOEF UNDER USERID        00000150
      *               HMSDORM, EFFECTIVE 30 DAYS OUT, FOR THE           00000160
      *               NIGHTLY HMSSWEP SWEEP TO APPLY, AND A NOTICE      00000170
      *               RECORD IS KEPT ON HELLODN.  ACTIVITY POSTED       00000180
      *               DURING THE NOTICE PERIOD CANCELS THE PARKED       00000190
      *               CHANGE.  THE NIGHTLY RUN (MODE C), STEPPED IN     00000200
      *               AHEAD OF HMSSWEP, DOES THE CANCELLING ONLY, SO    00000210
      *               THE SWEEP NEVER FLIPS AN ACCOUNT THAT MOVED       00000220
      *               AFTER ITS NOTICE.  THE PRINTED NOTICE REGISTER    00000230
      *               SHOWS NEWLY NOTICED, CANCELLED, AND ALREADY       00000240
      *               FLIPPED ACCOUNTS WITH TOTALS.                     00000250
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000251
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000252
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000253
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000254
      *               COMPLETED FOR THE BUSINESS DATE.                  00000255
      *  2026-10-15  OPS  MONTH-END INTEREST (CODE IN) POSTED BY THE    00000256
      *               HMSACCR ACCRUAL RUN NO LONGER COUNTS AS           00000257
      *               ACTIVITY, SO AN ACCOUNT THAT ONLY EARNS           00000258
      *               INTEREST CAN GO DORMANT.                          00000259
      *  2026-10-15  OPS  THE ACTIVITY CUTOFF, NOTICE DATE, AND         00000261
      *               EFFECTIVE DATE ARE WORKED FROM THE CYCLE'S        00000262
      *               BUSINESS DATE ON THE RUN-CONTROL FILE, NOT THE    00000263
      *               SYSTEM DATE, THE SAME DATE HMSPOST DATES THE      00000264
      *               ACTIVITY HISTORY WITH.                            00000265
      *--------------------------------------------------------------   00000266
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
           SELECT PARM-IN ASSIGN TO PARMIN                              00000300
               ORGANIZATION IS SEQUENTIAL.                              00000310
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000320
               ORGANIZATION IS INDEXED                                  00000330
               ACCESS MODE IS DYNAMIC                                   00000340
               RECORD KEY IS HM-KEY                                     00000350
               FILE STATUS IS WS-MASTER-STAT.                           00000360
           SELECT EFF-MASTER ASSIGN TO HELLOEF                          00000370
               ORGANIZATION IS INDEXED                                  00000380
               ACCESS MODE IS DYNAMIC                                   00000390
               RECORD KEY IS EF-KEY                                     00000400
               FILE STATUS IS WS-EFF-STAT.                              00000410
           SELECT DORM-NOTICE ASSIGN TO HELLODN                         00000420
               ORGANIZATION IS INDEXED                                  00000430
               ACCESS MODE IS DYNAMIC                                   00000440
               RECORD KEY IS DN-ACCT-KEY                                00000450
               FILE STATUS IS WS-DORM-STAT.                             00000460
           SELECT ACTV-MASTER ASSIGN TO ACTVMST                         00000470
               ORGANIZATION IS INDEXED                                  00000480
               ACCESS MODE IS DYNAMIC                                   00000490
               RECORD KEY IS HV-KEY                                     00000500
               FILE STATUS IS WS-ACTV-STAT.                             00000510
           SELECT DORM-RPT ASSIGN TO DRMRPT                             00000520
               ORGANIZATION IS SEQUENTIAL.                              00000530
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
       FD  PARM-IN                                                      00000560
           LABEL RECORDS ARE STANDARD                                   00000570
           RECORDING MODE IS F.                                         00000580
       01  PARM-RECORD.                                                 00000590
           05  PM-DORM-MONTHS       PIC X(02).                          00000600
           05  FILLER               PIC X(01).                          00000610
           05  PM-RUN-MODE          PIC X(01).                          00000620
           05  FILLER               PIC X(76).                          00000630
       FD  HELLO-MASTER                                                 00000640
           LABEL RECORDS ARE STANDARD.                                  00000650
           COPY HELLOREC.                                               00000660
       FD  EFF-MASTER                                                   00000670
           LABEL RECORDS ARE STANDARD.                                  00000680
           COPY HELLOEFF.                                               00000690
       FD  DORM-NOTICE                                                  00000700
           LABEL RECORDS ARE STANDARD.                                  00000710
           COPY HELLODRM.                                               00000720
       FD  ACTV-MASTER                                                  00000730
           LABEL RECORDS ARE STANDARD.                                  00000740
           COPY HELLOACT.                                               00000750
       FD  DORM-RPT                                                     00000760
           LABEL RECORDS ARE STANDARD                                   00000770
           RECORDING MODE IS F.                                         00000780
       01  RPT-LINE                 PIC X(80).                          00000790
       WORKING-STORAGE SECTION.                                         00000800
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000810
       77  WS-EFF-STAT              PIC X(02) VALUE SPACES.             00000820
       77  WS-DORM-STAT             PIC X(02) VALUE SPACES.             00000830
       77  WS-ACTV-STAT             PIC X(02) VALUE SPACES.             00000840
       77  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.                00000850
           88  WS-MASTER-EOF                  VALUE 'Y'.                00000860
       77  WS-DORM-EOF-SW           PIC X(01) VALUE 'N'.                00000870
           88  WS-DORM-EOF                    VALUE 'Y'.                00000880
       77  WS-ACTV-FOUND-SW         PIC X(01) VALUE 'N'.                00000890
           88  WS-ACTV-FOUND                  VALUE 'Y'.                00000900
       77  WS-ACTV-DONE-SW          PIC X(01) VALUE 'N'.                00000910
           88  WS-ACTV-DONE                   VALUE 'Y'.                00000920
       77  WS-RUN-MODE              PIC X(01) VALUE 'N'.                00000930
           88  WS-NOTICE-RUN                  VALUE 'N'.                00000940
           88  WS-CANCEL-RUN                  VALUE 'C'.                00000950
       77  WS-NO-PENDING-SW         PIC X(01) VALUE 'N'.                00000960
           88  WS-NO-PENDING                  VALUE 'Y'.                00000970
       77  WS-BATCH-USERID          PIC X(08) VALUE 'HMSDORM'.          00000980
       77  WS-BATCH-TERMID          PIC X(04) VALUE 'BTCH'.             00000990
       77  WS-RUNCTL-ENTRY          PIC X(08) VALUE 'HMSDORM'.          00000991
       77  WS-INACTIVE-STATUS       PIC X(10) VALUE 'INACTIVE'.         00001000
       77  WS-NOTICE-DAYS           PIC 9(03) VALUE 30.                 00001010
       77  WS-DORM-MONTHS           PIC 9(02) VALUE ZERO.               00001020
       77  WS-MONTH-COUNT           PIC 9(07) COMP VALUE ZERO.          00001030
       77  WS-CHECK-KEY             PIC 9(10) VALUE ZERO.               00001040
       77  WS-ACTV-FROM-DATE        PIC X(08) VALUE SPACES.             00001050
       77  WS-ACTV-DATE             PIC X(08) VALUE SPACES.             00001060
       77  WS-EFF-DATE              PIC 9(08) VALUE ZERO.               00001070
       77  WS-SCAN-COUNT            PIC 9(07) COMP VALUE ZERO.          00001080
       77  WS-ACTIVE-COUNT          PIC 9(07) COMP VALUE ZERO.          00001090
       77  WS-NOTICED-COUNT         PIC 9(07) COMP VALUE ZERO.          00001100
       77  WS-CANCELLED-COUNT       PIC 9(07) COMP VALUE ZERO.          00001110
       77  WS-FLIPPED-COUNT         PIC 9(07) COMP VALUE ZERO.          00001120
       77  WS-WITHDRAWN-COUNT       PIC 9(07) COMP VALUE ZERO.          00001130
       77  WS-OUTSTAND-COUNT        PIC 9(07) COMP VALUE ZERO.          00001140
       77  WS-PARKED-COUNT          PIC 9(07) COMP VALUE ZERO.          00001150
       77  WS-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.          00001160
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00001170
       77  WS-REGISTER-DATE         PIC X(08) VALUE SPACES.             00001180
       77  WS-REGISTER-TEXT         PIC X(25) VALUE SPACES.             00001190
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00001200
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                         00001210
           05  WS-RUN-YYYY          PIC 9(04).                          00001220
           05  WS-RUN-MM            PIC 9(02).                          00001230
           05  WS-RUN-DD            PIC 9(02).                          00001240
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.               00001250
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00001260
           05  WS-RUN-HHMMSS        PIC X(06).                          00001270
           05  FILLER               PIC X(02).                          00001280
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.               00001290
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.                   00001300
           05  WS-CUT-YYYY          PIC 9(04).                          00001310
           05  WS-CUT-MM            PIC 9(02).                          00001320
           05  WS-CUT-DD            PIC 9(02).                          00001330
       01  RPT-DETAIL-NOTICE.                                           00001340
           05  FILLER               PIC X(01) VALUE SPACES.             00001350
           05  RD-KEY               PIC X(10).                          00001360
           05  FILLER               PIC X(02) VALUE SPACES.             00001370
           05  RD-NAME              PIC X(30).                          00001380
           05  FILLER               PIC X(02) VALUE SPACES.             00001390
           05  RD-DATE              PIC X(08).                          00001400
           05  FILLER               PIC X(02) VALUE SPACES.             00001410
           05  RD-TEXT              PIC X(25).                          00001420
           COPY HELLORCL.                                               00001421
       PROCEDURE DIVISION.                                              00001430
      *----------------------------------------------------------------*00001440
      *  0000-MAINLINE - READ THE CONTROL CARD, THEN EITHER THE         00001450
      *  MONTHLY NOTICE PASS OVER THE MASTER OR THE NIGHTLY             00001460
      *  CANCEL-ONLY PASS OVER THE NOTICE FILE, THEN THE TOTALS.        00001470
      *----------------------------------------------------------------*00001480
       0000-MAINLINE.                                                   00001490
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001500
           IF WS-NOTICE-RUN                                             00001510
               PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT               00001520
                   UNTIL WS-MASTER-EOF                                  00001530
           ELSE                                                         00001540
               PERFORM 3000-PROCESS-NOTICE THRU 3000-EXIT               00001550
                   UNTIL WS-DORM-EOF                                    00001560
           END-IF                                                       00001570
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT                     00001580
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001590
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001591
           STOP RUN.                                                    00001592
      *----------------------------------------------------------------*00001593
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001594
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001595
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001596
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001597
      *----------------------------------------------------------------*00001598
       0100-START-RUN-CONTROL.                                          00001603
           MOVE 'S' TO RU-FUNCTION                                      00001604
           MOVE WS-RUNCTL-ENTRY TO RU-ENTRY-NAME                        00001605
           MOVE SPACES TO RU-BUSINESS-DATE                              00001606
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001607
           IF NOT RU-OK                                                 00001608
               MOVE 16 TO RETURN-CODE                                   00001609
               STOP RUN                                                 00001610
           END-IF.                                                      00001611
       0100-EXIT.                                                       00001612
           EXIT.                                                        00001613
      *----------------------------------------------------------------*00001614
      *  1000-INITIALIZE - READ THE PARMIN CARD: INACTIVITY MONTHS IN   00001620
      *  COLUMNS 1-2 AND THE RUN MODE IN COLUMN 4 (N OR BLANK = THE     00001630
      *  MONTHLY NOTICE RUN, C = THE NIGHTLY CANCEL-ONLY RUN, WHICH     00001640
      *  IGNORES THE MONTHS).  WORK OUT THE ACTIVITY CUTOFF (RUN DATE   00001650
      *  LESS THE MONTHS) AND THE NOTICE EFFECTIVE DATE (RUN DATE       00001660
      *  PLUS 30 DAYS), OPEN THE FILES, AND PRIME AN UNLOADED NOTICE    00001670
      *  OR PENDING CLUSTER THE WAY HMSARCH PRIMES ITS ARCHIVE.  A      00001680
      *  BAD CARD OR A FILE THAT WILL NOT OPEN ENDS THE RUN RC=16       00001690
      *  BEFORE ANY RECORD IS TOUCHED.                                  00001700
      *----------------------------------------------------------------*00001710
       1000-INITIALIZE.                                                 00001720
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001730
           ACCEPT WS-RUN-TIME FROM TIME                                 00001740
           OPEN INPUT PARM-IN                                           00001750
           READ PARM-IN                                                 00001760
               AT END                                                   00001770
                   MOVE SPACES TO PARM-RECORD                           00001780
           END-READ                                                     00001790
           CLOSE PARM-IN                                                00001800
           IF PM-RUN-MODE = SPACE                                       00001810
               MOVE 'N' TO PM-RUN-MODE                                  00001820
           END-IF                                                       00001830
           MOVE PM-RUN-MODE TO WS-RUN-MODE                              00001840
           IF NOT WS-NOTICE-RUN AND NOT WS-CANCEL-RUN                   00001850
               DISPLAY 'HMSDORM - RUN MODE ON CONTROL CARD NOT N OR C'  00001860
               MOVE 16 TO RETURN-CODE                                   00001870
               STOP RUN                                                 00001880
           END-IF                                                       00001890
           IF WS-NOTICE-RUN                                             00001900
               IF PM-DORM-MONTHS NOT NUMERIC                            00001910
                   DISPLAY 'HMSDORM - MONTHS CARD MISSING OR BAD'       00001920
                   MOVE 16 TO RETURN-CODE                               00001930
                   STOP RUN                                             00001940
               END-IF                                                   00001950
               MOVE PM-DORM-MONTHS TO WS-DORM-MONTHS                    00001960
               IF WS-DORM-MONTHS = ZERO                                 00001970
                   DISPLAY 'HMSDORM - MONTHS CARD MISSING OR BAD'       00001980
                   MOVE 16 TO RETURN-CODE                               00001990
                   STOP RUN                                             00002000
               END-IF                                                   00002010
           END-IF                                                       00002020
           IF WS-CANCEL-RUN                                             00002021
               MOVE 'HMSDORMC' TO WS-RUNCTL-ENTRY                       00002022
           END-IF                                                       00002023
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00002024
           IF RU-BUSINESS-DATE NOT = SPACES                             00002025
               MOVE RU-BUSINESS-DATE TO WS-RUN-DATE                     00002026
           END-IF                                                       00002027
           COMPUTE WS-MONTH-COUNT = WS-RUN-YYYY * 12 + WS-RUN-MM - 1    00002030
               - WS-DORM-MONTHS                                         00002040
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUT-YYYY               00002050
               REMAINDER WS-CUT-MM                                      00002060
           ADD 1 TO WS-CUT-MM                                           00002070
           MOVE WS-RUN-DD TO WS-CUT-DD                                  00002080
           COMPUTE WS-EFF-DATE = FUNCTION DATE-OF-INTEGER               00002090
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-NOTICE-DAYS) 00002100
           OPEN INPUT HELLO-MASTER                                      00002110
           IF WS-MASTER-STAT NOT = '00'                                 00002120
               DISPLAY 'HMSDORM - MASTER OPEN FAILED, STATUS '          00002130
                   WS-MASTER-STAT                                       00002140
               MOVE 16 TO RETURN-CODE                                   00002150
               STOP RUN                                                 00002160
           END-IF                                                       00002170
           OPEN I-O EFF-MASTER                                          00002180
           IF WS-EFF-STAT = '35'                                        00002190
               OPEN OUTPUT EFF-MASTER                                   00002200
               CLOSE EFF-MASTER                                         00002210
               OPEN I-O EFF-MASTER                                      00002220
           END-IF                                                       00002230
           IF WS-EFF-STAT NOT = '00'                                    00002240
               DISPLAY 'HMSDORM - PENDING OPEN FAILED, STATUS '         00002250
                   WS-EFF-STAT                                          00002260
               MOVE 16 TO RETURN-CODE                                   00002270
               STOP RUN                                                 00002280
           END-IF                                                       00002290
           OPEN I-O DORM-NOTICE                                         00002300
           IF WS-DORM-STAT = '35'                                       00002310
               OPEN OUTPUT DORM-NOTICE                                  00002320
               CLOSE DORM-NOTICE                                        00002330
               OPEN I-O DORM-NOTICE                                     00002340
           END-IF                                                       00002350
           IF WS-DORM-STAT NOT = '00'                                   00002360
               DISPLAY 'HMSDORM - NOTICE FILE OPEN FAILED, STATUS '     00002370
                   WS-DORM-STAT                                         00002380
               MOVE 16 TO RETURN-CODE                                   00002390
               STOP RUN                                                 00002400
           END-IF                                                       00002410
           OPEN INPUT ACTV-MASTER                                       00002420
           IF WS-ACTV-STAT NOT = '00'                                   00002430
               DISPLAY 'HMSDORM - ACTIVITY OPEN FAILED, STATUS '        00002440
                   WS-ACTV-STAT                                         00002450
               MOVE 16 TO RETURN-CODE                                   00002460
               STOP RUN                                                 00002470
           END-IF                                                       00002480
           OPEN OUTPUT DORM-RPT                                         00002490
           PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT                   00002500
           IF WS-NOTICE-RUN                                             00002510
               MOVE ZEROS TO HM-KEY                                     00002520
               START HELLO-MASTER KEY NOT < HM-KEY                      00002530
               IF WS-MASTER-STAT NOT = '00'                             00002540
                   MOVE 'Y' TO WS-MASTER-EOF-SW                         00002550
               END-IF                                                   00002560
               PERFORM 2100-READ-MASTER THRU 2100-EXIT                  00002570
           ELSE                                                         00002580
               MOVE ZEROS TO DN-ACCT-KEY                                00002590
               START DORM-NOTICE KEY NOT < DN-ACCT-KEY                  00002600
               IF WS-DORM-STAT NOT = '00'                               00002610
                   MOVE 'Y' TO WS-DORM-EOF-SW                           00002620
               END-IF                                                   00002630
               PERFORM 3100-READ-NOTICE THRU 3100-EXIT                  00002640
           END-IF.                                                      00002650
       1000-EXIT.                                                       00002660
           EXIT.                                                        00002670
       1100-PRINT-HEADINGS.                                             00002680
           MOVE SPACES TO RPT-LINE                                      00002690
           IF WS-NOTICE-RUN                                             00002700
               STRING 'DORMANCY NOTICE REGISTER - RUN DATE '            00002710
                   DELIMITED BY SIZE                                    00002720
                   WS-RUN-DATE DELIMITED BY SIZE                        00002730
                   '  NO ACTIVITY SINCE ' DELIMITED BY SIZE             00002740
                   WS-CUTOFF-DATE DELIMITED BY SIZE                     00002750
                   INTO RPT-LINE                                        00002760
               END-STRING                                               00002770
           ELSE                                                         00002780
               STRING 'DORMANCY NOTICE CANCELLATIONS - RUN DATE '       00002790
                   DELIMITED BY SIZE                                    00002800
                   WS-RUN-DATE DELIMITED BY SIZE                        00002810
                   INTO RPT-LINE                                        00002820
               END-STRING                                               00002830
           END-IF                                                       00002840
           WRITE RPT-LINE                                               00002850
           MOVE SPACES TO RPT-LINE                                      00002860
           MOVE ' KEY         NAME                            DATE'     00002870
               TO RPT-LINE                                              00002880
           MOVE 'ACTION' TO RPT-LINE(56:6)                              00002890
           WRITE RPT-LINE.                                              00002900
       1100-EXIT.                                                       00002910
           EXIT.                                                        00002920
      *----------------------------------------------------------------*00002930
      *  2000-PROCESS-MASTER - AN ACCOUNT WITH A NOTICE ON FILE HAS     00002940
      *  ITS NOTICE REVIEWED; ANY OTHER ACTIVE ACCOUNT IS TESTED FOR    00002950
      *  DORMANCY.  ACCOUNTS IN ANY OTHER STATUS ARE LEFT ALONE.        00002960
      *----------------------------------------------------------------*00002970
       2000-PROCESS-MASTER.                                             00002980
           ADD 1 TO WS-SCAN-COUNT                                       00002990
           MOVE HM-KEY TO DN-ACCT-KEY                                   00003000
           READ DORM-NOTICE                                             00003010
           EVALUATE WS-DORM-STAT                                        00003020
               WHEN '00'                                                00003030
                   PERFORM 2300-REVIEW-NOTICE THRU 2300-EXIT            00003040
               WHEN '23'                                                00003050
                   IF HM-STATUS = 'ACTIVE'                              00003060
                       ADD 1 TO WS-ACTIVE-COUNT                         00003070
                       PERFORM 2200-CHECK-DORMANT THRU 2200-EXIT        00003080
                   END-IF                                               00003090
               WHEN OTHER                                               00003100
                   MOVE SPACES TO WS-REGISTER-DATE                      00003110
                   MOVE '** NOTICE FILE READ ERROR' TO WS-REGISTER-TEXT 00003120
                   PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT           00003130
                   ADD 1 TO WS-ERROR-COUNT                              00003140
           END-EVALUATE                                                 00003150
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     00003160
       2000-EXIT.                                                       00003170
           EXIT.                                                        00003180
       2100-READ-MASTER.                                                00003190
           READ HELLO-MASTER NEXT RECORD                                00003200
               AT END                                                   00003210
                   MOVE 'Y' TO WS-MASTER-EOF-SW                         00003220
           END-READ.                                                    00003230
       2100-EXIT.                                                       00003240
           EXIT.                                                        00003250
      *----------------------------------------------------------------*00003260
      *  2200-CHECK-DORMANT - NO POSTED ACTIVITY ON OR AFTER THE        00003270
      *  CUTOFF MAKES THE ACCOUNT DORMANT.  AN ACCOUNT THAT ALREADY     00003280
      *  HAS A STATUS CHANGE PARKED ON HELLOEF (KEYED BY AN OPERATOR    00003290
      *  ON HELMNT) IS NOT NOTICED - THAT CHANGE STANDS.  OTHERWISE     00003300
      *  PARK THE CHANGE TO INACTIVE, THEN RECORD THE NOTICE; IF THE    00003310
      *  NOTICE RECORD WILL NOT WRITE, THE PARKED CHANGE IS TAKEN       00003320
      *  BACK OFF SO NO ACCOUNT IS FLIPPED WITHOUT A NOTICE ON FILE.    00003330
      *----------------------------------------------------------------*00003340
       2200-CHECK-DORMANT.                                              00003350
           MOVE HM-KEY TO WS-CHECK-KEY                                  00003360
           MOVE WS-CUTOFF-DATE TO WS-ACTV-FROM-DATE                     00003370
           PERFORM 2400-CHECK-ACTIVITY THRU 2400-EXIT                   00003380
           IF WS-ACTV-FOUND                                             00003390
               GO TO 2200-EXIT                                          00003400
           END-IF                                                       00003410
           PERFORM 2500-CHECK-PENDING THRU 2500-EXIT                    00003420
           IF NOT WS-NO-PENDING                                         00003430
               ADD 1 TO WS-PARKED-COUNT                                 00003440
               MOVE EF-EFF-DATE TO WS-REGISTER-DATE                     00003450
               MOVE 'NOT NOTICED - CHG PARKED' TO WS-REGISTER-TEXT      00003460
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00003470
               GO TO 2200-EXIT                                          00003480
           END-IF                                                       00003490
           MOVE HM-KEY             TO EF-ACCT-KEY                       00003500
           MOVE WS-EFF-DATE        TO EF-EFF-DATE                       00003510
           MOVE WS-INACTIVE-STATUS TO EF-NEW-STATUS                     00003520
           MOVE WS-BATCH-USERID    TO EF-USERID                         00003530
           MOVE WS-BATCH-TERMID    TO EF-TERMID                         00003540
           MOVE WS-RUN-DATE        TO EF-REQ-DATE                       00003550
           MOVE WS-RUN-HHMMSS      TO EF-REQ-TIME                       00003560
           WRITE HELLO-EFFDATE-RECORD                                   00003570
           IF WS-EFF-STAT NOT = '00'                                    00003580
               ADD 1 TO WS-ERROR-COUNT                                  00003590
               MOVE WS-EFF-DATE TO WS-REGISTER-DATE                     00003600
               MOVE '** PENDING WRITE FAILED' TO WS-REGISTER-TEXT       00003610
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00003620
               GO TO 2200-EXIT                                          00003630
           END-IF                                                       00003640
           MOVE HM-KEY         TO DN-ACCT-KEY                           00003650
           MOVE 'N'            TO DN-STATE                              00003660
           MOVE WS-RUN-DATE    TO DN-NOTICE-DATE                        00003670
           MOVE WS-EFF-DATE    TO DN-EFF-DATE                           00003680
           MOVE SPACES         TO DN-CANCEL-DATE                        00003690
           MOVE WS-DORM-MONTHS TO DN-DORM-MONTHS                        00003700
           WRITE HELLO-DORMANCY-RECORD                                  00003710
           IF WS-DORM-STAT NOT = '00'                                   00003720
               DELETE EFF-MASTER RECORD                                 00003730
               ADD 1 TO WS-ERROR-COUNT                                  00003740
               MOVE WS-EFF-DATE TO WS-REGISTER-DATE                     00003750
               MOVE '** NOTICE WRITE FAILED' TO WS-REGISTER-TEXT        00003760
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00003770
               GO TO 2200-EXIT                                          00003780
           END-IF                                                       00003790
           ADD 1 TO WS-NOTICED-COUNT                                    00003800
           MOVE WS-EFF-DATE TO WS-REGISTER-DATE                         00003810
           MOVE 'NOTICED - INACTIVE ON' TO WS-REGISTER-TEXT             00003820
           PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT.                  00003830
       2200-EXIT.                                                       00003840
           EXIT.                                                        00003850
      *----------------------------------------------------------------*00003860
      *  2300-REVIEW-NOTICE - WHAT BECAME OF AN EARLIER NOTICE.  ONE    00003870
      *  ALREADY CANCELLED BY THE NIGHTLY RUN IS REPORTED.  A NOTICE    00003880
      *  WHOSE PARKED CHANGE IS GONE WAS EITHER APPLIED BY HMSSWEP      00003890
      *  (THE ACCOUNT IS NOW INACTIVE - REPORTED AS FLIPPED) OR         00003900
      *  REMOVED BY HAND (REPORTED AS WITHDRAWN).  EITHER WAY THE       00003910
      *  NOTICE RECORD IS THEN DELETED.  A CHANGE STILL PARKED IS       00003920
      *  CANCELLED IF ACTIVITY HAS POSTED SINCE THE NOTICE, ELSE IT     00003930
      *  IS LEFT OUTSTANDING.                                           00003940
      *----------------------------------------------------------------*00003950
       2300-REVIEW-NOTICE.                                              00003960
           IF DN-CANCELLED                                              00003970
               ADD 1 TO WS-CANCELLED-COUNT                              00003980
               MOVE DN-CANCEL-DATE TO WS-REGISTER-DATE                  00003990
               MOVE 'CANCELLED - ACTIVITY ON' TO WS-REGISTER-TEXT       00004000
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00004010
               PERFORM 2700-DELETE-NOTICE THRU 2700-EXIT                00004020
               GO TO 2300-EXIT                                          00004030
           END-IF                                                       00004040
           MOVE DN-ACCT-KEY TO EF-ACCT-KEY                              00004050
           MOVE DN-EFF-DATE TO EF-EFF-DATE                              00004060
           READ EFF-MASTER                                              00004070
           EVALUATE WS-EFF-STAT                                         00004080
               WHEN '00'                                                00004090
                   CONTINUE                                             00004100
               WHEN '23'                                                00004110
                   MOVE DN-EFF-DATE TO WS-REGISTER-DATE                 00004120
                   IF HM-STATUS = WS-INACTIVE-STATUS                    00004130
                       ADD 1 TO WS-FLIPPED-COUNT                        00004140
                       MOVE 'FLIPPED - INACTIVE FROM'                   00004150
                           TO WS-REGISTER-TEXT                          00004160
                   ELSE                                                 00004170
                       ADD 1 TO WS-WITHDRAWN-COUNT                      00004180
                       MOVE 'NOTICE WITHDRAWN' TO WS-REGISTER-TEXT      00004190
                   END-IF                                               00004200
                   PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT           00004210
                   PERFORM 2700-DELETE-NOTICE THRU 2700-EXIT            00004220
                   GO TO 2300-EXIT                                      00004230
               WHEN OTHER                                               00004240
                   ADD 1 TO WS-ERROR-COUNT                              00004250
                   MOVE DN-EFF-DATE TO WS-REGISTER-DATE                 00004260
                   MOVE '** PENDING READ ERROR' TO WS-REGISTER-TEXT     00004270
                   PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT           00004280
                   GO TO 2300-EXIT                                      00004290
           END-EVALUATE                                                 00004300
           MOVE DN-ACCT-KEY TO WS-CHECK-KEY                             00004310
           MOVE DN-NOTICE-DATE TO WS-ACTV-FROM-DATE                     00004320
           PERFORM 2400-CHECK-ACTIVITY THRU 2400-EXIT                   00004330
           IF NOT WS-ACTV-FOUND                                         00004340
               ADD 1 TO WS-OUTSTAND-COUNT                               00004350
               GO TO 2300-EXIT                                          00004360
           END-IF                                                       00004370
           PERFORM 2600-CANCEL-CHANGE THRU 2600-EXIT                    00004380
           IF WS-EFF-STAT = '00'                                        00004390
               PERFORM 2700-DELETE-NOTICE THRU 2700-EXIT                00004400
           END-IF.                                                      00004410
       2300-EXIT.                                                       00004420
           EXIT.                                                        00004430
      *----------------------------------------------------------------*00004440
      *  2400-CHECK-ACTIVITY - START THE ACTIVITY HISTORY AT THE        00004450
      *  ACCOUNT IN WS-CHECK-KEY AND THE DATE IN WS-ACTV-FROM-DATE      00004460
      *  (THE HMSARCH TECHNIQUE) AND READ FORWARD WHILE STILL ON THE    00004470
      *  SAME ACCOUNT UNTIL A MOVEMENT THAT COUNTS AS ACTIVITY TURNS    00004480
      *  UP.  WS-ACTV-DATE RETURNS ITS POSTING DATE.  INTEREST          00004490
      *  CREDITED BY THE ACCRUAL RUN (CODE IN) IS NOT THE CUSTOMER'S    00004491
      *  DOING AND IS READ PAST.                                        00004492
      *----------------------------------------------------------------*00004500
       2400-CHECK-ACTIVITY.                                             00004510
           MOVE 'N' TO WS-ACTV-FOUND-SW                                 00004520
           MOVE 'N' TO WS-ACTV-DONE-SW                                  00004530
           MOVE SPACES TO WS-ACTV-DATE                                  00004540
           MOVE WS-CHECK-KEY TO HV-ACCT-KEY                             00004550
           MOVE WS-ACTV-FROM-DATE TO HV-DATE                            00004560
           MOVE LOW-VALUES TO HV-RUN-TIME                               00004570
           MOVE ZERO TO HV-SEQ                                          00004580
           START ACTV-MASTER KEY NOT < HV-KEY                           00004590
           IF WS-ACTV-STAT NOT = '00'                                   00004600
               GO TO 2400-EXIT                                          00004610
           END-IF                                                       00004620
           PERFORM 2410-READ-ACTIVITY THRU 2410-EXIT                    00004630
               UNTIL WS-ACTV-FOUND OR WS-ACTV-DONE.                     00004640
       2400-EXIT.                                                       00004650
           EXIT.                                                        00004660
       2410-READ-ACTIVITY.                                              00004670
           READ ACTV-MASTER NEXT RECORD                                 00004680
               AT END                                                   00004690
                   MOVE 'Y' TO WS-ACTV-DONE-SW                          00004700
                   GO TO 2410-EXIT                                      00004710
           END-READ                                                     00004720
           IF HV-ACCT-KEY NOT = WS-CHECK-KEY                            00004730
               MOVE 'Y' TO WS-ACTV-DONE-SW                              00004740
               GO TO 2410-EXIT                                          00004750
           END-IF                                                       00004760
           IF HV-TRAN-INTEREST                                          00004761
               GO TO 2410-EXIT                                          00004762
           END-IF                                                       00004763
           MOVE 'Y' TO WS-ACTV-FOUND-SW                                 00004770
           MOVE HV-DATE TO WS-ACTV-DATE.                                00004780
       2410-EXIT.                                                       00004790
           EXIT.                                                        00004800
      *----------------------------------------------------------------*00004810
      *  2500-CHECK-PENDING - IS ANY STATUS CHANGE ALREADY PARKED ON    00004820
      *  HELLOEF FOR THE ACCOUNT, WHATEVER ITS DATE?                    00004830
      *----------------------------------------------------------------*00004840
       2500-CHECK-PENDING.                                              00004850
           MOVE 'Y' TO WS-NO-PENDING-SW                                 00004860
           MOVE HM-KEY TO EF-ACCT-KEY                                   00004870
           MOVE LOW-VALUES TO EF-EFF-DATE                               00004880
           START EFF-MASTER KEY NOT < EF-KEY                            00004890
           IF WS-EFF-STAT NOT = '00'                                    00004900
               GO TO 2500-EXIT                                          00004910
           END-IF                                                       00004920
           READ EFF-MASTER NEXT RECORD                                  00004930
               AT END                                                   00004940
                   GO TO 2500-EXIT                                      00004950
           END-READ                                                     00004960
           IF EF-ACCT-KEY = HM-KEY                                      00004970
               MOVE 'N' TO WS-NO-PENDING-SW                             00004980
           END-IF.                                                      00004990
       2500-EXIT.                                                       00005000
           EXIT.                                                        00005010
      *----------------------------------------------------------------*00005020
      *  2600-CANCEL-CHANGE - ACTIVITY POSTED DURING THE NOTICE         00005030
      *  PERIOD: TAKE THE PARKED CHANGE TO INACTIVE BACK OFF HELLOEF    00005040
      *  (JUST READ BY KEY) AND PRINT THE CANCELLATION.  A DELETE       00005050
      *  ERROR LEAVES THE NOTICE AS IT WAS FOR THE NEXT RUN.            00005060
      *----------------------------------------------------------------*00005070
       2600-CANCEL-CHANGE.                                              00005080
           DELETE EFF-MASTER RECORD                                     00005090
           IF WS-EFF-STAT NOT = '00'                                    00005100
               ADD 1 TO WS-ERROR-COUNT                                  00005110
               MOVE DN-EFF-DATE TO WS-REGISTER-DATE                     00005120
               MOVE '** PENDING DELETE FAILED' TO WS-REGISTER-TEXT      00005130
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00005140
               GO TO 2600-EXIT                                          00005150
           END-IF                                                       00005160
           ADD 1 TO WS-CANCELLED-COUNT                                  00005170
           MOVE WS-ACTV-DATE TO WS-REGISTER-DATE                        00005180
           MOVE 'CANCELLED - ACTIVITY ON' TO WS-REGISTER-TEXT           00005190
           PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT.                  00005200
       2600-EXIT.                                                       00005210
           EXIT.                                                        00005220
       2700-DELETE-NOTICE.                                              00005230
           DELETE DORM-NOTICE RECORD                                    00005240
           IF WS-DORM-STAT NOT = '00'                                   00005250
               ADD 1 TO WS-ERROR-COUNT                                  00005260
               MOVE SPACES TO WS-REGISTER-DATE                          00005270
               MOVE '** NOTICE DELETE FAILED' TO WS-REGISTER-TEXT       00005280
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00005290
           END-IF.                                                      00005300
       2700-EXIT.                                                       00005310
           EXIT.                                                        00005320
      *----------------------------------------------------------------*00005330
      *  2900-PRINT-REGISTER - ONE REGISTER LINE FOR THE ACCOUNT ON     00005340
      *  THE NOTICE RECORD (THE MASTER RECORD SUPPLIES THE NAME).       00005350
      *----------------------------------------------------------------*00005360
       2900-PRINT-REGISTER.                                             00005370
           MOVE SPACES TO RPT-DETAIL-NOTICE                             00005380
           IF WS-NOTICE-RUN                                             00005390
               MOVE HM-KEY  TO RD-KEY                                   00005400
           ELSE                                                         00005410
               MOVE DN-ACCT-KEY TO RD-KEY                               00005420
           END-IF                                                       00005430
           MOVE HM-NAME TO RD-NAME                                      00005440
           MOVE WS-REGISTER-DATE TO RD-DATE                             00005450
           MOVE WS-REGISTER-TEXT TO RD-TEXT                             00005460
           MOVE RPT-DETAIL-NOTICE TO RPT-LINE                           00005470
           WRITE RPT-LINE.                                              00005480
       2900-EXIT.                                                       00005490
           EXIT.                                                        00005500
      *----------------------------------------------------------------*00005510
      *  3000-PROCESS-NOTICE - NIGHTLY CANCEL-ONLY PASS, RUN AFTER      00005520
      *  THE DAY'S POSTINGS AND AHEAD OF HMSSWEP.  FOR EACH NOTICE      00005530
      *  STILL OUTSTANDING WHOSE CHANGE IS STILL PARKED, ACTIVITY       00005540
      *  SINCE THE NOTICE DATE CANCELS THE CHANGE AND MARKS THE         00005550
      *  NOTICE CANCELLED (WITH THE ACTIVITY DATE) FOR THE MONTHLY      00005560
      *  REGISTER TO REPORT.  NOTHING IS NOTICED OR FLIPPED HERE.       00005570
      *----------------------------------------------------------------*00005580
       3000-PROCESS-NOTICE.                                             00005590
           ADD 1 TO WS-SCAN-COUNT                                       00005600
           IF NOT DN-NOTICED                                            00005610
               GO TO 3000-READ                                          00005620
           END-IF                                                       00005630
           MOVE DN-ACCT-KEY TO EF-ACCT-KEY                              00005640
           MOVE DN-EFF-DATE TO EF-EFF-DATE                              00005650
           READ EFF-MASTER                                              00005660
           IF WS-EFF-STAT NOT = '00'                                    00005670
               GO TO 3000-READ                                          00005680
           END-IF                                                       00005690
           MOVE DN-ACCT-KEY TO WS-CHECK-KEY                             00005700
           MOVE DN-NOTICE-DATE TO WS-ACTV-FROM-DATE                     00005710
           PERFORM 2400-CHECK-ACTIVITY THRU 2400-EXIT                   00005720
           IF NOT WS-ACTV-FOUND                                         00005730
               ADD 1 TO WS-OUTSTAND-COUNT                               00005740
               GO TO 3000-READ                                          00005750
           END-IF                                                       00005760
           MOVE DN-ACCT-KEY TO HM-KEY                                   00005770
           READ HELLO-MASTER                                            00005780
           IF WS-MASTER-STAT NOT = '00'                                 00005790
               MOVE SPACES TO HM-NAME                                   00005800
           END-IF                                                       00005810
           PERFORM 2600-CANCEL-CHANGE THRU 2600-EXIT                    00005820
           IF WS-EFF-STAT NOT = '00'                                    00005830
               GO TO 3000-READ                                          00005840
           END-IF                                                       00005850
           MOVE 'C' TO DN-STATE                                         00005860
           MOVE WS-ACTV-DATE TO DN-CANCEL-DATE                          00005870
           REWRITE HELLO-DORMANCY-RECORD                                00005880
           IF WS-DORM-STAT NOT = '00'                                   00005890
               ADD 1 TO WS-ERROR-COUNT                                  00005900
               MOVE SPACES TO WS-REGISTER-DATE                          00005910
               MOVE '** NOTICE REWRITE FAILED' TO WS-REGISTER-TEXT      00005920
               PERFORM 2900-PRINT-REGISTER THRU 2900-EXIT               00005930
           END-IF.                                                      00005940
       3000-READ.                                                       00005950
           PERFORM 3100-READ-NOTICE THRU 3100-EXIT.                     00005960
       3000-EXIT.                                                       00005970
           EXIT.                                                        00005980
       3100-READ-NOTICE.                                                00005990
           READ DORM-NOTICE NEXT RECORD                                 00006000
               AT END                                                   00006010
                   MOVE 'Y' TO WS-DORM-EOF-SW                           00006020
           END-READ.                                                    00006030
       3100-EXIT.                                                       00006040
           EXIT.                                                        00006050
      *----------------------------------------------------------------*00006060
      *  4000-PRINT-TOTALS - REGISTER TOTALS.  THE MONTHLY RUN PRINTS   00006070
      *  ACCOUNTS SCANNED, ACTIVE ACCOUNTS TESTED, AND THE COUNT FOR    00006080
      *  EACH OUTCOME; THE NIGHTLY RUN PRINTS NOTICES READ,             00006090
      *  CANCELLED, AND STILL OUTSTANDING.  ANY FILE ERROR ENDS THE     00006100
      *  RUN RC=8 SO OPERATIONS CHECKS THE PENDING AND NOTICE FILES     00006110
      *  BEFORE THE NEXT SWEEP.                                         00006120
      *----------------------------------------------------------------*00006130
       4000-PRINT-TOTALS.                                               00006140
           MOVE SPACES TO RPT-LINE                                      00006150
           WRITE RPT-LINE                                               00006160
           IF WS-CANCEL-RUN                                             00006170
               GO TO 4000-CANCEL-TOTALS                                 00006180
           END-IF                                                       00006190
           MOVE WS-SCAN-COUNT TO WS-TOTAL-EDIT                          00006200
           MOVE SPACES TO RPT-LINE                                      00006210
           STRING 'ACCOUNTS SCANNED:        ' DELIMITED BY SIZE         00006220
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006230
                  INTO RPT-LINE                                         00006240
           END-STRING                                                   00006250
           WRITE RPT-LINE                                               00006260
           MOVE WS-ACTIVE-COUNT TO WS-TOTAL-EDIT                        00006270
           MOVE SPACES TO RPT-LINE                                      00006280
           STRING 'ACTIVE ACCOUNTS TESTED:  ' DELIMITED BY SIZE         00006290
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006300
                  INTO RPT-LINE                                         00006310
           END-STRING                                                   00006320
           WRITE RPT-LINE                                               00006330
           MOVE WS-NOTICED-COUNT TO WS-TOTAL-EDIT                       00006340
           MOVE SPACES TO RPT-LINE                                      00006350
           STRING 'NEWLY NOTICED:           ' DELIMITED BY SIZE         00006360
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006370
                  INTO RPT-LINE                                         00006380
           END-STRING                                                   00006390
           WRITE RPT-LINE                                               00006400
           MOVE WS-PARKED-COUNT TO WS-TOTAL-EDIT                        00006410
           MOVE SPACES TO RPT-LINE                                      00006420
           STRING 'DORMANT - CHANGE PARKED: ' DELIMITED BY SIZE         00006430
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006440
                  INTO RPT-LINE                                         00006450
           END-STRING                                                   00006460
           WRITE RPT-LINE                                               00006470
           MOVE WS-CANCELLED-COUNT TO WS-TOTAL-EDIT                     00006480
           MOVE SPACES TO RPT-LINE                                      00006490
           STRING 'NOTICES CANCELLED:       ' DELIMITED BY SIZE         00006500
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006510
                  INTO RPT-LINE                                         00006520
           END-STRING                                                   00006530
           WRITE RPT-LINE                                               00006540
           MOVE WS-FLIPPED-COUNT TO WS-TOTAL-EDIT                       00006550
           MOVE SPACES TO RPT-LINE                                      00006560
           STRING 'ALREADY FLIPPED:         ' DELIMITED BY SIZE         00006570
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006580
                  INTO RPT-LINE                                         00006590
           END-STRING                                                   00006600
           WRITE RPT-LINE                                               00006610
           MOVE WS-WITHDRAWN-COUNT TO WS-TOTAL-EDIT                     00006620
           MOVE SPACES TO RPT-LINE                                      00006630
           STRING 'NOTICES WITHDRAWN:       ' DELIMITED BY SIZE         00006640
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006650
                  INTO RPT-LINE                                         00006660
           END-STRING                                                   00006670
           WRITE RPT-LINE                                               00006680
           GO TO 4000-COMMON-TOTALS.                                    00006690
       4000-CANCEL-TOTALS.                                              00006700
           MOVE WS-SCAN-COUNT TO WS-TOTAL-EDIT                          00006710
           MOVE SPACES TO RPT-LINE                                      00006720
           STRING 'NOTICES READ:            ' DELIMITED BY SIZE         00006730
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006740
                  INTO RPT-LINE                                         00006750
           END-STRING                                                   00006760
           WRITE RPT-LINE                                               00006770
           MOVE WS-CANCELLED-COUNT TO WS-TOTAL-EDIT                     00006780
           MOVE SPACES TO RPT-LINE                                      00006790
           STRING 'NOTICES CANCELLED:       ' DELIMITED BY SIZE         00006800
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006810
                  INTO RPT-LINE                                         00006820
           END-STRING                                                   00006830
           WRITE RPT-LINE.                                              00006840
       4000-COMMON-TOTALS.                                              00006850
           MOVE WS-OUTSTAND-COUNT TO WS-TOTAL-EDIT                      00006860
           MOVE SPACES TO RPT-LINE                                      00006870
           STRING 'NOTICES OUTSTANDING:     ' DELIMITED BY SIZE         00006880
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006890
                  INTO RPT-LINE                                         00006900
           END-STRING                                                   00006910
           WRITE RPT-LINE                                               00006920
           MOVE WS-ERROR-COUNT TO WS-TOTAL-EDIT                         00006930
           MOVE SPACES TO RPT-LINE                                      00006940
           STRING 'ERRORS:                  ' DELIMITED BY SIZE         00006950
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006960
                  INTO RPT-LINE                                         00006970
           END-STRING                                                   00006980
           WRITE RPT-LINE                                               00006990
           IF WS-ERROR-COUNT > ZERO                                     00007000
               MOVE 8 TO RETURN-CODE                                    00007010
           END-IF.                                                      00007020
       4000-EXIT.                                                       00007030
           EXIT.                                                        00007040
       9000-TERMINATE.                                                  00007050
           CLOSE HELLO-MASTER                                           00007060
           CLOSE EFF-MASTER                                             00007070
           CLOSE DORM-NOTICE                                            00007080
           CLOSE ACTV-MASTER                                            00007090
           CLOSE DORM-RPT.                                              00007100
       9000-EXIT.                                                       00007110
           EXIT.                                                        00007120
      *----------------------------------------------------------------*00007121
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00007122
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00007123
      *----------------------------------------------------------------*00007124
       9100-END-RUN-CONTROL.                                            00007125
           MOVE 'C' TO RU-FUNCTION                                      00007126
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00007127
           MOVE 'NOTICED' TO RU-COUNT-LABEL(1)                          00007128
           MOVE WS-NOTICED-COUNT TO RU-COUNT(1)                         00007129
           MOVE 'CANCELLED' TO RU-COUNT-LABEL(2)                        00007130
           MOVE WS-CANCELLED-COUNT TO RU-COUNT(2)                       00007131
           MOVE 'FLIPPED' TO RU-COUNT-LABEL(3)                          00007132
           MOVE WS-FLIPPED-COUNT TO RU-COUNT(3)                         00007133
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00007134
       9100-EXIT.                                                       00007135
           EXIT.                                                        00007136
