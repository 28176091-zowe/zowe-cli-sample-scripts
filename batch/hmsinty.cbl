       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HMSINTY.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  YEAR-END INTEREST STATEMENT RUN.  ONE PASS    00000090
      *               OVER THE ACTIVITY HISTORY KSDS (HELLOACT) TOTALS  00000100
      *               THE INTEREST (CODE IN) POSTED FROM THE HMSACCR    00000110
      *               ACCRUALS PER ACCOUNT FOR THE TAX YEAR, BY         00000120
      *               MONTH.  EVERY ACCOUNT PAID INTEREST AT OR OVER    00000130
      *               THE REPORTING THRESHOLD GETS A PRINTED YEAR-END   00000140
      *               INTEREST STATEMENT AND A RECORD ON THE ANNUAL     00000150
      *               INTEREST REPORTING FILE (HELLOIYR, HDR/INT/TRL    00000160
      *               WITH CONTROL TOTALS) THAT FINANCE TRANSMITS AS    00000170
      *               IT STANDS.  NAME AND STATUS COME FROM THE HELLO   00000180
      *               MASTER, OR FROM THE ARCHIVE KSDS FOR AN ACCOUNT   00000190
      *               HMSARCH MOVED OFF DURING THE YEAR.  TAX YEAR AND  00000200
      *               THRESHOLD ARE ON THE PARMIN CARD.  AN ACCOUNT     00000210
      *               ON NEITHER FILE ENDS THE RUN RC=8 AND THE FILE    00000220
      *               IS NOT CATALOGUED.                                00000230
      *--------------------------------------------------------------   00000240
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
       FILE-CONTROL.                                                    00000270
           SELECT PARM-IN ASSIGN TO PARMIN                              00000280
               ORGANIZATION IS SEQUENTIAL.                              00000290
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000300
               ORGANIZATION IS INDEXED                                  00000310
               ACCESS MODE IS RANDOM                                    00000320
               RECORD KEY IS HM-KEY                                     00000330
               FILE STATUS IS WS-MASTER-STAT.                           00000340
           SELECT ARCH-MASTER ASSIGN TO HELLOAR                         00000350
               ORGANIZATION IS INDEXED                                  00000360
               ACCESS MODE IS RANDOM                                    00000370
               RECORD KEY IS AR-KEY                                     00000380
               FILE STATUS IS WS-ARCH-STAT.                             00000390
           SELECT ACTV-MASTER ASSIGN TO ACTVMST                         00000400
               ORGANIZATION IS INDEXED                                  00000410
               ACCESS MODE IS SEQUENTIAL                                00000420
               RECORD KEY IS HV-KEY                                     00000430
               FILE STATUS IS WS-ACTV-STAT.                             00000440
           SELECT INT-OUT ASSIGN TO INTOUT                              00000450
               ORGANIZATION IS SEQUENTIAL.                              00000460
           SELECT INT-RPT ASSIGN TO INTRPT                              00000470
               ORGANIZATION IS SEQUENTIAL.                              00000480
       DATA DIVISION.                                                   00000490
       FILE SECTION.                                                    00000500
      *--------------------------------------------------------------   00000510
      *  CONTROL CARD: TAX YEAR (YYYY) IN COLUMNS 1-4, BLANK FOR THE    00000520
      *  YEAR OF THE BUSINESS DATE; REPORTING THRESHOLD IN COLUMNS      00000530
      *  6-14 AS NINE DIGITS WITH TWO IMPLIED DECIMALS (000001000 IS    00000540
      *  10.00), BLANK FOR THE STANDARD 10.00.                          00000550
      *--------------------------------------------------------------   00000560
       FD  PARM-IN                                                      00000570
           LABEL RECORDS ARE STANDARD                                   00000580
           RECORDING MODE IS F.                                         00000590
       01  PARM-RECORD.                                                 00000600
           05  PM-TAX-YEAR          PIC X(04).                          00000610
           05  FILLER               PIC X(01).                          00000620
           05  PM-THRESHOLD-X       PIC X(09).                          00000630
           05  PM-THRESHOLD REDEFINES PM-THRESHOLD-X                    00000640
                                    PIC 9(07)V99.                       00000650
           05  FILLER               PIC X(66).                          00000660
       FD  HELLO-MASTER                                                 00000670
           LABEL RECORDS ARE STANDARD.                                  00000680
           COPY HELLOREC.                                               00000690
       FD  ARCH-MASTER                                                  00000700
           LABEL RECORDS ARE STANDARD.                                  00000710
           COPY HELLOREC REPLACING                                      00000720
               ==HELLO-MASTER-RECORD== BY ==ARCH-MASTER-RECORD==        00000730
               ==HM-KEY== BY ==AR-KEY==                                 00000740
               ==HM-NAME== BY ==AR-NAME==                               00000750
               ==HM-STATUS== BY ==AR-STATUS==                           00000760
               ==HM-BALANCE== BY ==AR-BALANCE==                         00000770
               ==HM-OD-LIMIT== BY ==AR-OD-LIMIT==.                      00000780
       FD  ACTV-MASTER                                                  00000790
           LABEL RECORDS ARE STANDARD.                                  00000800
           COPY HELLOACT.                                               00000810
       FD  INT-OUT                                                      00000820
           LABEL RECORDS ARE STANDARD                                   00000830
           RECORDING MODE IS F.                                         00000840
       01  INT-OUT-RECORD           PIC X(80).                          00000850
       FD  INT-RPT                                                      00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           RECORDING MODE IS F.                                         00000880
       01  RPT-LINE                 PIC X(80).                          00000890
       WORKING-STORAGE SECTION.                                         00000900
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000910
       77  WS-ARCH-STAT             PIC X(02) VALUE SPACES.             00000920
       77  WS-ACTV-STAT             PIC X(02) VALUE SPACES.             00000930
       77  WS-ACTV-EOF-SW           PIC X(01) VALUE 'N'.                00000940
           88  WS-ACTV-EOF                    VALUE 'Y'.                00000950
       77  WS-ACCT-FOUND-SW         PIC X(01) VALUE 'N'.                00000960
           88  WS-ACCT-FOUND                  VALUE 'Y'.                00000970
       77  WS-ARCHIVED-SW           PIC X(01) VALUE 'N'.                00000980
           88  WS-ACCT-ARCHIVED               VALUE 'Y'.                00000990
       77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00001000
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.               00001010
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00001020
           05  WS-RUN-HHMMSS        PIC X(06).                          00001030
           05  FILLER               PIC X(02).                          00001040
       77  WS-BUSINESS-DATE         PIC X(08) VALUE SPACES.             00001050
       77  WS-TAX-YEAR              PIC X(04) VALUE SPACES.             00001060
       77  WS-THRESHOLD             PIC 9(07)V99 VALUE 10.00.           00001070
       77  WS-CURRENT-KEY           PIC 9(10) VALUE ZERO.               00001080
       77  WS-ACCT-NAME             PIC X(30) VALUE SPACES.             00001090
       77  WS-ACCT-STATUS           PIC X(10) VALUE SPACES.             00001100
       77  WS-ACCT-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.    00001110
       77  WS-ACCT-CREDITS          PIC 9(07) COMP VALUE ZERO.          00001120
       77  WS-MONTH-NUM             PIC 9(02) VALUE ZERO.               00001130
       77  WS-ACTV-READ-COUNT       PIC 9(07) COMP VALUE ZERO.          00001140
       77  WS-CREDIT-COUNT          PIC 9(07) COMP VALUE ZERO.          00001150
       77  WS-ACCOUNT-COUNT         PIC 9(07) COMP VALUE ZERO.          00001160
       77  WS-REPORT-COUNT          PIC 9(07) COMP VALUE ZERO.          00001170
       77  WS-ARCHIVE-COUNT         PIC 9(07) COMP VALUE ZERO.          00001180
       77  WS-BELOW-COUNT           PIC 9(07) COMP VALUE ZERO.          00001190
       77  WS-NOT-FOUND-COUNT       PIC 9(07) COMP VALUE ZERO.          00001200
       77  WS-REPORT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.    00001210
       77  WS-BELOW-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.    00001220
       77  WS-NOT-FOUND-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.    00001230
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00001240
       77  WS-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00001250
       77  WS-KEY-EDIT              PIC 9(10).                          00001260
      *--------------------------------------------------------------   00001270
      *  ONE ACCOUNT'S INTEREST FOR THE YEAR BY CALENDAR MONTH OF       00001280
      *  THE POSTING DATE (MONTH-END ACCRUALS, SO ONE A MONTH IN THE    00001290
      *  NORMAL COURSE).                                                00001300
      *--------------------------------------------------------------   00001310
       01  WS-MONTH-TABLE.                                              00001320
           05  WS-MONTH-ENTRY OCCURS 12 TIMES INDEXED BY MO-IDX.        00001330
               10  MO-AMOUNT        PIC S9(9)V99 COMP-3.                00001340
               10  MO-COUNT         PIC 9(03) COMP.                     00001350
      *--------------------------------------------------------------   00001360
      *  THE ANNUAL INTEREST REPORTING FILE RECORD.                     00001370
      *--------------------------------------------------------------   00001380
           COPY HELLOIYR.                                               00001390
       01  RPT-TITLE-LINE.                                              00001400
           05  FILLER               PIC X(39) VALUE                     00001410
               'YEAR-END INTEREST STATEMENT - TAX YEAR '.               00001420
           05  RX-TAX-YEAR          PIC X(04).                          00001430
       01  RPT-STMT-HEADER.                                             00001440
           05  FILLER               PIC X(08) VALUE 'ACCOUNT '.         00001450
           05  RH-KEY               PIC X(10).                          00001460
           05  FILLER               PIC X(02) VALUE SPACES.             00001470
           05  RH-NAME              PIC X(30).                          00001480
           05  FILLER               PIC X(02) VALUE SPACES.             00001490
           05  RH-STATUS            PIC X(10).                          00001500
       01  RPT-MONTH-LINE.                                              00001510
           05  FILLER               PIC X(04) VALUE SPACES.             00001520
           05  RM-YEAR              PIC X(04).                          00001530
           05  FILLER               PIC X(01) VALUE '-'.                00001540
           05  RM-MONTH             PIC 9(02).                          00001550
           05  FILLER               PIC X(03) VALUE SPACES.             00001560
           05  FILLER               PIC X(18) VALUE                     00001570
               'INTEREST CREDITED'.                                     00001580
           05  RM-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.                00001590
       01  RPT-TOTAL-LINE.                                              00001600
           05  FILLER               PIC X(04) VALUE SPACES.             00001610
           05  FILLER               PIC X(28) VALUE                     00001620
               'TOTAL INTEREST PAID IN YEAR'.                           00001630
           05  RT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.                00001640
           COPY HELLORCL.                                               00001650
       PROCEDURE DIVISION.                                              00001660
      *----------------------------------------------------------------*00001670
      *  0000-MAINLINE - ONE SEQUENTIAL PASS OVER THE ACTIVITY          00001680
      *  HISTORY WITH A CONTROL BREAK ON THE ACCOUNT, THEN THE          00001690
      *  REPORTING FILE TRAILER AND THE CONTROL TOTALS.                 00001700
      *----------------------------------------------------------------*00001710
       0000-MAINLINE.                                                   00001720
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001730
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001740
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT                  00001750
               UNTIL WS-ACTV-EOF                                        00001760
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT                    00001770
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT                     00001780
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001790
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001800
           STOP RUN.                                                    00001810
      *----------------------------------------------------------------*00001820
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001830
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001840
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001850
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001860
      *----------------------------------------------------------------*00001870
       0100-START-RUN-CONTROL.                                          00001880
           MOVE 'S' TO RU-FUNCTION                                      00001890
           MOVE 'HMSINTY' TO RU-ENTRY-NAME                              00001900
           MOVE SPACES TO RU-BUSINESS-DATE                              00001910
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001920
           IF NOT RU-OK                                                 00001930
               MOVE 16 TO RETURN-CODE                                   00001940
               STOP RUN                                                 00001950
           END-IF.                                                      00001960
       0100-EXIT.                                                       00001970
           EXIT.                                                        00001980
      *----------------------------------------------------------------*00001990
      *  1000-INITIALIZE - READ THE CONTROL CARD (A BLANK OR MISSING    00002000
      *  YEAR TAKES THE YEAR OF THE CYCLE'S BUSINESS DATE, SO THE RUN   00002010
      *  ON THE LAST NIGHT OF DECEMBER REPORTS THAT YEAR; KEY A YEAR    00002020
      *  TO RERUN ONE), OPEN THE FILES, AND START THE REPORTING FILE    00002030
      *  WITH ITS HEADER.  A BAD CARD OR A FILE THAT WILL NOT OPEN      00002040
      *  ENDS THE RUN RC=16 BEFORE ANYTHING IS READ.                    00002050
      *----------------------------------------------------------------*00002060
       1000-INITIALIZE.                                                 00002070
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00002080
           ACCEPT WS-RUN-TIME FROM TIME                                 00002090
           MOVE RU-BUSINESS-DATE TO WS-BUSINESS-DATE                    00002100
           IF WS-BUSINESS-DATE = SPACES                                 00002110
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE                     00002120
           END-IF                                                       00002130
           OPEN INPUT PARM-IN                                           00002140
           READ PARM-IN                                                 00002150
               AT END                                                   00002160
                   MOVE SPACES TO PARM-RECORD                           00002170
           END-READ                                                     00002180
           CLOSE PARM-IN                                                00002190
           IF PM-TAX-YEAR = SPACES                                      00002200
               MOVE WS-BUSINESS-DATE(1:4) TO WS-TAX-YEAR                00002210
           ELSE                                                         00002220
               IF PM-TAX-YEAR NOT NUMERIC                               00002230
                   DISPLAY 'HMSINTY - TAX YEAR ON CONTROL CARD BAD'     00002240
                   MOVE 16 TO RETURN-CODE                               00002250
                   STOP RUN                                             00002260
               END-IF                                                   00002270
               MOVE PM-TAX-YEAR TO WS-TAX-YEAR                          00002280
           END-IF                                                       00002290
           IF PM-THRESHOLD-X NOT = SPACES                               00002300
               IF PM-THRESHOLD-X NOT NUMERIC                            00002310
                   DISPLAY 'HMSINTY - THRESHOLD ON CONTROL CARD BAD'    00002320
                   MOVE 16 TO RETURN-CODE                               00002330
                   STOP RUN                                             00002340
               END-IF                                                   00002350
               MOVE PM-THRESHOLD TO WS-THRESHOLD                        00002360
           END-IF                                                       00002370
           OPEN INPUT HELLO-MASTER                                      00002380
           IF WS-MASTER-STAT NOT = '00'                                 00002390
               DISPLAY 'HMSINTY - MASTER OPEN FAILED, STATUS '          00002400
                   WS-MASTER-STAT                                       00002410
               MOVE 16 TO RETURN-CODE                                   00002420
               STOP RUN                                                 00002430
           END-IF                                                       00002440
           OPEN INPUT ARCH-MASTER                                       00002450
           IF WS-ARCH-STAT NOT = '00'                                   00002460
               DISPLAY 'HMSINTY - ARCHIVE OPEN FAILED, STATUS '         00002470
                   WS-ARCH-STAT                                         00002480
               MOVE 16 TO RETURN-CODE                                   00002490
               STOP RUN                                                 00002500
           END-IF                                                       00002510
           OPEN INPUT ACTV-MASTER                                       00002520
           IF WS-ACTV-STAT NOT = '00'                                   00002530
               DISPLAY 'HMSINTY - ACTIVITY OPEN FAILED, STATUS '        00002540
                   WS-ACTV-STAT                                         00002550
               MOVE 16 TO RETURN-CODE                                   00002560
               STOP RUN                                                 00002570
           END-IF                                                       00002580
           OPEN OUTPUT INT-OUT                                          00002590
           OPEN OUTPUT INT-RPT                                          00002600
           MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT                          00002610
           MOVE SPACES TO RPT-LINE                                      00002620
           STRING 'YEAR-END INTEREST STATEMENTS FOR ' DELIMITED BY SIZE 00002630
                  WS-TAX-YEAR DELIMITED BY SIZE                         00002640
                  ' - THRESHOLD ' DELIMITED BY SIZE                     00002650
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00002660
                  INTO RPT-LINE                                         00002670
           END-STRING                                                   00002680
           WRITE RPT-LINE                                               00002690
           MOVE SPACES TO HELLO-INT-YEAR-RECORD                         00002700
           MOVE 'HDR' TO IR-RECORD-TYPE                                 00002710
           MOVE WS-TAX-YEAR TO IR-TAX-YEAR                              00002720
           MOVE 'HELLO' TO IH-SOURCE                                    00002730
           MOVE WS-RUN-DATE TO IH-CREATED-DATE                          00002740
           MOVE WS-RUN-HHMMSS TO IH-CREATED-TIME                        00002750
           MOVE WS-THRESHOLD TO IH-THRESHOLD                            00002760
           WRITE INT-OUT-RECORD FROM HELLO-INT-YEAR-RECORD              00002770
           PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.                   00002780
       1000-EXIT.                                                       00002790
           EXIT.                                                        00002800
      *----------------------------------------------------------------*00002810
      *  2000-PROCESS-ACCOUNT - ALL THE ACTIVITY FOR THE ACCOUNT IN     00002820
      *  THE READ BUFFER, TOTALLING ITS INTEREST FOR THE TAX YEAR.      00002830
      *  AN ACCOUNT WITH NO INTEREST IN THE YEAR IS PASSED OVER; ONE    00002840
      *  UNDER THE THRESHOLD IS COUNTED ONLY.  AT OR OVER THE           00002850
      *  THRESHOLD THE ACCOUNT IS LOOKED UP, ITS STATEMENT PRINTED      00002860
      *  AND ITS REPORTING RECORD WRITTEN.  AN ACCOUNT ON NEITHER       00002870
      *  THE MASTER NOR THE ARCHIVE CANNOT BE REPORTED WITHOUT A        00002880
      *  NAME: IT IS LISTED AND THE RUN ENDS RC=8, WHICH KEEPS THE      00002890
      *  FILE FROM BEING CATALOGUED FOR TRANSMISSION.                   00002900
      *----------------------------------------------------------------*00002910
       2000-PROCESS-ACCOUNT.                                            00002920
           MOVE HV-ACCT-KEY TO WS-CURRENT-KEY                           00002930
           MOVE ZERO TO WS-ACCT-INTEREST                                00002940
           MOVE ZERO TO WS-ACCT-CREDITS                                 00002950
           INITIALIZE WS-MONTH-TABLE                                    00002960
           PERFORM 2200-ADD-ACTIVITY THRU 2200-EXIT                     00002970
               UNTIL WS-ACTV-EOF                                        00002980
                   OR HV-ACCT-KEY NOT = WS-CURRENT-KEY                  00002990
           IF WS-ACCT-CREDITS = ZERO                                    00003000
               GO TO 2000-EXIT                                          00003010
           END-IF                                                       00003020
           ADD 1 TO WS-ACCOUNT-COUNT                                    00003030
           IF WS-ACCT-INTEREST < WS-THRESHOLD                           00003040
               ADD 1 TO WS-BELOW-COUNT                                  00003050
               ADD WS-ACCT-INTEREST TO WS-BELOW-TOTAL                   00003060
               GO TO 2000-EXIT                                          00003070
           END-IF                                                       00003080
           PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT                     00003090
           IF NOT WS-ACCT-FOUND                                         00003100
               ADD 1 TO WS-NOT-FOUND-COUNT                              00003110
               ADD WS-ACCT-INTEREST TO WS-NOT-FOUND-TOTAL               00003120
               MOVE WS-CURRENT-KEY TO WS-KEY-EDIT                       00003130
               MOVE WS-ACCT-INTEREST TO WS-AMOUNT-EDIT                  00003140
               MOVE SPACES TO RPT-LINE                                  00003150
               WRITE RPT-LINE                                           00003160
               MOVE SPACES TO RPT-LINE                                  00003170
               STRING '** ACCOUNT ' DELIMITED BY SIZE                   00003180
                      WS-KEY-EDIT DELIMITED BY SIZE                     00003190
                      ' NOT ON MASTER OR ARCHIVE, INTEREST '            00003200
                          DELIMITED BY SIZE                             00003210
                      WS-AMOUNT-EDIT DELIMITED BY SIZE                  00003220
                      INTO RPT-LINE                                     00003230
               END-STRING                                               00003240
               WRITE RPT-LINE                                           00003250
               MOVE 8 TO RETURN-CODE                                    00003260
               GO TO 2000-EXIT                                          00003270
           END-IF                                                       00003280
           PERFORM 2400-PRINT-STATEMENT THRU 2400-EXIT                  00003290
           PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.                    00003300
       2000-EXIT.                                                       00003310
           EXIT.                                                        00003320
       2100-READ-ACTIVITY.                                              00003330
           READ ACTV-MASTER NEXT RECORD                                 00003340
               AT END                                                   00003350
                   MOVE 'Y' TO WS-ACTV-EOF-SW                           00003360
               NOT AT END                                               00003370
                   ADD 1 TO WS-ACTV-READ-COUNT                          00003380
           END-READ.                                                    00003390
       2100-EXIT.                                                       00003400
           EXIT.                                                        00003410
      *----------------------------------------------------------------*00003420
      *  2200-ADD-ACTIVITY - AN INTEREST MOVEMENT POSTED IN THE TAX     00003430
      *  YEAR ADDS TO THE ACCOUNT'S TOTAL AND ITS POSTING MONTH;        00003440
      *  EVERYTHING ELSE ON THE HISTORY IS READ PAST.                   00003450
      *----------------------------------------------------------------*00003460
       2200-ADD-ACTIVITY.                                               00003470
           IF HV-TRAN-INTEREST AND HV-DATE(1:4) = WS-TAX-YEAR           00003480
               ADD 1 TO WS-ACCT-CREDITS                                 00003490
               ADD 1 TO WS-CREDIT-COUNT                                 00003500
               ADD HV-AMOUNT TO WS-ACCT-INTEREST                        00003510
               IF HV-DATE(5:2) NUMERIC                                  00003520
                   MOVE HV-DATE(5:2) TO WS-MONTH-NUM                    00003530
                   IF WS-MONTH-NUM > ZERO AND WS-MONTH-NUM < 13         00003540
                       ADD HV-AMOUNT TO MO-AMOUNT(WS-MONTH-NUM)         00003550
                       ADD 1 TO MO-COUNT(WS-MONTH-NUM)                  00003560
                   END-IF                                               00003570
               END-IF                                                   00003580
           END-IF                                                       00003590
           PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.                   00003600
       2200-EXIT.                                                       00003610
           EXIT.                                                        00003620
      *----------------------------------------------------------------*00003630
      *  2300-FIND-ACCOUNT - NAME AND STATUS FROM THE HELLO MASTER,     00003640
      *  OR FROM THE ARCHIVE FOR AN ACCOUNT HMSARCH HAS MOVED OFF       00003650
      *  (THE HELLOQY FALLBACK).                                        00003660
      *----------------------------------------------------------------*00003670
       2300-FIND-ACCOUNT.                                               00003680
           MOVE 'N' TO WS-ACCT-FOUND-SW                                 00003690
           MOVE 'N' TO WS-ARCHIVED-SW                                   00003700
           MOVE WS-CURRENT-KEY TO HM-KEY                                00003710
           READ HELLO-MASTER                                            00003720
           IF WS-MASTER-STAT = '00'                                     00003730
               MOVE 'Y' TO WS-ACCT-FOUND-SW                             00003740
               MOVE HM-NAME TO WS-ACCT-NAME                             00003750
               MOVE HM-STATUS TO WS-ACCT-STATUS                         00003760
               GO TO 2300-EXIT                                          00003770
           END-IF                                                       00003780
           MOVE WS-CURRENT-KEY TO AR-KEY                                00003790
           READ ARCH-MASTER                                             00003800
           IF WS-ARCH-STAT = '00'                                       00003810
               MOVE 'Y' TO WS-ACCT-FOUND-SW                             00003820
               MOVE 'Y' TO WS-ARCHIVED-SW                               00003830
               MOVE AR-NAME TO WS-ACCT-NAME                             00003840
               MOVE AR-STATUS TO WS-ACCT-STATUS                         00003850
           END-IF.                                                      00003860
       2300-EXIT.                                                       00003870
           EXIT.                                                        00003880
      *----------------------------------------------------------------*00003890
      *  2400-PRINT-STATEMENT - ONE ACCOUNT'S YEAR-END STATEMENT:       00003900
      *  THE ACCOUNT, A LINE FOR EACH MONTH INTEREST WAS CREDITED,      00003910
      *  AND THE TOTAL PAID IN THE YEAR.                                00003920
      *----------------------------------------------------------------*00003930
       2400-PRINT-STATEMENT.                                            00003940
           MOVE SPACES TO RPT-LINE                                      00003950
           WRITE RPT-LINE                                               00003960
           MOVE WS-TAX-YEAR TO RX-TAX-YEAR                              00003970
           MOVE RPT-TITLE-LINE TO RPT-LINE                              00003980
           WRITE RPT-LINE                                               00003990
           MOVE WS-CURRENT-KEY TO RH-KEY                                00004000
           MOVE WS-ACCT-NAME TO RH-NAME                                 00004010
           MOVE WS-ACCT-STATUS TO RH-STATUS                             00004020
           MOVE RPT-STMT-HEADER TO RPT-LINE                             00004030
           WRITE RPT-LINE                                               00004040
           IF WS-ACCT-ARCHIVED                                          00004050
               ADD 1 TO WS-ARCHIVE-COUNT                                00004060
               MOVE SPACES TO RPT-LINE                                  00004070
               MOVE '    ACCOUNT CLOSED - DETAILS FROM THE ARCHIVE'     00004080
                   TO RPT-LINE                                          00004090
               WRITE RPT-LINE                                           00004100
           END-IF                                                       00004110
           PERFORM 2410-PRINT-MONTH THRU 2410-EXIT                      00004120
               VARYING MO-IDX FROM 1 BY 1                               00004130
               UNTIL MO-IDX > 12                                        00004140
           MOVE WS-ACCT-INTEREST TO RT-AMOUNT                           00004150
           MOVE RPT-TOTAL-LINE TO RPT-LINE                              00004160
           WRITE RPT-LINE.                                              00004170
       2400-EXIT.                                                       00004180
           EXIT.                                                        00004190
       2410-PRINT-MONTH.                                                00004200
           IF MO-COUNT(MO-IDX) = ZERO                                   00004210
               GO TO 2410-EXIT                                          00004220
           END-IF                                                       00004230
           SET WS-MONTH-NUM TO MO-IDX                                   00004240
           MOVE WS-TAX-YEAR TO RM-YEAR                                  00004250
           MOVE WS-MONTH-NUM TO RM-MONTH                                00004260
           MOVE MO-AMOUNT(MO-IDX) TO RM-AMOUNT                          00004270
           MOVE RPT-MONTH-LINE TO RPT-LINE                              00004280
           WRITE RPT-LINE.                                              00004290
       2410-EXIT.                                                       00004300
           EXIT.                                                        00004310
      *----------------------------------------------------------------*00004320
      *  2500-WRITE-DETAIL - THE ACCOUNT'S RECORD ON THE ANNUAL         00004330
      *  INTEREST REPORTING FILE.                                       00004340
      *----------------------------------------------------------------*00004350
       2500-WRITE-DETAIL.                                               00004360
           ADD 1 TO WS-REPORT-COUNT                                     00004370
           ADD WS-ACCT-INTEREST TO WS-REPORT-TOTAL                      00004380
           MOVE SPACES TO HELLO-INT-YEAR-RECORD                         00004390
           MOVE 'INT' TO IR-RECORD-TYPE                                 00004400
           MOVE WS-TAX-YEAR TO IR-TAX-YEAR                              00004410
           MOVE WS-CURRENT-KEY TO ID-ACCT-KEY                           00004420
           MOVE WS-ACCT-NAME TO ID-NAME                                 00004430
           MOVE WS-ACCT-STATUS TO ID-STATUS                             00004440
           MOVE WS-ACCT-INTEREST TO ID-INTEREST                         00004450
           MOVE WS-ACCT-CREDITS TO ID-CREDIT-COUNT                      00004460
           MOVE WS-ARCHIVED-SW TO ID-ARCHIVE-SW                         00004470
           WRITE INT-OUT-RECORD FROM HELLO-INT-YEAR-RECORD.             00004480
       2500-EXIT.                                                       00004490
           EXIT.                                                        00004500
      *----------------------------------------------------------------*00004510
      *  3000-WRITE-TRAILER - CLOSE THE REPORTING FILE WITH ITS         00004520
      *  CONTROL TOTALS.  THE REPORTED AND UNDER-THRESHOLD TOTALS       00004530
      *  TOGETHER ARE ALL THE INTEREST PAID FOR THE YEAR, AS THE        00004540
      *  ACCRUAL REGISTERS SHOW IT.                                     00004550
      *----------------------------------------------------------------*00004560
       3000-WRITE-TRAILER.                                              00004570
           MOVE SPACES TO HELLO-INT-YEAR-RECORD                         00004580
           MOVE 'TRL' TO IR-RECORD-TYPE                                 00004590
           MOVE WS-TAX-YEAR TO IR-TAX-YEAR                              00004600
           MOVE WS-REPORT-COUNT TO IT-RECORD-COUNT                      00004610
           MOVE WS-REPORT-TOTAL TO IT-INTEREST-TOTAL                    00004620
           MOVE WS-BELOW-COUNT TO IT-BELOW-COUNT                        00004630
           MOVE WS-BELOW-TOTAL TO IT-BELOW-TOTAL                        00004640
           MOVE WS-CREDIT-COUNT TO IT-CREDIT-COUNT                      00004650
           WRITE INT-OUT-RECORD FROM HELLO-INT-YEAR-RECORD.             00004660
       3000-EXIT.                                                       00004670
           EXIT.                                                        00004680
       4000-PRINT-TOTALS.                                               00004690
           MOVE SPACES TO RPT-LINE                                      00004700
           WRITE RPT-LINE                                               00004710
           MOVE SPACES TO RPT-LINE                                      00004720
           MOVE 'YEAR-END INTEREST RUN CONTROL TOTALS' TO RPT-LINE      00004730
           WRITE RPT-LINE                                               00004740
           MOVE WS-CREDIT-COUNT TO WS-TOTAL-EDIT                        00004750
           MOVE SPACES TO RPT-LINE                                      00004760
           STRING 'INTEREST MOVEMENTS READ:     ' DELIMITED BY SIZE     00004770
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004780
                  INTO RPT-LINE                                         00004790
           END-STRING                                                   00004800
           WRITE RPT-LINE                                               00004810
           MOVE WS-ACCOUNT-COUNT TO WS-TOTAL-EDIT                       00004820
           MOVE SPACES TO RPT-LINE                                      00004830
           STRING 'ACCOUNTS PAID INTEREST:      ' DELIMITED BY SIZE     00004840
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004850
                  INTO RPT-LINE                                         00004860
           END-STRING                                                   00004870
           WRITE RPT-LINE                                               00004880
           MOVE WS-REPORT-COUNT TO WS-TOTAL-EDIT                        00004890
           MOVE SPACES TO RPT-LINE                                      00004900
           STRING 'STATEMENTS PRINTED:          ' DELIMITED BY SIZE     00004910
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004920
                  INTO RPT-LINE                                         00004930
           END-STRING                                                   00004940
           WRITE RPT-LINE                                               00004950
           MOVE WS-ARCHIVE-COUNT TO WS-TOTAL-EDIT                       00004960
           MOVE SPACES TO RPT-LINE                                      00004970
           STRING '  OF WHICH FROM ARCHIVE:     ' DELIMITED BY SIZE     00004980
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004990
                  INTO RPT-LINE                                         00005000
           END-STRING                                                   00005010
           WRITE RPT-LINE                                               00005020
           MOVE WS-BELOW-COUNT TO WS-TOTAL-EDIT                         00005030
           MOVE SPACES TO RPT-LINE                                      00005040
           STRING 'UNDER THRESHOLD:             ' DELIMITED BY SIZE     00005050
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005060
                  INTO RPT-LINE                                         00005070
           END-STRING                                                   00005080
           WRITE RPT-LINE                                               00005090
           MOVE WS-NOT-FOUND-COUNT TO WS-TOTAL-EDIT                     00005100
           MOVE SPACES TO RPT-LINE                                      00005110
           STRING 'NOT ON MASTER OR ARCHIVE:    ' DELIMITED BY SIZE     00005120
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005130
                  INTO RPT-LINE                                         00005140
           END-STRING                                                   00005150
           WRITE RPT-LINE                                               00005160
           MOVE WS-REPORT-TOTAL TO WS-AMOUNT-EDIT                       00005170
           MOVE SPACES TO RPT-LINE                                      00005180
           STRING 'INTEREST REPORTED:   ' DELIMITED BY SIZE             00005190
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00005200
                  INTO RPT-LINE                                         00005210
           END-STRING                                                   00005220
           WRITE RPT-LINE                                               00005230
           MOVE WS-BELOW-TOTAL TO WS-AMOUNT-EDIT                        00005240
           MOVE SPACES TO RPT-LINE                                      00005250
           STRING 'UNDER THRESHOLD:     ' DELIMITED BY SIZE             00005260
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00005270
                  INTO RPT-LINE                                         00005280
           END-STRING                                                   00005290
           WRITE RPT-LINE                                               00005300
           MOVE WS-NOT-FOUND-TOTAL TO WS-AMOUNT-EDIT                    00005310
           MOVE SPACES TO RPT-LINE                                      00005320
           STRING 'NOT ON FILE:         ' DELIMITED BY SIZE             00005330
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00005340
                  INTO RPT-LINE                                         00005350
           END-STRING                                                   00005360
           WRITE RPT-LINE                                               00005370
           IF WS-NOT-FOUND-COUNT NOT = ZERO                             00005380
               MOVE SPACES TO RPT-LINE                                  00005390
               WRITE RPT-LINE                                           00005400
               MOVE SPACES TO RPT-LINE                                  00005410
               MOVE '** REPORTING FILE NOT RELEASED - ACCOUNTS ABOVE'   00005420
                   TO RPT-LINE                                          00005430
               WRITE RPT-LINE                                           00005440
               MOVE SPACES TO RPT-LINE                                  00005450
               MOVE '** HAVE NO MASTER OR ARCHIVE RECORD'               00005460
                   TO RPT-LINE                                          00005470
               WRITE RPT-LINE                                           00005480
           END-IF.                                                      00005490
       4000-EXIT.                                                       00005500
           EXIT.                                                        00005510
       9000-TERMINATE.                                                  00005520
           CLOSE HELLO-MASTER                                           00005530
           CLOSE ARCH-MASTER                                            00005540
           CLOSE ACTV-MASTER                                            00005550
           CLOSE INT-OUT                                                00005560
           CLOSE INT-RPT.                                               00005570
       9000-EXIT.                                                       00005580
           EXIT.                                                        00005590
      *----------------------------------------------------------------*00005600
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00005610
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00005620
      *----------------------------------------------------------------*00005630
       9100-END-RUN-CONTROL.                                            00005640
           MOVE 'C' TO RU-FUNCTION                                      00005650
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00005660
           MOVE 'STATEMENTS' TO RU-COUNT-LABEL(1)                       00005670
           MOVE WS-REPORT-COUNT TO RU-COUNT(1)                          00005680
           MOVE 'UNDER THRESH' TO RU-COUNT-LABEL(2)                     00005690
           MOVE WS-BELOW-COUNT TO RU-COUNT(2)                           00005700
           MOVE 'NOT ON FILE' TO RU-COUNT-LABEL(3)                      00005710
           MOVE WS-NOT-FOUND-COUNT TO RU-COUNT(3)                       00005720
           MOVE 'INT REPORTED' TO RU-AMOUNT-LABEL(1)                    00005730
           MOVE WS-REPORT-TOTAL TO RU-AMOUNT(1)                         00005740
           MOVE 'INT UNDER' TO RU-AMOUNT-LABEL(2)                       00005750
           MOVE WS-BELOW-TOTAL TO RU-AMOUNT(2)                          00005760
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00005770
       9100-EXIT.                                                       00005780
           EXIT.                                                        00005790
