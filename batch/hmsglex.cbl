       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HMSGLEX.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  NIGHTLY GENERAL LEDGER INTERFACE EXTRACT.     00000090
      *               READS THE BUSINESS DAY'S ACTIVITY HISTORY         00000100
      *               RECORDS (HELLOACT), SUMMARIZES THEM BY            00000110
      *               TRANSACTION CODE AND THE ACCOUNT'S MASTER         00000120
      *               STATUS, AND WRITES A BALANCED DR/CR PAIR PER      00000130
      *               SUMMARY LINE TO THE GL JOURNAL FILE (HELLOGLJ)    00000140
      *               WITH HDR/TRL CONTROL RECORDS.  GL ACCOUNTS COME   00000150
      *               FROM THE MAPPING CARDS ON DDNAME GLMAP, SO        00000160
      *               FINANCE CAN CHANGE THEM WITHOUT A PROGRAM         00000170
      *               CHANGE.  A PRINTED GL POSTING SUMMARY REPLACES    00000180
      *               THE MORNING RE-KEY FROM THE BALANCING PAGE AND    00000190
      *               ACCRUAL REGISTER.  IF THE DEBITS AND CREDITS DO   00000200
      *               NOT BALANCE, OR ANY ACTIVITY HAS NO MAPPING,      00000210
      *               NO FILE IS WRITTEN AND THE RUN ENDS RC=16.        00000220
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000221
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000222
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000223
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000224
      *               COMPLETED FOR THE BUSINESS DATE.                  00000225
      *  2026-10-15  OPS  A BLANK OR MISSING DATE CARD NOW TAKES THE    00000226
      *               CYCLE'S BUSINESS DATE FROM THE RUN-CONTROL FILE   00000227
      *               INSTEAD OF TODAY'S DATE, SO AN EXTRACT RUN AFTER  00000228
      *               MIDNIGHT STILL CARRIES THE NIGHT'S GL DATE.       00000229
      *  2026-10-15  OPS  MONTH-END INTEREST IS EXTRACTED ON ITS OWN.   00000230
      *               AN I IN COLUMN 10 OF THE PARMIN CARD TAKES ONLY   00000231
      *               THE INTEREST (CODE IN) POSTED BY HMSPOSTA FOR THE 00000232
      *               BUSINESS DATE AND IS RECORDED ON THE RUN-CONTROL  00000233
      *               FILE AS HMSGLEXA; THE NIGHTLY RUN NOW LEAVES      00000234
      *               INTEREST OUT, SO NO ITEM CAN REACH THE GL TWICE.  00000235
      *--------------------------------------------------------------   00000236
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT PARM-IN ASSIGN TO PARMIN                              00000270
               ORGANIZATION IS SEQUENTIAL.                              00000280
           SELECT GL-MAP ASSIGN TO GLMAP                                00000290
               ORGANIZATION IS SEQUENTIAL.                              00000300
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000310
               ORGANIZATION IS INDEXED                                  00000320
               ACCESS MODE IS RANDOM                                    00000330
               RECORD KEY IS HM-KEY                                     00000340
               FILE STATUS IS WS-MASTER-STAT.                           00000350
           SELECT ACTV-MASTER ASSIGN TO ACTVMST                         00000360
               ORGANIZATION IS INDEXED                                  00000370
               ACCESS MODE IS SEQUENTIAL                                00000380
               RECORD KEY IS HV-KEY                                     00000390
               FILE STATUS IS WS-ACTV-STAT.                             00000400
           SELECT GL-OUT ASSIGN TO GLOUT                                00000410
               ORGANIZATION IS SEQUENTIAL.                              00000420
           SELECT GL-RPT ASSIGN TO GLRPT                                00000430
               ORGANIZATION IS SEQUENTIAL.                              00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD  PARM-IN                                                      00000470
           LABEL RECORDS ARE STANDARD                                   00000480
           RECORDING MODE IS F.                                         00000490
       01  PARM-RECORD.                                                 00000500
           05  PM-BUSINESS-DATE     PIC X(08).                          00000510
           05  FILLER               PIC X(01).                          00000511
           05  PM-RUN-TYPE          PIC X(01).                          00000512
               88  PM-INTEREST-RUN            VALUE 'I'.                00000513
               88  PM-NIGHTLY-RUN             VALUE ' '.                00000514
           05  FILLER               PIC X(70).                          00000515
      *--------------------------------------------------------------   00000530
      *  GL MAPPING CARD.  ONE CARD PER TRANSACTION CODE AND MASTER     00000540
      *  STATUS: COLUMNS 1-2 CODE, 4-13 STATUS, 15-24 THE GL ACCOUNT    00000550
      *  DEBITED AND 26-35 THE GL ACCOUNT CREDITED WHEN THE DAY'S       00000560
      *  NET FOR THE PAIR IS A CREDIT TO THE CUSTOMER, 37-56 THE        00000570
      *  DESCRIPTION CARRIED ON THE JOURNAL ENTRY.  A NET DEBIT TO      00000580
      *  THE CUSTOMER REVERSES THE TWO ACCOUNTS.  AN ASTERISK IN        00000590
      *  COLUMN 1 MARKS A COMMENT CARD.                                 00000600
      *--------------------------------------------------------------   00000610
       FD  GL-MAP                                                       00000620
           LABEL RECORDS ARE STANDARD                                   00000630
           RECORDING MODE IS F.                                         00000640
       01  MAP-RECORD.                                                  00000650
           05  MC-TRAN-CODE         PIC X(02).                          00000660
           05  FILLER               PIC X(01).                          00000670
           05  MC-STATUS            PIC X(10).                          00000680
           05  FILLER               PIC X(01).                          00000690
           05  MC-DR-ACCOUNT        PIC X(10).                          00000700
           05  FILLER               PIC X(01).                          00000710
           05  MC-CR-ACCOUNT        PIC X(10).                          00000720
           05  FILLER               PIC X(01).                          00000730
           05  MC-DESC              PIC X(20).                          00000740
           05  FILLER               PIC X(24).                          00000750
       01  MAP-CARD-IMAGE REDEFINES MAP-RECORD.                         00000760
           05  MC-COLUMN-1          PIC X(01).                          00000770
           05  FILLER               PIC X(79).                          00000780
       FD  HELLO-MASTER                                                 00000790
           LABEL RECORDS ARE STANDARD.                                  00000800
           COPY HELLOREC.                                               00000810
       FD  ACTV-MASTER                                                  00000820
           LABEL RECORDS ARE STANDARD.                                  00000830
           COPY HELLOACT.                                               00000840
       FD  GL-OUT                                                       00000850
           LABEL RECORDS ARE STANDARD                                   00000860
           RECORDING MODE IS F.                                         00000870
       01  GL-OUT-RECORD            PIC X(80).                          00000880
       FD  GL-RPT                                                       00000890
           LABEL RECORDS ARE STANDARD                                   00000900
           RECORDING MODE IS F.                                         00000910
       01  RPT-LINE                 PIC X(80).                          00000920
       WORKING-STORAGE SECTION.                                         00000930
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000940
       77  WS-ACTV-STAT             PIC X(02) VALUE SPACES.             00000950
       77  WS-ACTV-EOF-SW           PIC X(01) VALUE 'N'.                00000960
           88  WS-ACTV-EOF                    VALUE 'Y'.                00000970
       77  WS-MAP-EOF-SW            PIC X(01) VALUE 'N'.                00000980
           88  WS-MAP-EOF                     VALUE 'Y'.                00000990
       77  WS-REFUSE-SW             PIC X(01) VALUE 'N'.                00001000
           88  WS-REFUSED                     VALUE 'Y'.                00001010
       77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.               00001020
       01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.               00001030
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00001040
           05  WS-RUN-HHMMSS        PIC X(06).                          00001050
           05  FILLER               PIC X(02).                          00001060
       77  WS-BUSINESS-DATE         PIC X(08) VALUE SPACES.             00001070
       77  WS-PARM-DATE             PIC X(08) VALUE SPACES.             00001071
       77  WS-RUNCTL-ENTRY          PIC X(08) VALUE 'HMSGLEX'.          00001072
       77  WS-RUN-TYPE-SW           PIC X(01) VALUE SPACE.              00001073
           88  WS-INTEREST-RUN                VALUE 'I'.                00001074
       77  WS-LAST-ACCT-KEY         PIC 9(10) VALUE ZERO.               00001080
       77  WS-ACCT-STATUS           PIC X(10) VALUE SPACES.             00001090
       77  WS-ACTV-READ-COUNT       PIC 9(07) COMP VALUE ZERO.          00001100
       77  WS-ITEM-COUNT            PIC 9(07) COMP VALUE ZERO.          00001110
       77  WS-NOT-FOUND-COUNT       PIC 9(07) COMP VALUE ZERO.          00001120
       77  WS-MAP-CARD-COUNT        PIC 9(07) COMP VALUE ZERO.          00001130
       77  WS-MAP-ERROR-COUNT       PIC 9(07) COMP VALUE ZERO.          00001140
       77  WS-UNMAPPED-COUNT        PIC 9(07) COMP VALUE ZERO.          00001150
       77  WS-ENTRY-COUNT           PIC 9(07) COMP VALUE ZERO.          00001160
       77  WS-GROUP-ITEM-COUNT      PIC 9(07) COMP VALUE ZERO.          00001170
       77  WS-MAP-COUNT             PIC 9(03) COMP VALUE ZERO.          00001180
       77  WS-MAP-MAX               PIC 9(03) COMP VALUE 60.            00001190
       77  WS-MAP-FOUND-IDX         PIC 9(03) COMP VALUE ZERO.          00001200
       77  WS-GROUP-COUNT           PIC 9(03) COMP VALUE ZERO.          00001210
       77  WS-GROUP-MAX             PIC 9(03) COMP VALUE 60.            00001220
       77  WS-GROUP-FOUND-IDX       PIC 9(03) COMP VALUE ZERO.          00001230
       77  WS-STATUS-FOUND-IDX      PIC 9(03) COMP VALUE ZERO.          00001240
       77  WS-ITEM-NET-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.    00001250
       77  WS-GROUP-NET-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.    00001260
       77  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.    00001270
       77  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.    00001280
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00001290
       77  WS-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00001300
       77  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.             00001310
           COPY HELLOSTS.                                               00001320
           COPY HELLOGLJ.                                               00001330
      *--------------------------------------------------------------   00001340
      *  GL MAPPING TABLE AS LOADED FROM THE GLMAP CARDS.               00001350
      *--------------------------------------------------------------   00001360
       01  WS-MAP-TABLE.                                                00001370
           05  WS-MAP-ENTRY OCCURS 60 TIMES INDEXED BY MP-IDX.          00001380
               10  MP-TRAN-CODE     PIC X(02).                          00001390
               10  MP-STATUS        PIC X(10).                          00001400
               10  MP-DR-ACCOUNT    PIC X(10).                          00001410
               10  MP-CR-ACCOUNT    PIC X(10).                          00001420
               10  MP-DESC          PIC X(20).                          00001430
      *--------------------------------------------------------------   00001440
      *  ONE SUMMARY LINE PER TRANSACTION CODE AND ACCOUNT STATUS       00001450
      *  SEEN ON THE BUSINESS DATE: THE ITEM COUNT, THE SIGNED NET      00001460
      *  (POSITIVE IS A NET CREDIT TO THE CUSTOMERS), AND ONCE          00001470
      *  MAPPED, THE UNSIGNED ENTRY AMOUNT WITH THE GL ACCOUNTS TO      00001480
      *  DEBIT AND CREDIT ALREADY TURNED FOR THE SIGN.                  00001490
      *--------------------------------------------------------------   00001500
       01  WS-GROUP-TABLE.                                              00001510
           05  WS-GROUP-ENTRY OCCURS 60 TIMES INDEXED BY GR-IDX.        00001520
               10  GR-TRAN-CODE     PIC X(02).                          00001530
               10  GR-STATUS        PIC X(10).                          00001540
               10  GR-COUNT         PIC 9(07) COMP.                     00001550
               10  GR-NET-AMT       PIC S9(11)V99 COMP-3.               00001560
               10  GR-ENTRY-AMT     PIC S9(11)V99 COMP-3.               00001570
               10  GR-DR-ACCOUNT    PIC X(10).                          00001580
               10  GR-CR-ACCOUNT    PIC X(10).                          00001590
               10  GR-DESC          PIC X(20).                          00001600
               10  GR-MAPPED-SW     PIC X(01).                          00001610
                   88  GR-MAPPED              VALUE 'Y'.                00001620
       01  RPT-SUMMARY-HEADER.                                          00001630
           05  FILLER               PIC X(33) VALUE                     00001640
               ' CD  STATUS       ITEMS          '.                     00001650
           05  FILLER               PIC X(33) VALUE                     00001660
               'NET AMOUNT  DEBIT GL    CREDIT GL'.                     00001670
       01  RPT-SUMMARY-LINE.                                            00001680
           05  FILLER               PIC X(01) VALUE SPACES.             00001690
           05  RS-TRAN-CODE         PIC X(02).                          00001700
           05  FILLER               PIC X(02) VALUE SPACES.             00001710
           05  RS-STATUS            PIC X(10).                          00001720
           05  FILLER               PIC X(01) VALUE SPACES.             00001730
           05  RS-COUNT             PIC ZZZ,ZZ9.                        00001740
           05  FILLER               PIC X(02) VALUE SPACES.             00001750
           05  RS-NET-AMT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.             00001760
           05  FILLER               PIC X(02) VALUE SPACES.             00001770
           05  RS-DR-ACCOUNT        PIC X(10).                          00001780
           05  FILLER               PIC X(02) VALUE SPACES.             00001790
           05  RS-CR-ACCOUNT        PIC X(10).                          00001800
           05  FILLER               PIC X(01) VALUE SPACES.             00001810
           05  RS-NOTE              PIC X(12).                          00001820
           COPY HELLORCL.                                               00001821
       PROCEDURE DIVISION.                                              00001830
      *----------------------------------------------------------------*00001840
      *  0000-MAINLINE - LOAD THE MAPPING CARDS, SUMMARIZE THE DAY'S    00001850
      *  ACTIVITY, MAP AND PROVE THE ENTRIES, WRITE THE JOURNAL FILE    00001860
      *  ONLY IF THEY PROVE, AND PRINT THE GL POSTING SUMMARY.          00001870
      *----------------------------------------------------------------*00001880
       0000-MAINLINE.                                                   00001890
           PERFORM 0050-READ-PARM THRU 0050-EXIT                        00001891
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001892
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001900
           PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT                 00001910
               UNTIL WS-ACTV-EOF                                        00001920
           PERFORM 3000-BUILD-ENTRIES THRU 3000-EXIT                    00001930
           IF NOT WS-REFUSED                                            00001940
               PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT                00001950
           END-IF                                                       00001951
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT                    00001952
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001953
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001954
           STOP RUN.                                                    00001955
      *----------------------------------------------------------------*00001956
      *  0050-READ-PARM - READ THE CONTROL CARD: THE BUSINESS DATE IN   00001957
      *  COLUMNS 1-8 (USED BY 1000-INITIALIZE) AND THE RUN TYPE IN      00001958
      *  COLUMN 10 - I FOR THE MONTH-END INTEREST EXTRACT, WHICH RUNS   00001959
      *  UNDER ITS OWN RUN-CONTROL ENTRY, HMSGLEXA, BEHIND HMSPOSTA;    00001960
      *  BLANK FOR THE NIGHTLY EXTRACT.  A BAD RUN TYPE ENDS THE RUN    00001961
      *  RC=16 BEFORE ANYTHING IS RECORDED.                             00001962
      *----------------------------------------------------------------*00001963
       0050-READ-PARM.                                                  00001964
           OPEN INPUT PARM-IN                                           00001965
           READ PARM-IN                                                 00001966
               AT END                                                   00001967
                   MOVE SPACES TO PARM-RECORD                           00001968
           END-READ                                                     00001969
           CLOSE PARM-IN                                                00001970
           IF NOT PM-INTEREST-RUN AND NOT PM-NIGHTLY-RUN                00001971
               DISPLAY 'HMSGLEX - RUN TYPE ON CONTROL CARD BAD'         00001972
               MOVE 16 TO RETURN-CODE                                   00001973
               STOP RUN                                                 00001974
           END-IF                                                       00001975
           MOVE PM-BUSINESS-DATE TO WS-PARM-DATE                        00001976
           MOVE PM-RUN-TYPE TO WS-RUN-TYPE-SW                           00001977
           IF PM-INTEREST-RUN                                           00001978
               MOVE 'HMSGLEXA' TO WS-RUNCTL-ENTRY                       00001979
           END-IF.                                                      00001980
       0050-EXIT.                                                       00001981
           EXIT.                                                        00001982
      *----------------------------------------------------------------*00001983
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001984
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001985
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001986
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001987
      *----------------------------------------------------------------*00001988
       0100-START-RUN-CONTROL.                                          00001993
           MOVE 'S' TO RU-FUNCTION                                      00001994
           MOVE WS-RUNCTL-ENTRY TO RU-ENTRY-NAME                        00001995
           MOVE SPACES TO RU-BUSINESS-DATE                              00001996
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001997
           IF NOT RU-OK                                                 00001998
               MOVE 16 TO RETURN-CODE                                   00001999
               STOP RUN                                                 00002000
           END-IF.                                                      00002001
       0100-EXIT.                                                       00002002
           EXIT.                                                        00002003
      *----------------------------------------------------------------*00002004
      *  1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE CARD (BLANK  00002005
      *  TAKES THE CYCLE'S BUSINESS DATE; KEY AN EARLIER DATE TO RERUN  00002006
      *  A MISSED NIGHT), LOAD THE MAPPING TABLE AND OPEN THE FILES.    00002007
      *  A BAD DATE ON THE CARD OR A FILE THAT WILL NOT OPEN ENDS THE   00002008
      *  RUN RC=16 BEFORE ANYTHING IS READ.                             00002009
      *----------------------------------------------------------------*00002060
       1000-INITIALIZE.                                                 00002070
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00002080
           ACCEPT WS-RUN-TIME FROM TIME                                 00002090
           IF WS-PARM-DATE = SPACES                                     00002091
               MOVE RU-BUSINESS-DATE TO WS-BUSINESS-DATE                00002161
               IF WS-BUSINESS-DATE = SPACES                             00002162
                   MOVE WS-RUN-DATE TO WS-BUSINESS-DATE                 00002163
               END-IF                                                   00002164
           ELSE                                                         00002180
               IF WS-PARM-DATE NOT NUMERIC                              00002181
                   DISPLAY 'HMSGLEX - BUSINESS DATE CARD BAD'           00002200
                   MOVE 16 TO RETURN-CODE                               00002210
                   STOP RUN                                             00002220
               END-IF                                                   00002230
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE                    00002231
           END-IF                                                       00002250
           OPEN INPUT HELLO-MASTER                                      00002260
           IF WS-MASTER-STAT NOT = '00'                                 00002270
               DISPLAY 'HMSGLEX - MASTER OPEN FAILED, STATUS '          00002280
                   WS-MASTER-STAT                                       00002290
               MOVE 16 TO RETURN-CODE                                   00002300
               STOP RUN                                                 00002310
           END-IF                                                       00002320
           OPEN INPUT ACTV-MASTER                                       00002330
           IF WS-ACTV-STAT NOT = '00'                                   00002340
               DISPLAY 'HMSGLEX - ACTIVITY OPEN FAILED, STATUS '        00002350
                   WS-ACTV-STAT                                         00002360
               MOVE 16 TO RETURN-CODE                                   00002370
               STOP RUN                                                 00002380
           END-IF                                                       00002390
           OPEN OUTPUT GL-RPT                                           00002400
           MOVE SPACES TO RPT-LINE                                      00002410
           IF WS-INTEREST-RUN                                           00002411
               STRING 'GL POSTING SUMMARY - MONTH-END INTEREST - '      00002412
                   DELIMITED BY SIZE                                    00002413
                   'BUSINESS DATE ' DELIMITED BY SIZE                   00002414
                   WS-BUSINESS-DATE DELIMITED BY SIZE                   00002415
                   INTO RPT-LINE                                        00002416
               END-STRING                                               00002417
           ELSE                                                         00002418
               STRING 'GL POSTING SUMMARY - BUSINESS DATE '             00002419
                   DELIMITED BY SIZE                                    00002420
                   WS-BUSINESS-DATE DELIMITED BY SIZE                   00002421
                   INTO RPT-LINE                                        00002422
               END-STRING                                               00002423
           END-IF                                                       00002424
           WRITE RPT-LINE                                               00002470
           MOVE SPACES TO RPT-LINE                                      00002480
           WRITE RPT-LINE                                               00002490
           OPEN INPUT GL-MAP                                            00002500
           PERFORM 1100-LOAD-MAP THRU 1100-EXIT                         00002510
               UNTIL WS-MAP-EOF                                         00002520
           CLOSE GL-MAP                                                 00002530
           IF WS-MAP-COUNT = ZERO                                       00002540
               MOVE 'Y' TO WS-REFUSE-SW                                 00002550
               MOVE 'NO GL MAPPING CARDS LOADED' TO WS-REFUSE-REASON    00002560
           END-IF                                                       00002570
           IF WS-MAP-ERROR-COUNT NOT = ZERO                             00002580
               MOVE 'Y' TO WS-REFUSE-SW                                 00002590
               MOVE 'GL MAPPING CARDS IN ERROR' TO WS-REFUSE-REASON     00002600
           END-IF                                                       00002610
           PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.                   00002620
       1000-EXIT.                                                       00002630
           EXIT.                                                        00002640
      *----------------------------------------------------------------*00002650
      *  1100-LOAD-MAP - ONE MAPPING CARD.  COMMENT AND BLANK CARDS     00002660
      *  ARE SKIPPED.  A CARD WITH A BLANK CODE OR ACCOUNT, A           00002670
      *  STATUS NOT IN THE HELLOSTS TABLE, OR THE SAME CODE AND         00002680
      *  STATUS AS AN EARLIER CARD IS PRINTED AS AN ERROR, AND ANY      00002690
      *  ERROR CONDEMNS THE RUN - A HALF-LOADED TABLE WOULD POST        00002700
      *  TO THE WRONG ACCOUNTS.                                         00002710
      *----------------------------------------------------------------*00002720
       1100-LOAD-MAP.                                                   00002730
           READ GL-MAP                                                  00002740
               AT END                                                   00002750
                   MOVE 'Y' TO WS-MAP-EOF-SW                            00002760
                   GO TO 1100-EXIT                                      00002770
           END-READ                                                     00002780
           IF MC-COLUMN-1 = '*' OR MAP-RECORD = SPACES                  00002790
               GO TO 1100-EXIT                                          00002800
           END-IF                                                       00002810
           ADD 1 TO WS-MAP-CARD-COUNT                                   00002820
           MOVE ZERO TO WS-STATUS-FOUND-IDX                             00002830
           PERFORM 1110-SEARCH-STATUS THRU 1110-EXIT                    00002840
               VARYING HS-IDX FROM 1 BY 1                               00002850
               UNTIL HS-IDX > 4 OR WS-STATUS-FOUND-IDX NOT = ZERO       00002860
           MOVE ZERO TO WS-MAP-FOUND-IDX                                00002870
           PERFORM 1120-SEARCH-CARD THRU 1120-EXIT                      00002880
               VARYING MP-IDX FROM 1 BY 1                               00002890
               UNTIL MP-IDX > WS-MAP-COUNT                              00002900
                   OR WS-MAP-FOUND-IDX NOT = ZERO                       00002910
           IF MC-TRAN-CODE = SPACES OR MC-DR-ACCOUNT = SPACES           00002920
                   OR MC-CR-ACCOUNT = SPACES                            00002930
                   OR WS-STATUS-FOUND-IDX = ZERO                        00002940
                   OR WS-MAP-FOUND-IDX NOT = ZERO                       00002950
                   OR WS-MAP-COUNT NOT < WS-MAP-MAX                     00002960
               ADD 1 TO WS-MAP-ERROR-COUNT                              00002970
               MOVE SPACES TO RPT-LINE                                  00002980
               STRING '** BAD GLMAP CARD: ' DELIMITED BY SIZE           00002990
                   MAP-RECORD(1:56) DELIMITED BY SIZE                   00003000
                   INTO RPT-LINE                                        00003010
               END-STRING                                               00003020
               WRITE RPT-LINE                                           00003030
               GO TO 1100-EXIT                                          00003040
           END-IF                                                       00003050
           ADD 1 TO WS-MAP-COUNT                                        00003060
           SET MP-IDX TO WS-MAP-COUNT                                   00003070
           MOVE MC-TRAN-CODE  TO MP-TRAN-CODE(MP-IDX)                   00003080
           MOVE MC-STATUS     TO MP-STATUS(MP-IDX)                      00003090
           MOVE MC-DR-ACCOUNT TO MP-DR-ACCOUNT(MP-IDX)                  00003100
           MOVE MC-CR-ACCOUNT TO MP-CR-ACCOUNT(MP-IDX)                  00003110
           MOVE MC-DESC       TO MP-DESC(MP-IDX).                       00003120
       1100-EXIT.                                                       00003130
           EXIT.                                                        00003140
       1110-SEARCH-STATUS.                                              00003150
           IF HS-STATUS-VALUE(HS-IDX) = MC-STATUS                       00003160
               SET WS-STATUS-FOUND-IDX TO HS-IDX                        00003170
           END-IF.                                                      00003180
       1110-EXIT.                                                       00003190
           EXIT.                                                        00003200
       1120-SEARCH-CARD.                                                00003210
           IF MP-TRAN-CODE(MP-IDX) = MC-TRAN-CODE                       00003220
                   AND MP-STATUS(MP-IDX) = MC-STATUS                    00003230
               SET WS-MAP-FOUND-IDX TO MP-IDX                           00003240
           END-IF.                                                      00003250
       1120-EXIT.                                                       00003260
           EXIT.                                                        00003270
      *----------------------------------------------------------------*00003280
      *  2000-PROCESS-ACTIVITY - ONE PASS OF THE ACTIVITY HISTORY IN    00003290
      *  KEY ORDER (ACCOUNT, THEN DATE).  A RECORD POSTED ON THE        00003300
      *  BUSINESS DATE - BY HMSPOST OR AS AN ONLINE ADJUSTMENT - IS     00003310
      *  ADDED TO THE SUMMARY LINE FOR ITS TRANSACTION CODE AND THE     00003320
      *  ACCOUNT'S STATUS ON THE MASTER.  THE NIGHTLY RUN TAKES EVERY   00003321
      *  CODE BUT INTEREST (IN); THE MONTH-END INTEREST RUN TAKES ONLY  00003322
      *  INTEREST, SO BETWEEN THEM EACH ITEM REACHES THE GL ONCE.       00003323
      *  EVERY RECORD TAKEN ALSO COUNTS TOWARD THE ITEM TOTALS THE      00003324
      *  SUMMARY LINES MUST PROVE BACK TO.                              00003325
      *----------------------------------------------------------------*00003360
       2000-PROCESS-ACTIVITY.                                           00003370
           ADD 1 TO WS-ACTV-READ-COUNT                                  00003380
           IF HV-DATE = WS-BUSINESS-DATE                                00003390
                   AND (HV-TRAN-INTEREST AND WS-INTEREST-RUN            00003391
                     OR NOT HV-TRAN-INTEREST AND NOT WS-INTEREST-RUN)   00003392
               ADD 1 TO WS-ITEM-COUNT                                   00003400
               ADD HV-AMOUNT TO WS-ITEM-NET-AMT                         00003410
               IF HV-ACCT-KEY NOT = WS-LAST-ACCT-KEY                    00003420
                   PERFORM 2200-GET-STATUS THRU 2200-EXIT               00003430
               END-IF                                                   00003440
               PERFORM 2300-ADD-TO-GROUP THRU 2300-EXIT                 00003450
           END-IF                                                       00003460
           PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.                   00003470
       2000-EXIT.                                                       00003480
           EXIT.                                                        00003490
       2100-READ-ACTIVITY.                                              00003500
           READ ACTV-MASTER NEXT RECORD                                 00003510
               AT END                                                   00003520
                   MOVE 'Y' TO WS-ACTV-EOF-SW                           00003530
           END-READ.                                                    00003540
       2100-EXIT.                                                       00003550
           EXIT.                                                        00003560
      *----------------------------------------------------------------*00003570
      *  2200-GET-STATUS - THE ACCOUNT'S STATUS FROM THE MASTER, READ   00003580
      *  ONCE PER ACCOUNT.  AN ACCOUNT NO LONGER ON THE MASTER (E.G.    00003590
      *  DELETED ONLINE AFTER IT MOVED) IS BOOKED AS CLOSED, NOTED      00003600
      *  ON THE SUMMARY, AND FLAGS THE RUN RC=4.                        00003610
      *----------------------------------------------------------------*00003620
       2200-GET-STATUS.                                                 00003630
           MOVE HV-ACCT-KEY TO WS-LAST-ACCT-KEY                         00003640
           MOVE HV-ACCT-KEY TO HM-KEY                                   00003650
           READ HELLO-MASTER                                            00003660
           IF WS-MASTER-STAT = '00'                                     00003670
               MOVE HM-STATUS TO WS-ACCT-STATUS                         00003680
               GO TO 2200-EXIT                                          00003690
           END-IF                                                       00003700
           MOVE 'CLOSED' TO WS-ACCT-STATUS                              00003710
           ADD 1 TO WS-NOT-FOUND-COUNT                                  00003720
           MOVE SPACES TO RPT-LINE                                      00003730
           STRING 'ACCOUNT ' DELIMITED BY SIZE                          00003740
               HV-ACCT-KEY DELIMITED BY SIZE                            00003750
               ' NOT ON MASTER - BOOKED AS CLOSED' DELIMITED BY SIZE    00003760
               INTO RPT-LINE                                            00003770
           END-STRING                                                   00003780
           WRITE RPT-LINE                                               00003790
           IF RETURN-CODE < 4                                           00003800
               MOVE 4 TO RETURN-CODE                                    00003810
           END-IF.                                                      00003820
       2200-EXIT.                                                       00003830
           EXIT.                                                        00003840
      *----------------------------------------------------------------*00003850
      *  2300-ADD-TO-GROUP - FIND OR OPEN THE SUMMARY LINE FOR THIS     00003860
      *  CODE AND STATUS AND ADD THE RECORD TO IT.  MORE DISTINCT       00003870
      *  PAIRS THAN THE TABLE HOLDS CONDEMNS THE RUN.                   00003880
      *----------------------------------------------------------------*00003890
       2300-ADD-TO-GROUP.                                               00003900
           MOVE ZERO TO WS-GROUP-FOUND-IDX                              00003910
           PERFORM 2310-SEARCH-GROUP THRU 2310-EXIT                     00003920
               VARYING GR-IDX FROM 1 BY 1                               00003930
               UNTIL GR-IDX > WS-GROUP-COUNT                            00003940
                   OR WS-GROUP-FOUND-IDX NOT = ZERO                     00003950
           IF WS-GROUP-FOUND-IDX = ZERO                                 00003960
               IF WS-GROUP-COUNT NOT < WS-GROUP-MAX                     00003970
                   MOVE 'Y' TO WS-REFUSE-SW                             00003980
                   MOVE 'SUMMARY TABLE FULL' TO WS-REFUSE-REASON        00003990
                   GO TO 2300-EXIT                                      00004000
               END-IF                                                   00004010
               ADD 1 TO WS-GROUP-COUNT                                  00004020
               MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND-IDX                00004030
               SET GR-IDX TO WS-GROUP-FOUND-IDX                         00004040
               MOVE HV-TRAN-CODE   TO GR-TRAN-CODE(GR-IDX)              00004050
               MOVE WS-ACCT-STATUS TO GR-STATUS(GR-IDX)                 00004060
               MOVE ZERO           TO GR-COUNT(GR-IDX)                  00004070
               MOVE ZERO           TO GR-NET-AMT(GR-IDX)                00004080
               MOVE ZERO           TO GR-ENTRY-AMT(GR-IDX)              00004090
               MOVE SPACES         TO GR-DR-ACCOUNT(GR-IDX)             00004100
               MOVE SPACES         TO GR-CR-ACCOUNT(GR-IDX)             00004110
               MOVE SPACES         TO GR-DESC(GR-IDX)                   00004120
               MOVE 'N'            TO GR-MAPPED-SW(GR-IDX)              00004130
           END-IF                                                       00004140
           SET GR-IDX TO WS-GROUP-FOUND-IDX                             00004150
           ADD 1 TO GR-COUNT(GR-IDX)                                    00004160
           ADD HV-AMOUNT TO GR-NET-AMT(GR-IDX).                         00004170
       2300-EXIT.                                                       00004180
           EXIT.                                                        00004190
       2310-SEARCH-GROUP.                                               00004200
           IF GR-TRAN-CODE(GR-IDX) = HV-TRAN-CODE                       00004210
                   AND GR-STATUS(GR-IDX) = WS-ACCT-STATUS               00004220
               SET WS-GROUP-FOUND-IDX TO GR-IDX                         00004230
           END-IF.                                                      00004240
       2310-EXIT.                                                       00004250
           EXIT.                                                        00004260
      *----------------------------------------------------------------*00004270
      *  3000-BUILD-ENTRIES - MAP EACH SUMMARY LINE TO ITS GL           00004280
      *  ACCOUNTS AND TOTAL THE DEBITS AND CREDITS IT WILL WRITE,       00004290
      *  THEN PROVE: DEBITS EQUAL CREDITS, AND THE SUMMARY LINES ADD    00004300
      *  BACK TO THE ITEM COUNT AND NET AMOUNT READ.  AN UNMAPPED       00004310
      *  LINE OR A FAILED PROOF CONDEMNS THE RUN.                       00004320
      *----------------------------------------------------------------*00004330
       3000-BUILD-ENTRIES.                                              00004340
           PERFORM 3100-MAP-GROUP THRU 3100-EXIT                        00004350
               VARYING GR-IDX FROM 1 BY 1                               00004360
               UNTIL GR-IDX > WS-GROUP-COUNT                            00004370
           IF WS-UNMAPPED-COUNT NOT = ZERO                              00004380
               MOVE 'Y' TO WS-REFUSE-SW                                 00004390
               MOVE 'ACTIVITY WITH NO GL MAPPING' TO WS-REFUSE-REASON   00004400
           END-IF                                                       00004410
           IF WS-GROUP-ITEM-COUNT NOT = WS-ITEM-COUNT                   00004420
                   OR WS-GROUP-NET-AMT NOT = WS-ITEM-NET-AMT            00004430
               MOVE 'Y' TO WS-REFUSE-SW                                 00004440
               MOVE 'SUMMARY DOES NOT PROVE TO ACTIVITY'                00004450
                   TO WS-REFUSE-REASON                                  00004460
           END-IF                                                       00004470
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL                      00004480
               MOVE 'Y' TO WS-REFUSE-SW                                 00004490
               MOVE 'DEBITS DO NOT EQUAL CREDITS' TO WS-REFUSE-REASON   00004500
           END-IF.                                                      00004510
       3000-EXIT.                                                       00004520
           EXIT.                                                        00004530
      *----------------------------------------------------------------*00004540
      *  3100-MAP-GROUP - A NET CREDIT TO THE CUSTOMERS TAKES THE       00004550
      *  CARD'S ACCOUNTS AS KEYED; A NET DEBIT SWAPS THEM, SO EVERY     00004560
      *  ENTRY AMOUNT IS POSITIVE.  A LINE THAT NETS TO ZERO IS         00004570
      *  LISTED BUT WRITES NO ENTRIES.                                  00004580
      *----------------------------------------------------------------*00004590
       3100-MAP-GROUP.                                                  00004600
           ADD GR-COUNT(GR-IDX) TO WS-GROUP-ITEM-COUNT                  00004610
           ADD GR-NET-AMT(GR-IDX) TO WS-GROUP-NET-AMT                   00004620
           MOVE ZERO TO WS-MAP-FOUND-IDX                                00004630
           PERFORM 3110-SEARCH-MAP THRU 3110-EXIT                       00004640
               VARYING MP-IDX FROM 1 BY 1                               00004650
               UNTIL MP-IDX > WS-MAP-COUNT                              00004660
                   OR WS-MAP-FOUND-IDX NOT = ZERO                       00004670
           IF WS-MAP-FOUND-IDX = ZERO                                   00004680
               ADD 1 TO WS-UNMAPPED-COUNT                               00004690
               GO TO 3100-EXIT                                          00004700
           END-IF                                                       00004710
           SET MP-IDX TO WS-MAP-FOUND-IDX                               00004720
           MOVE 'Y' TO GR-MAPPED-SW(GR-IDX)                             00004730
           MOVE MP-DESC(MP-IDX) TO GR-DESC(GR-IDX)                      00004740
           IF GR-NET-AMT(GR-IDX) < ZERO                                 00004750
               COMPUTE GR-ENTRY-AMT(GR-IDX) = ZERO - GR-NET-AMT(GR-IDX) 00004760
               MOVE MP-CR-ACCOUNT(MP-IDX) TO GR-DR-ACCOUNT(GR-IDX)      00004770
               MOVE MP-DR-ACCOUNT(MP-IDX) TO GR-CR-ACCOUNT(GR-IDX)      00004780
           ELSE                                                         00004790
               MOVE GR-NET-AMT(GR-IDX) TO GR-ENTRY-AMT(GR-IDX)          00004800
               MOVE MP-DR-ACCOUNT(MP-IDX) TO GR-DR-ACCOUNT(GR-IDX)      00004810
               MOVE MP-CR-ACCOUNT(MP-IDX) TO GR-CR-ACCOUNT(GR-IDX)      00004820
           END-IF                                                       00004830
           IF GR-ENTRY-AMT(GR-IDX) NOT = ZERO                           00004840
               ADD 2 TO WS-ENTRY-COUNT                                  00004850
               ADD GR-ENTRY-AMT(GR-IDX) TO WS-DEBIT-TOTAL               00004860
               ADD GR-ENTRY-AMT(GR-IDX) TO WS-CREDIT-TOTAL              00004870
           END-IF.                                                      00004880
       3100-EXIT.                                                       00004890
           EXIT.                                                        00004900
       3110-SEARCH-MAP.                                                 00004910
           IF MP-TRAN-CODE(MP-IDX) = GR-TRAN-CODE(GR-IDX)               00004920
                   AND MP-STATUS(MP-IDX) = GR-STATUS(GR-IDX)            00004930
               SET WS-MAP-FOUND-IDX TO MP-IDX                           00004940
           END-IF.                                                      00004950
       3110-EXIT.                                                       00004960
           EXIT.                                                        00004970
      *----------------------------------------------------------------*00004980
      *  4000-WRITE-JOURNAL - THE JOURNAL FILE, WRITTEN ONLY ONCE       00004990
      *  THE ENTRIES HAVE PROVED: HEADER, A DEBIT AND A CREDIT ENTRY    00005000
      *  PER NON-ZERO SUMMARY LINE, AND THE TRAILER WITH THE ENTRY      00005010
      *  COUNT, DEBIT AND CREDIT TOTALS AND ITEMS SUMMARIZED.           00005020
      *----------------------------------------------------------------*00005030
       4000-WRITE-JOURNAL.                                              00005040
           OPEN OUTPUT GL-OUT                                           00005050
           MOVE SPACES TO HELLO-GL-RECORD                               00005060
           MOVE 'HDR' TO GJ-RECORD-TYPE                                 00005070
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE                    00005080
           MOVE 'HELLO' TO GH-SOURCE                                    00005090
           MOVE WS-RUN-DATE TO GH-CREATED-DATE                          00005100
           MOVE WS-RUN-HHMMSS TO GH-CREATED-TIME                        00005110
           WRITE GL-OUT-RECORD FROM HELLO-GL-RECORD                     00005120
           MOVE ZERO TO WS-ENTRY-COUNT                                  00005130
           PERFORM 4100-WRITE-GROUP THRU 4100-EXIT                      00005140
               VARYING GR-IDX FROM 1 BY 1                               00005150
               UNTIL GR-IDX > WS-GROUP-COUNT                            00005160
           MOVE SPACES TO HELLO-GL-RECORD                               00005170
           MOVE 'TRL' TO GJ-RECORD-TYPE                                 00005180
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE                    00005190
           MOVE WS-ENTRY-COUNT TO GT-ENTRY-COUNT                        00005200
           MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL                        00005210
           MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL                      00005220
           MOVE WS-ITEM-COUNT TO GT-ITEM-COUNT                          00005230
           WRITE GL-OUT-RECORD FROM HELLO-GL-RECORD                     00005240
           CLOSE GL-OUT.                                                00005250
       4000-EXIT.                                                       00005260
           EXIT.                                                        00005270
       4100-WRITE-GROUP.                                                00005280
           IF GR-ENTRY-AMT(GR-IDX) = ZERO                               00005290
               GO TO 4100-EXIT                                          00005300
           END-IF                                                       00005310
           MOVE SPACES TO HELLO-GL-RECORD                               00005320
           MOVE 'JNL' TO GJ-RECORD-TYPE                                 00005330
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE                    00005340
           MOVE GR-ENTRY-AMT(GR-IDX) TO GE-AMOUNT                       00005350
           MOVE GR-TRAN-CODE(GR-IDX) TO GE-TRAN-CODE                    00005360
           MOVE GR-STATUS(GR-IDX) TO GE-STATUS                          00005370
           MOVE GR-COUNT(GR-IDX) TO GE-ITEM-COUNT                       00005380
           MOVE GR-DESC(GR-IDX) TO GE-DESC                              00005390
           ADD 1 TO WS-ENTRY-COUNT                                      00005400
           MOVE WS-ENTRY-COUNT TO GE-SEQ                                00005410
           MOVE GR-DR-ACCOUNT(GR-IDX) TO GE-GL-ACCOUNT                  00005420
           MOVE 'DR' TO GE-DR-CR                                        00005430
           WRITE GL-OUT-RECORD FROM HELLO-GL-RECORD                     00005440
           ADD 1 TO WS-ENTRY-COUNT                                      00005450
           MOVE WS-ENTRY-COUNT TO GE-SEQ                                00005460
           MOVE GR-CR-ACCOUNT(GR-IDX) TO GE-GL-ACCOUNT                  00005470
           MOVE 'CR' TO GE-DR-CR                                        00005480
           WRITE GL-OUT-RECORD FROM HELLO-GL-RECORD.                    00005490
       4100-EXIT.                                                       00005500
           EXIT.                                                        00005510
      *----------------------------------------------------------------*00005520
      *  5000-PRINT-SUMMARY - THE GL POSTING SUMMARY: ONE LINE PER      00005530
      *  TRANSACTION CODE AND STATUS WITH ITS GL ACCOUNTS (UNMAPPED     00005540
      *  LINES FLAGGED), THEN THE CONTROL TOTALS THAT MATCH THE         00005550
      *  TRAILER, AND WHETHER THE FILE WAS WRITTEN.  A REFUSED FILE     00005560
      *  ENDS THE RUN RC=16 SO THE TRANSMISSION STEP DOES NOT RUN.      00005570
      *----------------------------------------------------------------*00005580
       5000-PRINT-SUMMARY.                                              00005590
           MOVE SPACES TO RPT-LINE                                      00005600
           WRITE RPT-LINE                                               00005610
           MOVE RPT-SUMMARY-HEADER TO RPT-LINE                          00005620
           WRITE RPT-LINE                                               00005630
           PERFORM 5100-PRINT-GROUP THRU 5100-EXIT                      00005640
               VARYING GR-IDX FROM 1 BY 1                               00005650
               UNTIL GR-IDX > WS-GROUP-COUNT                            00005660
           MOVE SPACES TO RPT-LINE                                      00005670
           WRITE RPT-LINE                                               00005680
           MOVE 'GL EXTRACT CONTROL TOTALS' TO RPT-LINE                 00005690
           WRITE RPT-LINE                                               00005700
           MOVE WS-ACTV-READ-COUNT TO WS-TOTAL-EDIT                     00005710
           MOVE SPACES TO RPT-LINE                                      00005720
           STRING 'ACTIVITY RECORDS READ:   ' DELIMITED BY SIZE         00005730
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005740
                  INTO RPT-LINE                                         00005750
           END-STRING                                                   00005760
           WRITE RPT-LINE                                               00005770
           MOVE WS-ITEM-COUNT TO WS-TOTAL-EDIT                          00005780
           MOVE SPACES TO RPT-LINE                                      00005790
           STRING 'ITEMS ON BUSINESS DATE:  ' DELIMITED BY SIZE         00005800
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005810
                  INTO RPT-LINE                                         00005820
           END-STRING                                                   00005830
           WRITE RPT-LINE                                               00005840
           MOVE WS-NOT-FOUND-COUNT TO WS-TOTAL-EDIT                     00005850
           MOVE SPACES TO RPT-LINE                                      00005860
           STRING 'ACCOUNTS NOT ON MASTER:  ' DELIMITED BY SIZE         00005870
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005880
                  INTO RPT-LINE                                         00005890
           END-STRING                                                   00005900
           WRITE RPT-LINE                                               00005910
           MOVE WS-MAP-COUNT TO WS-TOTAL-EDIT                           00005920
           MOVE SPACES TO RPT-LINE                                      00005930
           STRING 'GL MAPPINGS LOADED:      ' DELIMITED BY SIZE         00005940
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005950
                  INTO RPT-LINE                                         00005960
           END-STRING                                                   00005970
           WRITE RPT-LINE                                               00005980
           MOVE WS-ENTRY-COUNT TO WS-TOTAL-EDIT                         00005990
           MOVE SPACES TO RPT-LINE                                      00006000
           STRING 'JOURNAL ENTRIES:         ' DELIMITED BY SIZE         00006010
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00006020
                  INTO RPT-LINE                                         00006030
           END-STRING                                                   00006040
           WRITE RPT-LINE                                               00006050
           MOVE WS-ITEM-NET-AMT TO WS-AMOUNT-EDIT                       00006060
           MOVE SPACES TO RPT-LINE                                      00006070
           STRING 'NET ACTIVITY AMOUNT:   ' DELIMITED BY SIZE           00006080
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00006090
                  INTO RPT-LINE                                         00006100
           END-STRING                                                   00006110
           WRITE RPT-LINE                                               00006120
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT                        00006130
           MOVE SPACES TO RPT-LINE                                      00006140
           STRING 'TOTAL DEBITS:          ' DELIMITED BY SIZE           00006150
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00006160
                  INTO RPT-LINE                                         00006170
           END-STRING                                                   00006180
           WRITE RPT-LINE                                               00006190
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT                       00006200
           MOVE SPACES TO RPT-LINE                                      00006210
           STRING 'TOTAL CREDITS:         ' DELIMITED BY SIZE           00006220
                  WS-AMOUNT-EDIT DELIMITED BY SIZE                      00006230
                  INTO RPT-LINE                                         00006240
           END-STRING                                                   00006250
           WRITE RPT-LINE                                               00006260
           MOVE SPACES TO RPT-LINE                                      00006270
           WRITE RPT-LINE                                               00006280
           IF WS-REFUSED                                                00006290
               MOVE SPACES TO RPT-LINE                                  00006300
               STRING '** GL FILE NOT PRODUCED - ' DELIMITED BY SIZE    00006310
                   WS-REFUSE-REASON DELIMITED BY SIZE                   00006320
                   INTO RPT-LINE                                        00006330
               END-STRING                                               00006340
               WRITE RPT-LINE                                           00006350
               MOVE 16 TO RETURN-CODE                                   00006360
           ELSE                                                         00006370
               MOVE 'GL JOURNAL FILE WRITTEN AND BALANCED' TO RPT-LINE  00006380
               WRITE RPT-LINE                                           00006390
           END-IF.                                                      00006400
       5000-EXIT.                                                       00006410
           EXIT.                                                        00006420
       5100-PRINT-GROUP.                                                00006430
           MOVE SPACES TO RPT-SUMMARY-LINE                              00006440
           MOVE GR-TRAN-CODE(GR-IDX) TO RS-TRAN-CODE                    00006450
           MOVE GR-STATUS(GR-IDX) TO RS-STATUS                          00006460
           MOVE GR-COUNT(GR-IDX) TO RS-COUNT                            00006470
           MOVE GR-NET-AMT(GR-IDX) TO RS-NET-AMT                        00006480
           IF GR-MAPPED(GR-IDX)                                         00006490
               MOVE GR-DR-ACCOUNT(GR-IDX) TO RS-DR-ACCOUNT              00006500
               MOVE GR-CR-ACCOUNT(GR-IDX) TO RS-CR-ACCOUNT              00006510
           ELSE                                                         00006520
               MOVE '** UNMAPPED' TO RS-NOTE                            00006530
           END-IF                                                       00006540
           MOVE RPT-SUMMARY-LINE TO RPT-LINE                            00006550
           WRITE RPT-LINE.                                              00006560
       5100-EXIT.                                                       00006570
           EXIT.                                                        00006580
       9000-TERMINATE.                                                  00006590
           CLOSE HELLO-MASTER                                           00006600
           CLOSE ACTV-MASTER                                            00006610
           CLOSE GL-RPT.                                                00006620
       9000-EXIT.                                                       00006630
           EXIT.                                                        00006640
      *----------------------------------------------------------------*00006641
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00006642
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00006643
      *----------------------------------------------------------------*00006644
       9100-END-RUN-CONTROL.                                            00006645
           MOVE 'C' TO RU-FUNCTION                                      00006646
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00006647
           MOVE 'ITEMS' TO RU-COUNT-LABEL(1)                            00006648
           MOVE WS-ITEM-COUNT TO RU-COUNT(1)                            00006649
           MOVE 'GL ENTRIES' TO RU-COUNT-LABEL(2)                       00006650
           MOVE WS-ENTRY-COUNT TO RU-COUNT(2)                           00006651
           MOVE 'NOT ON MSTR' TO RU-COUNT-LABEL(3)                      00006652
           MOVE WS-NOT-FOUND-COUNT TO RU-COUNT(3)                       00006653
           MOVE 'DEBITS' TO RU-AMOUNT-LABEL(1)                          00006654
           MOVE WS-DEBIT-TOTAL TO RU-AMOUNT(1)                          00006655
           MOVE 'CREDITS' TO RU-AMOUNT-LABEL(2)                         00006656
           MOVE WS-CREDIT-TOTAL TO RU-AMOUNT(2)                         00006657
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00006658
       9100-EXIT.                                                       00006659
           EXIT.                                                        00006660
