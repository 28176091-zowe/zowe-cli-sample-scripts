      *               CARRIES PER-STATUS SUBTOTALS AND THE GRAND        00000200
      *               TOTAL, REPLACING THE SPREADSHEET-AND-REKEY        00000210
      *               PROCEDURE.                                        00000220
      *  2026-10-15  OPS  MOVEIN RECORD LENGTHENED TO 33 BYTES FOR THE  00000221
      *               TRANSFER TO-ACCOUNT; ACCRUALS LEAVE IT BLANK.     00000222
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000223
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000224
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000225
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000226
      *               COMPLETED FOR THE BUSINESS DATE.                  00000227
      *  2026-10-15  OPS  ACCRUALS GO OUT UNDER THE INTEREST            00000228
      *               TRANSACTION CODE IN INSTEAD OF CR, SO POSTED      00000229
      *               INTEREST CAN BE TOLD APART FROM CUSTOMER          00000230
      *               DEPOSITS ON THE ACTIVITY HISTORY.                 00000231
      *  2026-10-15  OPS  THE FEED HEADER DATE AND THE REGISTER ARE     00000233
      *               DATED WITH THE CYCLE'S BUSINESS DATE FROM THE     00000234
      *               RUN-CONTROL FILE, NOT THE SYSTEM DATE, SO A RUN   00000235
      *               THAT STARTS AFTER MIDNIGHT KEEPS THE MONTH-END    00000236
      *               DATE THE ACTIVITY IS POSTED UNDER.                00000237
      *--------------------------------------------------------------   00000238
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
       FD  ACCR-OUT                                                     00000410
           LABEL RECORDS ARE STANDARD                                   00000420
           RECORDING MODE IS F.                                         00000430
       01  ACCR-RECORD              PIC X(33).                          00000440
       FD  ACCR-RPT                                                     00000450
           LABEL RECORDS ARE STANDARD                                   00000460
           RECORDING MODE IS F.                                         00000470
      *  THE ACCRUAL FEED RECORD AND ITS THREE VIEWS, MATCHING THE      00000640
      *  MOVEIN LAYOUT HMSEDIT PROVES AND HMSPOST POSTS.                00000650
      *--------------------------------------------------------------   00000660
       01  WS-FEED-RECORD           PIC X(33).                          00000670
       01  WS-FEED-MOVEMENT REDEFINES WS-FEED-RECORD.                   00000680
           05  MV-KEY               PIC X(10).                          00000690
           05  MV-TRAN-CODE         PIC X(02).                          00000700
           05  MV-AMOUNT            PIC 9(9)V99.                        00000710
           05  MV-TO-KEY            PIC X(10).                          00000711
       01  WS-FEED-HEADER REDEFINES WS-FEED-RECORD.                     00000720
           05  FH-RECORD-TYPE       PIC X(03).                          00000730
           05  FH-DATE              PIC X(08).                          00000740
           05  FH-SOURCE            PIC X(08).                          00000750
           05  FILLER               PIC X(14).                          00000760
       01  WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.                    00000770
           05  FT-RECORD-TYPE       PIC X(03).                          00000780
           05  FT-REC-COUNT         PIC 9(07).                          00000790
           05  FT-HASH-TOTAL        PIC 9(11)V99.                       00000800
           05  FILLER               PIC X(10).                          00000801
      *--------------------------------------------------------------   00000810
      *  MONTHLY INTEREST RATE TABLE KEYED BY MASTER STATUS, IN THE     00000820
      *  SAME FILLER/REDEFINES STYLE AS THE HELLOSTS STATUS TABLE.      00000830
           05  RD-COUNT             PIC ZZZ,ZZ9.                        00001100
           05  FILLER               PIC X(02) VALUE SPACES.             00001110
           05  RD-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.             00001120
           COPY HELLORCL.                                               00001121
       PROCEDURE DIVISION.                                              00001130
      *----------------------------------------------------------------*00001140
      *  0000-MAINLINE - WRITE THE FEED HEADER, WALK THE MASTER         00001150
      *  PRINT THE ACCRUAL REGISTER.                                    00001170
      *----------------------------------------------------------------*00001180
       0000-MAINLINE.                                                   00001190
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001191
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001200
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT                  00001210
               UNTIL WS-MASTER-EOF                                      00001220
           PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT                    00001230
           PERFORM 3000-PRINT-REGISTER THRU 3000-EXIT                   00001240
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001250
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001251
           STOP RUN.                                                    00001252
      *----------------------------------------------------------------*00001253
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001254
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001255
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001256
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001257
      *----------------------------------------------------------------*00001258
       0100-START-RUN-CONTROL.                                          00001259
           MOVE 'S' TO RU-FUNCTION                                      00001260
           MOVE 'HMSACCR' TO RU-ENTRY-NAME                              00001261
           MOVE SPACES TO RU-BUSINESS-DATE                              00001262
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001263
           IF NOT RU-OK                                                 00001264
               MOVE 16 TO RETURN-CODE                                   00001265
               STOP RUN                                                 00001266
           END-IF.                                                      00001267
       0100-EXIT.                                                       00001268
           EXIT.                                                        00001269
       1000-INITIALIZE.                                                 00001270
           OPEN INPUT HELLO-MASTER                                      00001280
           IF WS-MASTER-STAT NOT = '00'                                 00001290
           OPEN OUTPUT ACCR-OUT                                         00001350
           OPEN OUTPUT ACCR-RPT                                         00001360
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001370
           IF RU-BUSINESS-DATE NOT = SPACES                             00001371
               MOVE RU-BUSINESS-DATE TO WS-RUN-DATE                     00001372
           END-IF                                                       00001373
           PERFORM 1100-CLEAR-SUBTOTALS THRU 1100-EXIT                  00001380
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 4              00001390
           MOVE SPACES TO WS-FEED-RECORD                                00001400
      *  TABLE AND ACCRUE: INTEREST IS THE BALANCE TIMES THE            00001550
      *  MONTHLY RATE, ROUNDED TO THE CENT.  ONLY A POSITIVE            00001560
      *  BALANCE WITH A NON-ZERO RATE EARNS; EVERYTHING ELSE IS         00001570
      *  COUNTED AS SKIPPED.  EACH ACCRUAL GOES OUT AS AN IN            00001580
      *  (INTEREST) MOVEMENT AND INTO ITS STATUS SUBTOTAL.              00001590
      *----------------------------------------------------------------*00001600
       2000-PROCESS-ACCOUNT.                                            00001610
           ADD 1 TO WS-SCAN-COUNT                                       00001620
               ADD 1 TO WS-ACCR-COUNT                                   00001730
               MOVE SPACES TO WS-FEED-RECORD                            00001740
               MOVE HM-KEY TO MV-KEY                                    00001750
               MOVE 'IN' TO MV-TRAN-CODE                                00001760
               MOVE WS-INTEREST TO MV-AMOUNT                            00001770
               WRITE ACCR-RECORD FROM WS-FEED-RECORD                    00001780
               ADD WS-INTEREST TO WS-HASH-AMT                           00001790
           CLOSE ACCR-RPT.                                              00002790
       9000-EXIT.                                                       00002800
           EXIT.                                                        00002810
      *----------------------------------------------------------------*00002811
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00002812
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00002813
      *----------------------------------------------------------------*00002814
       9100-END-RUN-CONTROL.                                            00002815
           MOVE 'C' TO RU-FUNCTION                                      00002816
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00002817
           MOVE 'SCANNED' TO RU-COUNT-LABEL(1)                          00002818
           MOVE WS-SCAN-COUNT TO RU-COUNT(1)                            00002819
           MOVE 'ACCRUED' TO RU-COUNT-LABEL(2)                          00002820
           MOVE WS-ACCR-COUNT TO RU-COUNT(2)                            00002821
           MOVE 'SKIPPED' TO RU-COUNT-LABEL(3)                          00002822
           MOVE WS-SKIP-COUNT TO RU-COUNT(3)                            00002823
           MOVE 'INTEREST' TO RU-AMOUNT-LABEL(1)                        00002824
           MOVE WS-GRAND-AMT TO RU-AMOUNT(1)                            00002825
           MOVE 'HASH TOTAL' TO RU-AMOUNT-LABEL(2)                      00002826
           MOVE WS-HASH-AMT TO RU-AMOUNT(2)                             00002827
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00002828
       9100-EXIT.                                                       00002829
           EXIT.                                                        00002830
