      *               REJECTS FILE AND A PRINTED EXCEPTION REPORT       00000110
      *               (REASON CODES AND CONTROL TOTALS) SO A BAD FEED   00000120
      *               RECORD CAN NO LONGER POISON LOOKUPS SILENTLY.     00000130
      *  2026-10-15  OPS  FEED RECORD CARRIES THE ACCOUNT OVERDRAFT     00000131
      *               LIMIT (NEW REASON 007 WHEN NOT NUMERIC); THE      00000132
      *               LIMIT IS LOADED TO HM-OD-LIMIT ON BOTH PATHS.     00000133
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000134
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000135
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000136
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000137
      *               COMPLETED FOR THE BUSINESS DATE.                  00000138
      *--------------------------------------------------------------   00000140
       ENVIRONMENT DIVISION.                                            00000150
       INPUT-OUTPUT SECTION.                                            00000160
           05  AF-STATUS            PIC X(10).                          00000370
           05  AF-BAL-SIGN          PIC X(01).                          00000380
           05  AF-BALANCE           PIC 9(9)V99.                        00000390
           05  AF-OD-LIMIT          PIC 9(9)V99.                        00000391
       FD  HELLO-MASTER                                                 00000400
           LABEL RECORDS ARE STANDARD.                                  00000410
           COPY HELLOREC.                                               00000420
       01  REJECT-RECORD.                                               00000460
           05  RJ-REASON            PIC X(03).                          00000470
           05  FILLER               PIC X(01).                          00000480
           05  RJ-FEED-IMAGE        PIC X(73).                          00000490
       FD  LOAD-RPT                                                     00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           RECORDING MODE IS F.                                         00000520
               '005BALANCE SIGN NOT + - OR BLANK '.                     00000880
           05  FILLER PIC X(33) VALUE                                   00000890
               '006MASTER FILE I-O ERROR         '.                     00000900
           05  FILLER PIC X(33) VALUE                                   00000901
               '007OVERDRAFT LIMIT NOT NUMERIC   '.                     00000902
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.                  00000910
           05  WS-REASON-ENTRY OCCURS 7 TIMES INDEXED BY RS-IDX.        00000920
               10  RS-CODE          PIC X(03).                          00000930
               10  RS-TEXT          PIC X(30).                          00000940
       01  RPT-DETAIL-REJECT.                                           00000950
           05  RD-KEY               PIC X(10).                          00000990
           05  FILLER               PIC X(04) VALUE SPACES.             00001000
           05  RD-TEXT              PIC X(30).                          00001010
           COPY HELLORCL.                                               00001011
       PROCEDURE DIVISION.                                              00001020
      *----------------------------------------------------------------*00001030
      *  0000-MAINLINE - ONE PASS OVER THE UPSTREAM ACCOUNT EXTRACT:    00001040
      *  EXCEPTION REPORT WITH CONTROL TOTALS.                          00001070
      *----------------------------------------------------------------*00001080
       0000-MAINLINE.                                                   00001090
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001091
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001100
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT                     00001110
               UNTIL WS-EOF                                             00001120
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00001130
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001140
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001141
           STOP RUN.                                                    00001142
      *----------------------------------------------------------------*00001143
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001144
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001145
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001146
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001147
      *----------------------------------------------------------------*00001148
       0100-START-RUN-CONTROL.                                          00001149
           MOVE 'S' TO RU-FUNCTION                                      00001150
           MOVE 'HMSLOAD' TO RU-ENTRY-NAME                              00001151
           MOVE SPACES TO RU-BUSINESS-DATE                              00001152
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001153
           IF NOT RU-OK                                                 00001154
               MOVE 16 TO RETURN-CODE                                   00001155
               STOP RUN                                                 00001156
           END-IF.                                                      00001157
       0100-EXIT.                                                       00001158
           EXIT.                                                        00001159
      *----------------------------------------------------------------*00001160
      *  1000-INITIALIZE - OPEN THE FILES, PROVE THE MASTER OPENED      00001170
      *  CLEANLY, PRINT THE REPORT HEADINGS, AND READ AHEAD.  A MASTER  00001180
      *----------------------------------------------------------------*00001670
      *  2200-VALIDATE-RECORD - APPLY THE HELLOREC LAYOUT RULES TO THE  00001680
      *  FEED RECORD: NUMERIC 10-DIGIT KEY, NON-BLANK NAME, A STATUS    00001690
      *  FROM THE HELLOSTS TABLE, A NUMERIC BALANCE, A RECOGNIZED       00001700
      *  SIGN, AND A NUMERIC OVERDRAFT LIMIT.  THE FIRST RULE BROKEN    00001710
      *  SETS THE REASON CODE; A BLANK REASON MEANS THE RECORD PASSED.  00001720
      *----------------------------------------------------------------*00001730
       2200-VALIDATE-RECORD.                                            00001740
           MOVE SPACES TO WS-REASON                                     00001750
               MOVE '005' TO WS-REASON                                  00001980
               GO TO 2200-EXIT                                          00001990
           END-IF                                                       00002000
           IF AF-OD-LIMIT NOT NUMERIC                                   00002001
               MOVE '007' TO WS-REASON                                  00002002
               GO TO 2200-EXIT                                          00002003
           END-IF                                                       00002004
           MOVE AF-BALANCE TO WS-FEED-BALANCE                           00002010
           IF AF-BAL-SIGN = '-'                                         00002020
               COMPUTE WS-FEED-BALANCE = ZERO - WS-FEED-BALANCE         00002030
                   MOVE AF-NAME         TO HM-NAME                      00002250
                   MOVE AF-STATUS       TO HM-STATUS                    00002260
                   MOVE WS-FEED-BALANCE TO HM-BALANCE                   00002270
                   MOVE AF-OD-LIMIT     TO HM-OD-LIMIT                  00002271
                   REWRITE HELLO-MASTER-RECORD                          00002280
                   IF WS-MASTER-STAT = '00'                             00002290
                       ADD 1 TO WS-UPDATE-COUNT                         00002300
                   MOVE AF-NAME         TO HM-NAME                      00002370
                   MOVE AF-STATUS       TO HM-STATUS                    00002380
                   MOVE WS-FEED-BALANCE TO HM-BALANCE                   00002390
                   MOVE AF-OD-LIMIT     TO HM-OD-LIMIT                  00002391
                   WRITE HELLO-MASTER-RECORD                            00002400
                   IF WS-MASTER-STAT = '00'                             00002410
                       ADD 1 TO WS-LOAD-COUNT                           00002420
           MOVE ZERO TO WS-REASON-IDX                                   00002660
           PERFORM 2410-SEARCH-REASON THRU 2410-EXIT                    00002670
               VARYING RS-IDX FROM 1 BY 1                               00002680
               UNTIL RS-IDX > 7 OR WS-REASON-IDX NOT = ZERO             00002690
           IF WS-REASON-IDX NOT = ZERO                                  00002700
               MOVE RS-TEXT(WS-REASON-IDX) TO RD-TEXT                   00002710
           END-IF                                                       00002720
           CLOSE LOAD-RPT.                                              00003240
       9000-EXIT.                                                       00003250
           EXIT.                                                        00003260
      *----------------------------------------------------------------*00003261
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00003262
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00003263
      *----------------------------------------------------------------*00003264
       9100-END-RUN-CONTROL.                                            00003265
           MOVE 'C' TO RU-FUNCTION                                      00003266
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00003267
           MOVE 'RECORDS READ' TO RU-COUNT-LABEL(1)                     00003268
           MOVE WS-READ-COUNT TO RU-COUNT(1)                            00003269
           MOVE 'LOADED' TO RU-COUNT-LABEL(2)                           00003270
           MOVE WS-LOAD-COUNT TO RU-COUNT(2)                            00003271
           MOVE 'REJECTED' TO RU-COUNT-LABEL(3)                         00003272
           MOVE WS-REJECT-COUNT TO RU-COUNT(3)                          00003273
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00003274
       9100-EXIT.                                                       00003275
           EXIT.                                                        00003276
