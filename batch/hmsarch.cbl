      *               ARCHIVE ON A PRIME NOT-FOUND, SO THE HISTORY      00000170
      *               STAYS QUERYABLE WITHOUT THE FULL-FILE NIGHTLY     00000180
      *               PASSES PAYING FOR IT.                             00000190
      *  2026-10-15  OPS  ARCHIVE COPY OF HELLOREC PICKS UP THE NEW     00000191
      *               OVERDRAFT LIMIT FIELD AS AR-OD-LIMIT.             00000192
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000193
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000194
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000195
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000196
      *               COMPLETED FOR THE BUSINESS DATE.                  00000197
      *--------------------------------------------------------------   00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
               ==HM-KEY== BY ==AR-KEY==                                 00000580
               ==HM-NAME== BY ==AR-NAME==                               00000590
               ==HM-STATUS== BY ==AR-STATUS==                           00000600
               ==HM-BALANCE== BY ==AR-BALANCE==                         00000610
               ==HM-OD-LIMIT== BY ==AR-OD-LIMIT==.                      00000611
       FD  ACTV-MASTER                                                  00000620
           LABEL RECORDS ARE STANDARD.                                  00000630
           COPY HELLOACT.                                               00000640
           05  RD-NAME              PIC X(30).                          00000880
           05  FILLER               PIC X(02) VALUE SPACES.             00000890
           05  RD-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.                00000900
           COPY HELLORCL.                                               00000901
       PROCEDURE DIVISION.                                              00000910
      *----------------------------------------------------------------*00000920
      *  0000-MAINLINE - READ THE CUTOFF CARD, SWEEP THE MASTER, AND    00000930
      *  PRINT THE MANIFEST TOTALS.                                     00000940
      *----------------------------------------------------------------*00000950
       0000-MAINLINE.                                                   00000960
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000961
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000970
           PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT                   00000980
               UNTIL WS-MASTER-EOF                                      00000990
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00001000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001010
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001011
           STOP RUN.                                                    00001012
      *----------------------------------------------------------------*00001013
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001014
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001015
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001016
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001017
      *----------------------------------------------------------------*00001018
       0100-START-RUN-CONTROL.                                          00001019
           MOVE 'S' TO RU-FUNCTION                                      00001020
           MOVE 'HMSARCH' TO RU-ENTRY-NAME                              00001021
           MOVE SPACES TO RU-BUSINESS-DATE                              00001022
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001023
           IF NOT RU-OK                                                 00001024
               MOVE 16 TO RETURN-CODE                                   00001025
               STOP RUN                                                 00001026
           END-IF.                                                      00001027
       0100-EXIT.                                                       00001028
           EXIT.                                                        00001029
      *----------------------------------------------------------------*00001030
      *  1000-INITIALIZE - READ THE CUTOFF DATE CARD (A CLOSED          00001040
      *  ACCOUNT WITH NO POSTED ACTIVITY ON OR AFTER THIS DATE IS       00001050
           CLOSE ARCH-RPT.                                              00003150
       9000-EXIT.                                                       00003160
           EXIT.                                                        00003170
      *----------------------------------------------------------------*00003171
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00003172
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00003173
      *----------------------------------------------------------------*00003174
       9100-END-RUN-CONTROL.                                            00003175
           MOVE 'C' TO RU-FUNCTION                                      00003176
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00003177
           MOVE 'SCANNED' TO RU-COUNT-LABEL(1)                          00003178
           MOVE WS-SCAN-COUNT TO RU-COUNT(1)                            00003179
           MOVE 'ARCHIVED' TO RU-COUNT-LABEL(2)                         00003180
           MOVE WS-ARCHIVE-COUNT TO RU-COUNT(2)                         00003181
           MOVE 'ERRORS' TO RU-COUNT-LABEL(3)                           00003182
           MOVE WS-ERROR-COUNT TO RU-COUNT(3)                           00003183
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00003184
       9100-EXIT.                                                       00003185
           EXIT.                                                        00003186
