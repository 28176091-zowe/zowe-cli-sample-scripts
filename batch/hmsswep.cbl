      *               (E.G. THE ACCOUNT IS GONE) AND WAS DROPPED        00000190
      *               WITH A REGISTER LINE; RC=8 MEANS A FILE ERROR     00000200
      *               LEFT A CHANGE PARKED FOR ANOTHER ATTEMPT.         00000210
      *  2026-10-15  OPS  JOURNAL RECORDS CARRY THE OVERDRAFT LIMIT     00000211
      *               BEFORE/AFTER IMAGES (UNCHANGED BY A SWEEP) NOW    00000212
      *               THAT HELLOJRN INCLUDES THEM.                      00000213
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000214
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000215
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000216
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000217
      *               COMPLETED FOR THE BUSINESS DATE.                  00000218
      *--------------------------------------------------------------   00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
           05  RD-USERID            PIC X(08).                          00000830
           05  FILLER               PIC X(02) VALUE SPACES.             00000840
           05  RD-TEXT              PIC X(30).                          00000850
           COPY HELLORCL.                                               00000851
       PROCEDURE DIVISION.                                              00000860
      *----------------------------------------------------------------*00000870
      *  0000-MAINLINE - ONE KEYED PASS OVER THE PENDING FILE           00000880
      *  APPLYING EVERYTHING DUE TODAY, THEN THE REGISTER TOTALS.       00000890
      *----------------------------------------------------------------*00000900
       0000-MAINLINE.                                                   00000910
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000911
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000920
           PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT                  00000930
               UNTIL WS-EFF-EOF                                         00000940
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00000950
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000960
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00000961
           STOP RUN.                                                    00000962
      *----------------------------------------------------------------*00000963
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00000964
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00000965
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00000966
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00000967
      *----------------------------------------------------------------*00000968
       0100-START-RUN-CONTROL.                                          00000969
           MOVE 'S' TO RU-FUNCTION                                      00000970
           MOVE 'HMSSWEP' TO RU-ENTRY-NAME                              00000971
           MOVE SPACES TO RU-BUSINESS-DATE                              00000972
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00000973
           IF NOT RU-OK                                                 00000974
               MOVE 16 TO RETURN-CODE                                   00000975
               STOP RUN                                                 00000976
           END-IF.                                                      00000977
       0100-EXIT.                                                       00000978
           EXIT.                                                        00000979
      *----------------------------------------------------------------*00000980
      *  1000-INITIALIZE - OPEN THE FILES AND POSITION AT THE TOP OF    00000990
      *  THE PENDING FILE.  AN EMPTY OR UNLOADED PENDING CLUSTER        00001000
           MOVE HM-NAME    TO HJ-OLD-NAME                               00002010
           MOVE HM-STATUS  TO HJ-OLD-STATUS                             00002020
           MOVE HM-BALANCE TO HJ-OLD-BALANCE                            00002030
           MOVE HM-OD-LIMIT TO HJ-OLD-OD-LIMIT                          00002031
           MOVE EF-NEW-STATUS TO HM-STATUS                              00002040
           REWRITE HELLO-MASTER-RECORD                                  00002050
           IF WS-MASTER-STAT NOT = '00'                                 00002060
           MOVE HM-NAME       TO HJ-NEW-NAME                            00002150
           MOVE HM-STATUS     TO HJ-NEW-STATUS                          00002160
           MOVE HM-BALANCE    TO HJ-NEW-BALANCE                         00002170
           MOVE HM-OD-LIMIT   TO HJ-NEW-OD-LIMIT                        00002171
           MOVE EF-USERID     TO HJ-USERID                              00002180
           MOVE EF-TERMID     TO HJ-TERMID                              00002190
           MOVE WS-RUN-DATE   TO HJ-DATE                                00002200
           CLOSE SWP-RPT.                                               00002970
       9000-EXIT.                                                       00002980
           EXIT.                                                        00002990
      *----------------------------------------------------------------*00002991
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00002992
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00002993
      *----------------------------------------------------------------*00002994
       9100-END-RUN-CONTROL.                                            00002995
           MOVE 'C' TO RU-FUNCTION                                      00002996
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00002997
           MOVE 'CHANGES READ' TO RU-COUNT-LABEL(1)                     00002998
           MOVE WS-READ-COUNT TO RU-COUNT(1)                            00002999
           MOVE 'APPLIED' TO RU-COUNT-LABEL(2)                          00003000
           MOVE WS-APPLIED-COUNT TO RU-COUNT(2)                         00003001
           MOVE 'FAILED' TO RU-COUNT-LABEL(3)                           00003002
           MOVE WS-FAILED-COUNT TO RU-COUNT(3)                          00003003
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00003004
       9100-EXIT.                                                       00003005
           EXIT.                                                        00003006
