      *               PROGRAM, SO A RESTORED MASTER CAN BE ROLLED       00000140
      *               FORWARD THROUGH EVERY ONLINE CHANGE INSTEAD OF    00000150
      *               RE-KEYING A DAY'S MAINTENANCE.                    00000160
      *  2026-10-15  OPS  HISTORY RECORD LENGTHENED TO 141 BYTES FOR    00000161
      *               THE OVERDRAFT LIMIT BEFORE/AFTER IMAGES ADDED     00000162
      *               TO HELLOJRN.                                      00000163
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000164
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000165
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000166
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000167
      *               COMPLETED FOR THE BUSINESS DATE.                  00000168
      *--------------------------------------------------------------   00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
               ==HJ-OLD-BALANCE== BY ==JH-OLD-BALANCE==                 00000490
               ==HJ-NEW-NAME== BY ==JH-NEW-NAME==                       00000500
               ==HJ-NEW-STATUS== BY ==JH-NEW-STATUS==                   00000510
               ==HJ-NEW-BALANCE== BY ==JH-NEW-BALANCE==                 00000511
               ==HJ-OLD-OD-LIMIT== BY ==JH-OLD-OD-LIMIT==               00000512
               ==HJ-NEW-OD-LIMIT== BY ==JH-NEW-OD-LIMIT==.              00000513
       FD  JRN-RPT                                                      00000530
           LABEL RECORDS ARE STANDARD                                   00000540
           RECORDING MODE IS F.                                         00000550
       77  WS-DELETE-COUNT          PIC 9(07) COMP VALUE ZERO.          00000630
       77  WS-UNKNOWN-COUNT         PIC 9(07) COMP VALUE ZERO.          00000640
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000650
           COPY HELLORCL.                                               00000651
       PROCEDURE DIVISION.                                              00000660
      *----------------------------------------------------------------*00000670
      *  0000-MAINLINE - ONE PASS OVER TODAY'S HJRN EXTRACT, COPYING    00000680
      *  COUNTING BY ACTION, THEN THE CONTROL TOTALS.                   00000700
      *----------------------------------------------------------------*00000710
       0000-MAINLINE.                                                   00000720
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000721
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000730
           PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT                  00000740
               UNTIL WS-EOF                                             00000750
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00000760
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000770
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00000771
           STOP RUN.                                                    00000772
      *----------------------------------------------------------------*00000773
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00000774
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00000775
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00000776
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00000777
      *----------------------------------------------------------------*00000778
       0100-START-RUN-CONTROL.                                          00000779
           MOVE 'S' TO RU-FUNCTION                                      00000780
           MOVE 'HJRNOFF' TO RU-ENTRY-NAME                              00000781
           MOVE SPACES TO RU-BUSINESS-DATE                              00000782
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00000783
           IF NOT RU-OK                                                 00000784
               MOVE 16 TO RETURN-CODE                                   00000785
               STOP RUN                                                 00000786
           END-IF.                                                      00000787
       0100-EXIT.                                                       00000788
           EXIT.                                                        00000789
       1000-INITIALIZE.                                                 00000790
           OPEN INPUT JRN-IN                                            00000800
           OPEN OUTPUT JRN-HIST                                         00000810
           CLOSE JRN-RPT.                                               00001760
       9000-EXIT.                                                       00001770
           EXIT.                                                        00001780
      *----------------------------------------------------------------*00001781
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00001782
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00001783
      *----------------------------------------------------------------*00001784
       9100-END-RUN-CONTROL.                                            00001785
           MOVE 'C' TO RU-FUNCTION                                      00001786
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00001787
           MOVE 'RECORDS READ' TO RU-COUNT-LABEL(1)                     00001788
           MOVE WS-READ-COUNT TO RU-COUNT(1)                            00001789
           MOVE 'CHANGES' TO RU-COUNT-LABEL(2)                          00001790
           MOVE WS-CHANGE-COUNT TO RU-COUNT(2)                          00001791
           MOVE 'UNKNOWN' TO RU-COUNT-LABEL(3)                          00001792
           MOVE WS-UNKNOWN-COUNT TO RU-COUNT(3)                         00001793
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00001794
       9100-EXIT.                                                       00001795
           EXIT.                                                        00001796
