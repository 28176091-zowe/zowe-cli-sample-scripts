      *               SUMMARIES TO THE HLGSUM DAILY EXTRACT (LAYOUT     00000112
      *               HELLOHST) FEEDING THE MONTH-TO-DATE HISTORY       00000113
      *               KSDS, SO USAGE SURVIVES THE NIGHTLY GDG ROLL.     00000114
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000115
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000116
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000117
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000118
      *               COMPLETED FOR THE BUSINESS DATE.                  00000119
      *--------------------------------------------------------------   00000120
       ENVIRONMENT DIVISION.                                            00000130
       INPUT-OUTPUT SECTION.                                            00000140
           05  RD-T-FIRST           PIC X(14).                          00000650
           05  FILLER               PIC X(04) VALUE SPACES.             00000660
           05  RD-T-LAST            PIC X(14).                          00000670
           COPY HELLORCL.                                               00000671
       PROCEDURE DIVISION.                                              00000680
      *----------------------------------------------------------------*00000690
      *  0000-MAINLINE - READ THE DAY'S HLOG EXTRACT ONCE, ACCUMULATE   00000700
      *  PER-USERID AND PER-TERMINAL STATISTICS, AND PRINT THE REPORT.  00000710
      *----------------------------------------------------------------*00000720
       0000-MAINLINE.                                                   00000730
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000731
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000740
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     00000750
               UNTIL WS-EOF                                             00000760
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT                     00000770
           PERFORM 3300-WRITE-SUMMARY THRU 3300-EXIT                    00000771
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000780
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00000781
           STOP RUN.                                                    00000782
      *----------------------------------------------------------------*00000783
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00000784
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00000785
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00000786
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00000787
      *----------------------------------------------------------------*00000788
       0100-START-RUN-CONTROL.                                          00000789
           MOVE 'S' TO RU-FUNCTION                                      00000790
           MOVE 'HLOGRPT' TO RU-ENTRY-NAME                              00000791
           MOVE SPACES TO RU-BUSINESS-DATE                              00000792
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00000793
           IF NOT RU-OK                                                 00000794
               MOVE 16 TO RETURN-CODE                                   00000795
               STOP RUN                                                 00000796
           END-IF.                                                      00000797
       0100-EXIT.                                                       00000798
           EXIT.                                                        00000799
       1000-INITIALIZE.                                                 00000800
           OPEN INPUT HLOG-IN                                           00000810
           OPEN OUTPUT HLOG-RPT                                         00000820
           CLOSE HLOG-SUM.                                              00002240
       9000-EXIT.                                                       00002240
           EXIT.                                                        00002250
      *----------------------------------------------------------------*00002251
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00002252
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00002253
      *----------------------------------------------------------------*00002254
       9100-END-RUN-CONTROL.                                            00002255
           MOVE 'C' TO RU-FUNCTION                                      00002256
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00002257
           MOVE 'LOG RECORDS' TO RU-COUNT-LABEL(1)                      00002258
           MOVE WS-TOTAL-COUNT TO RU-COUNT(1)                           00002259
           MOVE 'USERS' TO RU-COUNT-LABEL(2)                            00002260
           MOVE WS-USER-COUNT TO RU-COUNT(2)                            00002261
           MOVE 'TERMINALS' TO RU-COUNT-LABEL(3)                        00002262
           MOVE WS-TERM-COUNT TO RU-COUNT(3)                            00002263
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00002264
       9100-EXIT.                                                       00002265
           EXIT.                                                        00002266
