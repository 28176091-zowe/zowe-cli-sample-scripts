      *               THE HISTORY FILE IS KEYED, NOT HELD IN            00000120
      *               STORAGE, SO A MONTH OF USERIDS AND TERMINALS      00000130
      *               IS NOT LIMITED BY ANY IN-STORAGE TABLE SIZE.      00000140
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000141
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000142
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000143
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000144
      *               COMPLETED FOR THE BUSINESS DATE.                  00000145
      *--------------------------------------------------------------   00000150
       ENVIRONMENT DIVISION.                                            00000160
       INPUT-OUTPUT SECTION.                                            00000170
       77  WS-UPDATE-COUNT          PIC 9(07) COMP VALUE ZERO.          00000550
       77  WS-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.          00000560
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000570
           COPY HELLORCL.                                               00000571
       PROCEDURE DIVISION.                                              00000580
      *----------------------------------------------------------------*00000590
      *  0000-MAINLINE - ONE PASS OVER THE DAILY SUMMARY EXTRACT,       00000600
      *  THE CONTROL TOTALS.                                            00000620
      *----------------------------------------------------------------*00000630
       0000-MAINLINE.                                                   00000640
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000641
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000650
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     00000660
               UNTIL WS-EOF                                             00000670
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00000680
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000681
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00000682
           STOP RUN.                                                    00000683
      *----------------------------------------------------------------*00000684
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00000685
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00000686
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00000687
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00000688
      *----------------------------------------------------------------*00000689
       0100-START-RUN-CONTROL.                                          00000690
           MOVE 'S' TO RU-FUNCTION                                      00000691
           MOVE 'HLOGHST' TO RU-ENTRY-NAME                              00000692
           MOVE SPACES TO RU-BUSINESS-DATE                              00000693
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00000694
           IF NOT RU-OK                                                 00000695
               MOVE 16 TO RETURN-CODE                                   00000696
               STOP RUN                                                 00000697
           END-IF.                                                      00000698
       0100-EXIT.                                                       00000699
           EXIT.                                                        00000700
      *----------------------------------------------------------------*00000701
      *  1000-INITIALIZE - A DEFINED BUT UNLOADED HISTORY CLUSTER       00000702
      *  (THE FIRST RUN EVER, AND THE FIRST NIGHT AFTER THE MONTHLY     00000703
           CLOSE HIST-RPT.                                              00001770
       9000-EXIT.                                                       00001780
           EXIT.                                                        00001790
      *----------------------------------------------------------------*00001791
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00001792
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00001793
      *----------------------------------------------------------------*00001794
       9100-END-RUN-CONTROL.                                            00001795
           MOVE 'C' TO RU-FUNCTION                                      00001796
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00001797
           MOVE 'RECORDS READ' TO RU-COUNT-LABEL(1)                     00001798
           MOVE WS-READ-COUNT TO RU-COUNT(1)                            00001799
           MOVE 'ADDED' TO RU-COUNT-LABEL(2)                            00001800
           MOVE WS-ADD-COUNT TO RU-COUNT(2)                             00001801
           MOVE 'UPDATED' TO RU-COUNT-LABEL(3)                          00001802
           MOVE WS-UPDATE-COUNT TO RU-COUNT(3)                          00001803
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00001804
       9100-EXIT.                                                       00001805
           EXIT.                                                        00001806
