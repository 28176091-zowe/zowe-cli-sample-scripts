      *               THE SAME EXTRACT GENERATION, BEFORE THE GDG       00000180
      *               ROLLS.  RC=4 MEANS EXCEPTIONS WERE FLAGGED        00000190
      *               AND THE MORNING REPORT NEEDS A LOOK.              00000200
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000201
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000202
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000203
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000204
      *               COMPLETED FOR THE BUSINESS DATE.                  00000205
      *  2026-10-15  OPS  ALSO REPORTS THE DAY'S MENU SECURITY          00000206
      *               REFUSALS (HSEC QUEUE EXTRACT, LAYOUT HELLOSEC):   00000207
      *               OPERATORS TURNED AWAY AT THE MENU AND SELECTIONS  00000208
      *               OUTSIDE THE OPERATOR'S ROLE, IN THEIR OWN         00000209
      *               SECTION AFTER THE JOURNAL EXCEPTIONS.  ANY        00000210
      *               REFUSAL ALSO ENDS THE RUN RC=4.                   00000211
      *--------------------------------------------------------------   00000212
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT JRN-IN ASSIGN TO JRNIN                                00000250
               ORGANIZATION IS SEQUENTIAL.                              00000260
           SELECT SEC-IN ASSIGN TO SECIN                                00000261
               ORGANIZATION IS SEQUENTIAL.                              00000262
           SELECT AUD-RPT ASSIGN TO AUDRPT                              00000270
               ORGANIZATION IS SEQUENTIAL.                              00000280
       DATA DIVISION.                                                   00000290
           LABEL RECORDS ARE STANDARD                                   00000320
           RECORDING MODE IS F.                                         00000330
           COPY HELLOJRN.                                               00000340
       FD  SEC-IN                                                       00000341
           LABEL RECORDS ARE STANDARD                                   00000342
           RECORDING MODE IS F.                                         00000343
           COPY HELLOSEC.                                               00000344
       FD  AUD-RPT                                                      00000350
           LABEL RECORDS ARE STANDARD                                   00000360
           RECORDING MODE IS F.                                         00000370
           EXEC SQL END DECLARE SECTION END-EXEC.                       00000510
       77  WS-EOF-SW                PIC X(01) VALUE 'N'.                00000520
           88  WS-EOF                         VALUE 'Y'.                00000530
       77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.                00000531
           88  WS-SEC-EOF                     VALUE 'Y'.                00000532
       77  WS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.          00000540
       77  WS-EXCEPT-COUNT          PIC 9(07) COMP VALUE ZERO.          00000550
       77  WS-REFUSAL-COUNT         PIC 9(07) COMP VALUE ZERO.          00000551
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000560
       77  WS-FOUND-IDX             PIC 9(04) COMP VALUE ZERO.          00000570
       77  WS-OPER-SUB              PIC 9(04) COMP VALUE ZERO.          00000580
           05  FILLER               PIC X(02) VALUE SPACES.             00000960
           05  RD-TIME              PIC X(06).                          00000970
           05  FILLER               PIC X(02) VALUE SPACES.             00000980
           05  RD-TEXT              PIC X(38).                          00000981
       01  RPT-DETAIL-REFUSAL.                                          00000982
           05  FILLER               PIC X(01) VALUE SPACES.             00000983
           05  RF-USERID            PIC X(08).                          00000984
           05  FILLER               PIC X(02) VALUE SPACES.             00000985
           05  RF-TERMID            PIC X(04).                          00000986
           05  FILLER               PIC X(02) VALUE SPACES.             00000987
           05  RF-TIME              PIC X(06).                          00000995
           05  FILLER               PIC X(02) VALUE SPACES.             00000996
           05  RF-ROLE              PIC X(03).                          00000997
           05  FILLER               PIC X(02) VALUE SPACES.             00000998
           05  RF-TEXT              PIC X(40).                          00000999
       01  RPT-DETAIL-SUMMARY.                                          00001000
           05  FILLER               PIC X(01) VALUE SPACES.             00001010
           05  RS-USERID            PIC X(08).                          00001020
           05  RS-DELETES           PIC ZZZ,ZZ9.                        00001100
           05  FILLER               PIC X(02) VALUE SPACES.             00001110
           05  RS-EXCEPTS           PIC ZZZ,ZZ9.                        00001120
           COPY HELLORCL.                                               00001121
       PROCEDURE DIVISION.                                              00001130
      *----------------------------------------------------------------*00001140
      *  0000-MAINLINE - ONE PASS OVER THE DAY'S JOURNAL PRINTING       00001150
      *  SUMMARY AND CONTROL TOTALS.                                    00001170
      *----------------------------------------------------------------*00001180
       0000-MAINLINE.                                                   00001190
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001191
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001200
           PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT                  00001210
               UNTIL WS-EOF                                             00001220
           PERFORM 2600-REPORT-REFUSALS THRU 2600-EXIT                  00001221
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT                    00001230
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001240
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001241
           STOP RUN.                                                    00001242
      *----------------------------------------------------------------*00001243
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001244
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001245
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001246
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001247
      *----------------------------------------------------------------*00001248
       0100-START-RUN-CONTROL.                                          00001249
           MOVE 'S' TO RU-FUNCTION                                      00001250
           MOVE 'HJRNAUD' TO RU-ENTRY-NAME                              00001251
           MOVE SPACES TO RU-BUSINESS-DATE                              00001252
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001253
           IF NOT RU-OK                                                 00001254
               MOVE 16 TO RETURN-CODE                                   00001255
               STOP RUN                                                 00001256
           END-IF.                                                      00001257
       0100-EXIT.                                                       00001258
           EXIT.                                                        00001259
       1000-INITIALIZE.                                                 00001260
           OPEN INPUT JRN-IN                                            00001270
           OPEN INPUT SEC-IN                                            00001271
           OPEN OUTPUT AUD-RPT                                          00001280
           MOVE SPACES TO RPT-LINE                                      00001290
           MOVE 'MAINTENANCE JOURNAL COMPLIANCE EXCEPTIONS'             00001300
           MOVE HJ-TIME TO RD-TIME                                      00002790
           MOVE WS-EXCEPT-TEXT TO RD-TEXT                               00002800
           MOVE RPT-DETAIL-EXCEPT TO RPT-LINE                           00002810
           WRITE RPT-LINE.                                              00002811
       2500-EXIT.                                                       00002812
           EXIT.                                                        00002813
      *----------------------------------------------------------------*00002814
      *  2600-REPORT-REFUSALS - THE DAY'S MENU SECURITY REFUSALS FROM   00002815
      *  THE HSEC EXTRACT, ONE LINE EACH, UNDER THEIR OWN HEADING SO    00002816
      *  AUDIT SEES ATTEMPTS ALONGSIDE THE JOURNAL EXCEPTIONS.  THE     00002817
      *  ROLE AND STATUS ARE AS MENU FOUND THEM ON OPERTAB AT THE       00002818
      *  TIME, NOT AS THEY STAND TONIGHT.                               00002819
      *----------------------------------------------------------------*00002820
       2600-REPORT-REFUSALS.                                            00002821
           MOVE SPACES TO RPT-LINE                                      00002822
           WRITE RPT-LINE                                               00002823
           MOVE SPACES TO RPT-LINE                                      00002824
           MOVE 'MENU SECURITY REFUSALS' TO RPT-LINE                    00002825
           WRITE RPT-LINE                                               00002826
           MOVE SPACES TO RPT-LINE                                      00002827
           MOVE ' USERID    TERM  TIME    ROL  DESCRIPTION'             00002828
               TO RPT-LINE                                              00002829
           WRITE RPT-LINE                                               00002830
           PERFORM 2710-READ-REFUSAL THRU 2710-EXIT                     00002831
           PERFORM 2700-PRINT-REFUSAL THRU 2700-EXIT                    00002832
               UNTIL WS-SEC-EOF.                                        00002833
       2600-EXIT.                                                       00002834
           EXIT.                                                        00002835
       2700-PRINT-REFUSAL.                                              00002836
           ADD 1 TO WS-REFUSAL-COUNT                                    00002837
           MOVE SPACES TO RPT-DETAIL-REFUSAL                            00002838
           MOVE HS-USERID TO RF-USERID                                  00002839
           MOVE HS-TERMID TO RF-TERMID                                  00002840
           MOVE HS-TIME TO RF-TIME                                      00002841
           MOVE HS-ROLE TO RF-ROLE                                      00002842
           EVALUATE TRUE                                                00002843
               WHEN HS-UNKNOWN-USER                                     00002844
                   MOVE 'TURNED AWAY - USERID NOT ON OPERTAB'           00002845
                       TO RF-TEXT                                       00002846
               WHEN HS-INACTIVE-USER                                    00002847
                   MOVE 'TURNED AWAY - OPERATOR DEACTIVATED'            00002848
                       TO RF-TEXT                                       00002849
               WHEN HS-NO-ROLE-OPTIONS                                  00002850
                   MOVE 'TURNED AWAY - NO MENU OPTIONS FOR ROLE'        00002851
                       TO RF-TEXT                                       00002852
               WHEN HS-NOT-ENTITLED                                     00002853
                   STRING 'SELECTION ' DELIMITED BY SIZE                00002854
                          HS-SELECTION DELIMITED BY SIZE                00002855
                          ' REFUSED - NOT IN ROLE' DELIMITED BY SIZE    00002856
                          INTO RF-TEXT                                  00002857
                   END-STRING                                           00002858
               WHEN OTHER                                               00002859
                   STRING 'REFUSED - REASON ' DELIMITED BY SIZE         00002860
                          HS-REASON DELIMITED BY SIZE                   00002861
                          INTO RF-TEXT                                  00002862
                   END-STRING                                           00002863
           END-EVALUATE                                                 00002864
           MOVE RPT-DETAIL-REFUSAL TO RPT-LINE                          00002865
           WRITE RPT-LINE                                               00002866
           PERFORM 2710-READ-REFUSAL THRU 2710-EXIT.                    00002867
       2700-EXIT.                                                       00002868
           EXIT.                                                        00002869
       2710-READ-REFUSAL.                                               00002870
           READ SEC-IN                                                  00002871
               AT END                                                   00002872
                   MOVE 'Y' TO WS-SEC-EOF-SW                            00002873
           END-READ.                                                    00002874
       2710-EXIT.                                                       00002875
           EXIT.                                                        00002876
      *----------------------------------------------------------------*00002877
      *  3000-PRINT-SUMMARY - PER-OPERATOR ACTIVITY SUMMARY (ADDS,      00002878
      *  CHANGES, DELETES, EXCEPTIONS) AND THE CONTROL TOTALS.          00002879
      *  ANY EXCEPTION ENDS THE RUN RC=4 SO THE MORNING CHECKLIST       00002880
      *  PICKS THE REPORT UP.                                           00002890
      *----------------------------------------------------------------*00002900
                  INTO RPT-LINE                                         00003170
           END-STRING                                                   00003180
           WRITE RPT-LINE                                               00003190
           MOVE WS-REFUSAL-COUNT TO WS-TOTAL-EDIT                       00003191
           MOVE SPACES TO RPT-LINE                                      00003192
           STRING 'MENU REFUSALS:        ' DELIMITED BY SIZE            00003193
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00003194
                  INTO RPT-LINE                                         00003195
           END-STRING                                                   00003196
           WRITE RPT-LINE                                               00003197
           IF WS-EXCEPT-COUNT > ZERO OR WS-REFUSAL-COUNT > ZERO         00003198
               MOVE 4 TO RETURN-CODE                                    00003210
           END-IF.                                                      00003220
       3000-EXIT.                                                       00003230
           EXIT.                                                        00003400
       9000-TERMINATE.                                                  00003410
           CLOSE JRN-IN                                                 00003420
           CLOSE SEC-IN                                                 00003421
           CLOSE AUD-RPT.                                               00003430
       9000-EXIT.                                                       00003440
           EXIT.                                                        00003450
      *----------------------------------------------------------------*00003451
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00003452
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00003453
      *----------------------------------------------------------------*00003454
       9100-END-RUN-CONTROL.                                            00003455
           MOVE 'C' TO RU-FUNCTION                                      00003456
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00003457
           MOVE 'RECORDS READ' TO RU-COUNT-LABEL(1)                     00003458
           MOVE WS-READ-COUNT TO RU-COUNT(1)                            00003459
           MOVE 'EXCEPTIONS' TO RU-COUNT-LABEL(2)                       00003460
           MOVE WS-EXCEPT-COUNT TO RU-COUNT(2)                          00003461
           MOVE 'MENU REFUSED' TO RU-COUNT-LABEL(3)                     00003462
           MOVE WS-REFUSAL-COUNT TO RU-COUNT(3)                         00003463
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00003464
       9100-EXIT.                                                       00003465
           EXIT.                                                        00003466
