      *               THE CLEAN FILE); RC=16 MEANS THE TRAILER DID      00000180
      *               NOT PROVE OUT OR WAS MISSING - THE FEED IS        00000190
      *               INCOMPLETE AND THE POSTING STEP MUST NOT RUN.     00000200
      *  2026-10-15  OPS  TRANSFER MOVEMENTS (CODE TR).  THE MOVEIN     00000201
      *               RECORD GAINS A TO-ACCOUNT (33 BYTES); FOR A TR    00000202
      *               THE KEY IS THE FROM-ACCOUNT AND BOTH ACCOUNTS     00000203
      *               ARE EDITED, SO ONE LEG CAN NEVER PASS WITHOUT     00000204
      *               THE OTHER (NEW REASONS 004 AND 005).              00000205
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000206
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000207
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000208
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000209
      *               COMPLETED FOR THE BUSINESS DATE.                  00000210
      *  2026-10-15  OPS  INTEREST MOVEMENTS (CODE IN) ARE ACCEPTED     00000211
      *               ONLY ON A FEED WHOSE HEADER SOURCE IS HMSACCR,    00000212
      *               SO NO OTHER SENDER CAN POST A CREDIT THAT         00000213
      *               REPORTS AS INTEREST (NEW REASON 006).             00000214
      *  2026-10-15  OPS  OPTIONAL PARMIN CARD: A IN COLUMN 1 MARKS THE 00000215
      *               EDIT OF THE MONTH-END HMSACCR ACCRUAL FEED, WHICH 00000216
      *               IS RECORDED ON THE RUN-CONTROL FILE AS HMSEDITA,  00000217
      *               NOT OVER THE NIGHT'S HMSEDIT ENTRY.               00000218
      *--------------------------------------------------------------   00000219
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
               ORGANIZATION IS SEQUENTIAL.                              00000300
           SELECT EDIT-RPT ASSIGN TO EDTRPT                             00000310
               ORGANIZATION IS SEQUENTIAL.                              00000320
           SELECT PARM-IN ASSIGN TO PARMIN                              00000321
               ORGANIZATION IS SEQUENTIAL.                              00000322
       DATA DIVISION.                                                   00000330
       FILE SECTION.                                                    00000340
       FD  MOVE-RAW                                                     00000350
           LABEL RECORDS ARE STANDARD                                   00000360
           RECORDING MODE IS F.                                         00000370
       01  RAW-RECORD               PIC X(33).                          00000380
       FD  MOVE-CLEAN                                                   00000390
           LABEL RECORDS ARE STANDARD                                   00000400
           RECORDING MODE IS F.                                         00000410
       01  CLEAN-RECORD             PIC X(33).                          00000420
       FD  REJECT-FILE                                                  00000430
           LABEL RECORDS ARE STANDARD                                   00000440
           RECORDING MODE IS F.                                         00000450
       01  REJECT-RECORD.                                               00000460
           05  RJ-REASON            PIC X(03).                          00000470
           05  FILLER               PIC X(01).                          00000480
           05  RJ-FEED-IMAGE        PIC X(33).                          00000490
       FD  EDIT-RPT                                                     00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           RECORDING MODE IS F.                                         00000520
       01  RPT-LINE                 PIC X(80).                          00000530
      *  RUN-TYPE CONTROL CARD - SEE 0050-READ-PARM.                    00000531
       FD  PARM-IN                                                      00000532
           LABEL RECORDS ARE STANDARD                                   00000533
           RECORDING MODE IS F.                                         00000534
       01  PARM-RECORD.                                                 00000535
           05  PM-RUN-TYPE          PIC X(01).                          00000536
               88  PM-ACCRUAL-RUN             VALUE 'A'.                00000537
               88  PM-NIGHTLY-RUN             VALUE ' '.                00000538
           05  FILLER               PIC X(79).                          00000539
       WORKING-STORAGE SECTION.                                         00000540
       77  WS-EOF-SW                PIC X(01) VALUE 'N'.                00000550
           88  WS-EOF                         VALUE 'Y'.                00000560
           88  WS-HEADER-SEEN                 VALUE 'Y'.                00000580
       77  WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.                00000590
           88  WS-TRAILER-SEEN                VALUE 'Y'.                00000600
       77  WS-ACCRUAL-FEED-SW       PIC X(01) VALUE 'N'.                00000601
           88  WS-ACCRUAL-FEED                VALUE 'Y'.                00000602
       77  WS-RUNCTL-ENTRY          PIC X(08) VALUE 'HMSEDIT'.          00000603
       77  WS-MOVE-COUNT            PIC 9(07) COMP VALUE ZERO.          00000610
       77  WS-CLEAN-COUNT           PIC 9(07) COMP VALUE ZERO.          00000620
       77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.          00000630
      *  HMSPOST READS, THE HEADER, AND THE TRAILER.  HEADER AND        00000720
      *  TRAILER ARE IDENTIFIED BY THE HDR/TRL TYPE IN THE FIRST        00000730
      *  THREE BYTES, WHICH A VALID MOVEMENT KEY (ALL NUMERIC)          00000740
      *  CAN NEVER CARRY.  MV-TO-KEY IS USED BY TRANSFERS (TR) ONLY,    00000750
      *  WHERE MV-KEY IS THE ACCOUNT THE MONEY LEAVES.                  00000751
      *--------------------------------------------------------------   00000760
       01  WS-FEED-RECORD           PIC X(33).                          00000770
       01  WS-FEED-MOVEMENT REDEFINES WS-FEED-RECORD.                   00000780
           05  MV-KEY               PIC X(10).                          00000790
           05  MV-TRAN-CODE         PIC X(02).                          00000800
           05  MV-AMOUNT            PIC 9(9)V99.                        00000810
           05  MV-TO-KEY            PIC X(10).                          00000811
       01  WS-FEED-HEADER REDEFINES WS-FEED-RECORD.                     00000820
           05  FH-RECORD-TYPE       PIC X(03).                          00000830
           05  FH-DATE              PIC X(08).                          00000840
           05  FH-SOURCE            PIC X(08).                          00000850
           05  FILLER               PIC X(14).                          00000860
       01  WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.                    00000870
           05  FT-RECORD-TYPE       PIC X(03).                          00000880
           05  FT-REC-COUNT         PIC 9(07).                          00000890
           05  FT-HASH-TOTAL        PIC 9(11)V99.                       00000900
           05  FILLER               PIC X(10).                          00000901
      *--------------------------------------------------------------   00000910
      *  REJECT REASON CODES AND THEIR REPORT DESCRIPTIONS, THE         00000920
      *  SAME SCHEME HMSLOAD USES FOR THE ACCOUNT FEED.  THE CODE       00000930
           05  FILLER PIC X(33) VALUE                                   00000980
               '001KEY NOT A NON-ZERO NUMERIC KEY'.                     00000990
           05  FILLER PIC X(33) VALUE                                   00001000
               '002TRAN CODE NOT CR DB TR IN     '.                     00001010
           05  FILLER PIC X(33) VALUE                                   00001020
               '003AMOUNT NOT NUMERIC            '.                     00001030
           05  FILLER PIC X(33) VALUE                                   00001031
               '004TRANSFER TO-ACCOUNT NOT VALID '.                     00001032
           05  FILLER PIC X(33) VALUE                                   00001033
               '005TRANSFER TO ITS OWN ACCOUNT   '.                     00001034
           05  FILLER PIC X(33) VALUE                                   00001035
               '006INTEREST NOT FROM HMSACCR FEED'.                     00001036
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.                  00001040
           05  WS-REASON-ENTRY OCCURS 6 TIMES INDEXED BY RS-IDX.        00001050
               10  RS-CODE          PIC X(03).                          00001060
               10  RS-TEXT          PIC X(30).                          00001070
       01  RPT-DETAIL-REJECT.                                           00001080
           05  RD-KEY               PIC X(10).                          00001120
           05  FILLER               PIC X(04) VALUE SPACES.             00001130
           05  RD-TEXT              PIC X(30).                          00001140
           COPY HELLORCL.                                               00001141
       PROCEDURE DIVISION.                                              00001150
      *----------------------------------------------------------------*00001160
      *  0000-MAINLINE - PROVE THE HEADER, EDIT AND SPLIT THE           00001170
      *  THE RETURN CODE TELLS THE POSTING STEP WHETHER TO RUN.         00001190
      *----------------------------------------------------------------*00001200
       0000-MAINLINE.                                                   00001210
           PERFORM 0050-READ-PARM THRU 0050-EXIT                        00001211
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001212
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001220
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT                     00001230
               UNTIL WS-EOF                                             00001231
           PERFORM 3000-PRINT-CONTROL-PAGE THRU 3000-EXIT               00001232
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001233
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001234
           STOP RUN.                                                    00001235
      *----------------------------------------------------------------*00001236
      *  0050-READ-PARM - READ THE RUN-TYPE CARD.  THE EDIT OF THE      00001237
      *  ACCRUAL FEED RUNS UNDER ITS OWN RUN-CONTROL ENTRY, HMSEDITA,   00001238
      *  SO IT DOES NOT OVERWRITE THE NIGHT'S HMSEDIT ENTRY.  A BAD     00001239
      *  CARD ENDS THE RUN RC=16 BEFORE ANYTHING IS RECORDED.           00001240
      *----------------------------------------------------------------*00001241
       0050-READ-PARM.                                                  00001242
           OPEN INPUT PARM-IN                                           00001243
           READ PARM-IN                                                 00001244
               AT END                                                   00001245
                   MOVE SPACES TO PARM-RECORD                           00001246
           END-READ                                                     00001247
           CLOSE PARM-IN                                                00001248
           IF NOT PM-ACCRUAL-RUN AND NOT PM-NIGHTLY-RUN                 00001249
               DISPLAY 'HMSEDIT - RUN TYPE ON CONTROL CARD BAD'         00001250
               MOVE 16 TO RETURN-CODE                                   00001251
               STOP RUN                                                 00001252
           END-IF                                                       00001253
           IF PM-ACCRUAL-RUN                                            00001254
               MOVE 'HMSEDITA' TO WS-RUNCTL-ENTRY                       00001255
           END-IF.                                                      00001256
       0050-EXIT.                                                       00001257
           EXIT.                                                        00001258
      *----------------------------------------------------------------*00001259
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001264
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001265
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001266
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00001267
      *----------------------------------------------------------------*00001268
       0100-START-RUN-CONTROL.                                          00001269
           MOVE 'S' TO RU-FUNCTION                                      00001270
           MOVE WS-RUNCTL-ENTRY TO RU-ENTRY-NAME                        00001271
           MOVE SPACES TO RU-BUSINESS-DATE                              00001272
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001273
           IF NOT RU-OK                                                 00001274
               MOVE 16 TO RETURN-CODE                                   00001275
               STOP RUN                                                 00001276
           END-IF.                                                      00001277
       0100-EXIT.                                                       00001278
           EXIT.                                                        00001279
      *----------------------------------------------------------------*00001280
      *  1000-INITIALIZE - OPEN THE FILES AND PROVE THE FIRST RECORD    00001290
      *  IS THE FEED HEADER.  A FEED WITHOUT A HEADER IS NOT IN THE     00001300
           END-IF                                                       00001530
           IF FH-RECORD-TYPE = 'HDR'                                    00001540
               MOVE 'Y' TO WS-HEADER-SEEN-SW                            00001550
               IF FH-SOURCE = 'HMSACCR'                                 00001551
                   MOVE 'Y' TO WS-ACCRUAL-FEED-SW                       00001552
               END-IF                                                   00001553
               MOVE SPACES TO RPT-LINE                                  00001560
               STRING 'FEED DATED ' DELIMITED BY SIZE                   00001570
                      FH-DATE DELIMITED BY SIZE                         00001580
           EXIT.                                                        00001990
      *----------------------------------------------------------------*00002000
      *  2200-EDIT-MOVEMENT - THE FIELD EDITS HMSPOST USED TO APPLY     00002010
      *  IN ITS POSTING PARAGRAPH: NON-ZERO NUMERIC KEY, CR, DB, TR     00002020
      *  OR IN TRANSACTION CODE, NUMERIC AMOUNT, AND FOR A TRANSFER A   00002021
      *  NON-ZERO NUMERIC TO-ACCOUNT OTHER THAN THE FROM-ACCOUNT.       00002022
      *  A TRANSFER IS ONE RECORD, SO BOTH LEGS PASS OR REJECT          00002023
      *  TOGETHER.  INTEREST (IN) IS ONLY TAKEN FROM THE HMSACCR        00002030
      *  ACCRUAL FEED.  CLEAN MOVEMENTS GO TO                           00002031
      *  THE POSTING FILE; THE FIRST RULE BROKEN REJECTS THE            00002040
      *  RECORD.  EVERY MOVEMENT COUNTS TOWARD THE TRAILER RECORD       00002050
      *  COUNT, AND EVERY NUMERIC AMOUNT TOWARD THE HASH TOTAL, SO      00002060
               GO TO 2200-EXIT                                          00002180
           END-IF                                                       00002190
           IF MV-TRAN-CODE NOT = 'CR' AND MV-TRAN-CODE NOT = 'DB'       00002200
                   AND MV-TRAN-CODE NOT = 'TR'                          00002201
                   AND MV-TRAN-CODE NOT = 'IN'                          00002202
               MOVE '002' TO WS-REASON                                  00002210
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT                 00002220
               GO TO 2200-EXIT                                          00002230
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT                 00002270
               GO TO 2200-EXIT                                          00002280
           END-IF                                                       00002290
           IF MV-TRAN-CODE = 'IN' AND NOT WS-ACCRUAL-FEED               00002291
               MOVE '006' TO WS-REASON                                  00002292
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT                 00002293
               GO TO 2200-EXIT                                          00002294
           END-IF                                                       00002295
           IF MV-TRAN-CODE = 'TR'                                       00002296
               IF MV-TO-KEY NOT NUMERIC OR MV-TO-KEY = '0000000000'     00002297
                   MOVE '004' TO WS-REASON                              00002298
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT             00002299
                   GO TO 2200-EXIT                                      00002300
               END-IF                                                   00002301
               IF MV-TO-KEY = MV-KEY                                    00002302
                   MOVE '005' TO WS-REASON                              00002303
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT             00002304
                   GO TO 2200-EXIT                                      00002305
               END-IF                                                   00002306
           END-IF                                                       00002307
           ADD 1 TO WS-CLEAN-COUNT                                      00002308
           WRITE CLEAN-RECORD FROM WS-FEED-RECORD.                      00002310
       2200-EXIT.                                                       00002320
           EXIT.                                                        00002330
           MOVE ZERO TO WS-REASON-IDX                                   00002470
           PERFORM 2310-SEARCH-REASON THRU 2310-EXIT                    00002480
               VARYING RS-IDX FROM 1 BY 1                               00002490
               UNTIL RS-IDX > 6 OR WS-REASON-IDX NOT = ZERO             00002500
           IF WS-REASON-IDX NOT = ZERO                                  00002510
               MOVE RS-TEXT(WS-REASON-IDX) TO RD-TEXT                   00002520
           END-IF                                                       00002530
           CLOSE EDIT-RPT.                                              00003700
       9000-EXIT.                                                       00003710
           EXIT.                                                        00003720
      *----------------------------------------------------------------*00003721
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00003722
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00003723
      *----------------------------------------------------------------*00003724
       9100-END-RUN-CONTROL.                                            00003725
           MOVE 'C' TO RU-FUNCTION                                      00003726
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00003727
           MOVE 'MOVEMENTS' TO RU-COUNT-LABEL(1)                        00003728
           MOVE WS-MOVE-COUNT TO RU-COUNT(1)                            00003729
           MOVE 'ACCEPTED' TO RU-COUNT-LABEL(2)                         00003730
           MOVE WS-CLEAN-COUNT TO RU-COUNT(2)                           00003731
           MOVE 'REJECTED' TO RU-COUNT-LABEL(3)                         00003732
           MOVE WS-REJECT-COUNT TO RU-COUNT(3)                          00003733
           MOVE 'HASH TOTAL' TO RU-AMOUNT-LABEL(1)                      00003734
           MOVE WS-HASH-AMT TO RU-AMOUNT(1)                             00003735
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00003736
       9100-EXIT.                                                       00003737
           EXIT.                                                        00003738
