      *               PROVED AGAINST THE MASTER RECORD.  RUN ON THE     00000160
      *               LAST NIGHT OF THE MONTH AFTER THE HMSPOST         00000170
      *               CYCLE; THE STATEMENT MONTH IS THE RUN DATE'S      00000180
      *               MONTH.                                            00000181
      *  2026-10-15  OPS  MOVEMENTS PRINT WITH A DESCRIPTION FROM THE   00000182
      *               HELLOTRN TRANSACTION CODE TABLE, SO THE ONLINE    00000183
      *               BALANCE CHANGES HELMNT AND HELAPR NOW RECORD ON   00000184
      *               THE ACTIVITY HISTORY (CODE AJ) SHOW AS            00000185
      *               ADJUSTMENT LINES AND THE STATEMENT PROVES.        00000186
      *  2026-10-15  OPS  WRITES START AND COMPLETION ENTRIES TO THE    00000187
      *               RUN-CONTROL FILE THROUGH HRUNCTL, WITH THE        00000188
      *               RETURN CODE AND CONTROL TOTALS, AND ENDS RC=16    00000189
      *               AT START IF A PREREQUISITE STEP HAS NOT           00000190
      *               COMPLETED FOR THE BUSINESS DATE.                  00000191
      *  2026-10-15  OPS  OPTIONAL PARMIN CARD: C IN COLUMN 1 PRINTS    00000192
      *               ONE CONSOLIDATED STATEMENT PER CUSTOMER ON THE    00000193
      *               HELLOCU CUSTOMER MASTER - EACH ACCOUNT LINKED     00000194
      *               TO IT ON THE HELLOCX CROSS-REFERENCE WITH ITS     00000195
      *               OWN MOVEMENTS, THEN COMBINED OPENING AND          00000196
      *               CLOSING BALANCES.  ACCOUNTS NOT LINKED TO A       00000197
      *               CUSTOMER ON FILE STILL GET THEIR OWN STATEMENT.   00000198
      *               A BLANK CARD OR NONE KEEPS ONE STATEMENT PER      00000199
      *               ACCOUNT.                                          00000200
      *  2026-10-15  OPS  THE STATEMENT MONTH IS THE BUSINESS DATE'S    00000201
      *               MONTH FROM THE RUN-CONTROL FILE, NOT THE SYSTEM   00000202
      *               DATE'S, SO A MONTH-END RUN THAT STARTS AFTER      00000203
      *               MIDNIGHT STILL STATES THE MONTH JUST POSTED.      00000204
      *--------------------------------------------------------------   00000209
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT PARM-IN ASSIGN TO PARMIN                              00000231
               ORGANIZATION IS SEQUENTIAL.                              00000232
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000240
               ORGANIZATION IS INDEXED                                  00000250
               ACCESS MODE IS DYNAMIC                                   00000260
               RECORD KEY IS HM-KEY                                     00000270
               FILE STATUS IS WS-MASTER-STAT.                           00000280
           SELECT ACTV-MASTER ASSIGN TO ACTVMST                         00000290
               ACCESS MODE IS DYNAMIC                                   00000310
               RECORD KEY IS HV-KEY                                     00000320
               FILE STATUS IS WS-ACTV-STAT.                             00000330
           SELECT CUST-MASTER ASSIGN TO HELLOCU                         00000331
               ORGANIZATION IS INDEXED                                  00000332
               ACCESS MODE IS DYNAMIC                                   00000333
               RECORD KEY IS CU-KEY                                     00000334
               FILE STATUS IS WS-CUST-STAT.                             00000335
           SELECT CUST-XREF ASSIGN TO HELLOCX                           00000336
               ORGANIZATION IS INDEXED                                  00000337
               ACCESS MODE IS DYNAMIC                                   00000338
               RECORD KEY IS CX-KEY                                     00000339
               ALTERNATE RECORD KEY IS CX-ACCT-KEY                      00000340
               FILE STATUS IS WS-XREF-STAT.                             00000341
           SELECT STMT-RPT ASSIGN TO STMRPT                             00000342
               ORGANIZATION IS SEQUENTIAL.                              00000350
       DATA DIVISION.                                                   00000360
       FILE SECTION.                                                    00000370
      *--------------------------------------------------------------   00000371
      *  CONTROL CARD: STATEMENT MODE IN COLUMN 1 - C FOR ONE           00000372
      *  CONSOLIDATED STATEMENT PER CUSTOMER, BLANK (OR NO CARD) FOR    00000373
      *  ONE STATEMENT PER ACCOUNT.                                     00000374
      *--------------------------------------------------------------   00000375
       FD  PARM-IN                                                      00000376
           LABEL RECORDS ARE STANDARD                                   00000377
           RECORDING MODE IS F.                                         00000378
       01  PARM-RECORD.                                                 00000379
           05  PM-STMT-MODE         PIC X(01).                          00000380
               88  PM-MODE-VALID              VALUE 'C' ' '.            00000381
           05  FILLER               PIC X(79).                          00000382
       FD  HELLO-MASTER                                                 00000383
           LABEL RECORDS ARE STANDARD.                                  00000390
           COPY HELLOREC.                                               00000400
       FD  ACTV-MASTER                                                  00000410
           LABEL RECORDS ARE STANDARD.                                  00000420
           COPY HELLOACT.                                               00000430
       FD  CUST-MASTER                                                  00000431
           LABEL RECORDS ARE STANDARD.                                  00000432
           COPY HELLOCUS.                                               00000433
       FD  CUST-XREF                                                    00000434
           LABEL RECORDS ARE STANDARD.                                  00000435
           COPY HELLOCXR.                                               00000436
       FD  STMT-RPT                                                     00000440
           LABEL RECORDS ARE STANDARD                                   00000450
           RECORDING MODE IS F.                                         00000460
       WORKING-STORAGE SECTION.                                         00000480
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000490
       77  WS-ACTV-STAT             PIC X(02) VALUE SPACES.             00000500
       77  WS-CUST-STAT             PIC X(02) VALUE SPACES.             00000501
       77  WS-XREF-STAT             PIC X(02) VALUE SPACES.             00000502
       77  WS-STMT-MODE             PIC X(01) VALUE SPACE.              00000503
           88  WS-CONSOLIDATED                VALUE 'C'.                00000504
       77  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.                00000510
           88  WS-MASTER-EOF                  VALUE 'Y'.                00000520
       77  WS-ACTV-EOF-SW           PIC X(01) VALUE 'N'.                00000530
           88  WS-ACTV-EOF                    VALUE 'Y'.                00000540
       77  WS-CUST-EOF-SW           PIC X(01) VALUE 'N'.                00000541
           88  WS-CUST-EOF                    VALUE 'Y'.                00000542
       77  WS-XREF-EOF-SW           PIC X(01) VALUE 'N'.                00000543
           88  WS-XREF-EOF                    VALUE 'Y'.                00000544
       77  WS-CUST-HEADER-SW        PIC X(01) VALUE 'N'.                00000545
           88  WS-CUST-HEADER-DONE            VALUE 'Y'.                00000546
       77  WS-ACCT-COUNT            PIC 9(07) COMP VALUE ZERO.          00000550
       77  WS-MOVE-COUNT            PIC 9(07) COMP VALUE ZERO.          00000560
       77  WS-ACCT-MOVE-COUNT       PIC 9(07) COMP VALUE ZERO.          00000570
       77  WS-MISMATCH-COUNT        PIC 9(07) COMP VALUE ZERO.          00000580
       77  WS-CUST-COUNT            PIC 9(07) COMP VALUE ZERO.          00000581
       77  WS-LINK-MISSING-COUNT    PIC 9(07) COMP VALUE ZERO.          00000582
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00000590
       77  WS-OPEN-BAL              PIC S9(9)V99 COMP-3 VALUE ZERO.     00000600
       77  WS-CLOSE-BAL             PIC S9(9)V99 COMP-3 VALUE ZERO.     00000610
       77  WS-CUST-OPEN-BAL         PIC S9(11)V99 COMP-3 VALUE ZERO.    00000611
       77  WS-CUST-CLOSE-BAL        PIC S9(11)V99 COMP-3 VALUE ZERO.    00000612
       77  WS-FOUND-IDX             PIC 9(02) COMP VALUE ZERO.          00000613
      *--------------------------------------------------------------   00000614
      *  TRANSACTION CODE DESCRIPTIONS PRINTED ON EACH MOVEMENT LINE.   00000615
      *--------------------------------------------------------------   00000616
           COPY HELLOTRN.                                               00000617
       01  WS-RUN-DATE.                                                 00000620
           05  WS-RUN-YYYYMM        PIC X(06).                          00000630
           05  WS-RUN-DD            PIC X(02).                          00000640
           05  RH-NAME              PIC X(30).                          00000720
           05  FILLER               PIC X(02) VALUE SPACES.             00000730
           05  RH-STATUS            PIC X(10).                          00000740
       01  RPT-CUST-HEADER.                                             00000741
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.        00000742
           05  RC-KEY               PIC X(10).                          00000743
           05  FILLER               PIC X(02) VALUE SPACES.             00000744
           05  RC-NAME              PIC X(30).                          00000745
       01  RPT-CUST-ADDR-LINE.                                          00000746
           05  FILLER               PIC X(21) VALUE SPACES.             00000747
           05  RA-TEXT              PIC X(30).                          00000748
       01  RPT-CUST-TOTAL-LINE.                                         00000749
           05  FILLER               PIC X(02) VALUE SPACES.             00000750
           05  RT-LABEL             PIC X(18).                          00000751
           05  RT-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.             00000752
       01  RPT-BAL-LINE.                                                00000753
           05  FILLER               PIC X(02) VALUE SPACES.             00000760
           05  RB-LABEL             PIC X(18).                          00000770
           05  RB-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.                00000780
           05  FILLER               PIC X(02) VALUE SPACES.             00000820
           05  RM-CODE              PIC X(02).                          00000830
           05  FILLER               PIC X(02) VALUE SPACES.             00000840
           05  RM-DESC              PIC X(10).                          00000841
           05  FILLER               PIC X(02) VALUE SPACES.             00000842
           05  RM-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.                00000850
           05  FILLER               PIC X(02) VALUE SPACES.             00000860
           05  RM-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.                00000870
           COPY HELLORCL.                                               00000871
       PROCEDURE DIVISION.                                              00000880
      *----------------------------------------------------------------*00000890
      *  0000-MAINLINE - ONE SEQUENTIAL PASS OVER THE MASTER, ONE       00000891
      *  KEYED BROWSE OF THE MONTH'S ACTIVITY PER ACCOUNT, THEN THE     00000892
      *  CONTROL TOTALS.  CONSOLIDATED STATEMENTS INSTEAD TAKE ONE      00000893
      *  PASS OVER THE CUSTOMER MASTER, PRINTING EACH CUSTOMER'S        00000894
      *  LINKED ACCOUNTS, THEN A PASS OVER THE MASTER FOR THE           00000895
      *  ACCOUNTS NO CUSTOMER ON FILE HOLDS.                            00000896
      *----------------------------------------------------------------*00000930
       0000-MAINLINE.                                                   00000940
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00000941
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000950
           IF WS-CONSOLIDATED                                           00000951
               PERFORM 2500-PROCESS-CUSTOMER THRU 2500-EXIT             00000952
                   UNTIL WS-CUST-EOF                                    00000953
               PERFORM 2590-START-UNLINKED THRU 2590-EXIT               00000954
               PERFORM 2600-PROCESS-UNLINKED THRU 2600-EXIT             00000955
                   UNTIL WS-MASTER-EOF                                  00000956
           ELSE                                                         00000957
               PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT              00000958
                   UNTIL WS-MASTER-EOF                                  00000959
           END-IF                                                       00000960
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00000980
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000981
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00000982
           STOP RUN.                                                    00000983
      *----------------------------------------------------------------*00000984
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00000985
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00000986
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00000987
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.           00000988
      *----------------------------------------------------------------*00000989
       0100-START-RUN-CONTROL.                                          00000990
           MOVE 'S' TO RU-FUNCTION                                      00000991
           MOVE 'HMSSTMT' TO RU-ENTRY-NAME                              00000992
           MOVE SPACES TO RU-BUSINESS-DATE                              00000993
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00000994
           IF NOT RU-OK                                                 00000995
               MOVE 16 TO RETURN-CODE                                   00000996
               STOP RUN                                                 00000997
           END-IF.                                                      00000998
       0100-EXIT.                                                       00000999
           EXIT.                                                        00001000
      *----------------------------------------------------------------*00001001
      *  1000-INITIALIZE - READ THE OPTIONAL CONTROL CARD, OPEN THE     00001002
      *  FILES, PRINT THE RUN HEADING AND PRIME THE FIRST PASS.  THE    00001003
      *  CUSTOMER FILES ARE ONLY OPENED FOR CONSOLIDATED STATEMENTS.    00001004
      *----------------------------------------------------------------*00001005
       1000-INITIALIZE.                                                 00001010
           OPEN INPUT PARM-IN                                           00001011
           READ PARM-IN                                                 00001012
               AT END                                                   00001013
                   MOVE SPACES TO PARM-RECORD                           00001014
           END-READ                                                     00001015
           CLOSE PARM-IN                                                00001016
           IF NOT PM-MODE-VALID                                         00001017
               DISPLAY 'HMSSTMT - STATEMENT MODE ON CONTROL CARD BAD'   00001018
               MOVE 16 TO RETURN-CODE                                   00001019
               STOP RUN                                                 00001020
           END-IF                                                       00001021
           MOVE PM-STMT-MODE TO WS-STMT-MODE                            00001022
           OPEN INPUT HELLO-MASTER                                      00001023
           IF WS-MASTER-STAT NOT = '00'                                 00001030
               DISPLAY 'HMSSTMT - MASTER OPEN FAILED, STATUS '          00001040
                   WS-MASTER-STAT                                       00001050
               MOVE 16 TO RETURN-CODE                                   00001130
               STOP RUN                                                 00001140
           END-IF                                                       00001150
           IF WS-CONSOLIDATED                                           00001151
               OPEN INPUT CUST-MASTER                                   00001152
               IF WS-CUST-STAT NOT = '00'                               00001153
                   DISPLAY 'HMSSTMT - CUSTOMER OPEN FAILED, STATUS '    00001154
                       WS-CUST-STAT                                     00001155
                   MOVE 16 TO RETURN-CODE                               00001156
                   STOP RUN                                             00001157
               END-IF                                                   00001158
               OPEN INPUT CUST-XREF                                     00001159
               IF WS-XREF-STAT NOT = '00'                               00001160
                   DISPLAY 'HMSSTMT - XREF OPEN FAILED, STATUS '        00001161
                       WS-XREF-STAT                                     00001162
                   MOVE 16 TO RETURN-CODE                               00001163
                   STOP RUN                                             00001164
               END-IF                                                   00001165
           END-IF                                                       00001166
           OPEN OUTPUT STMT-RPT                                         00001167
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001170
           IF RU-BUSINESS-DATE NOT = SPACES                             00001171
               MOVE RU-BUSINESS-DATE TO WS-RUN-DATE                     00001172
           END-IF                                                       00001173
           MOVE SPACES TO RPT-LINE                                      00001180
           IF WS-CONSOLIDATED                                           00001181
               STRING 'MONTHLY CUSTOMER STATEMENTS FOR '                00001182
                          DELIMITED BY SIZE                             00001183
                      WS-RUN-YYYYMM DELIMITED BY SIZE                   00001184
                      INTO RPT-LINE                                     00001185
               END-STRING                                               00001186
           ELSE                                                         00001187
               STRING 'MONTHLY ACCOUNT STATEMENTS FOR '                 00001188
                          DELIMITED BY SIZE                             00001189
                      WS-RUN-YYYYMM DELIMITED BY SIZE                   00001190
                      INTO RPT-LINE                                     00001191
               END-STRING                                               00001192
           END-IF                                                       00001193
           WRITE RPT-LINE                                               00001230
           IF WS-CONSOLIDATED                                           00001231
               PERFORM 2510-READ-CUSTOMER THRU 2510-EXIT                00001232
           ELSE                                                         00001233
               PERFORM 2100-READ-MASTER THRU 2100-EXIT                  00001234
           END-IF.                                                      00001235
       1000-EXIT.                                                       00001250
           EXIT.                                                        00001260
       2000-PROCESS-ACCOUNT.                                            00001270
      *  ITS AMOUNT; AN ACCOUNT WITH NO ACTIVITY OPENS AND CLOSES       00001460
      *  AT THE MASTER BALANCE.  A CLOSING BALANCE THAT DOES NOT        00001470
      *  MATCH THE MASTER MEANS THE MASTER WAS MOVED OUTSIDE            00001480
      *  POSTING AND IS FLAGGED.  ONLINE MAINTENANCE NO LONGER          00001490
      *  CAUSES THIS: HELMNT AND HELAPR RECORD EVERY BALANCE CHANGE     00001491
      *  THEY MAKE AS AN ADJUSTMENT ON THE ACTIVITY HISTORY.            00001492
      *----------------------------------------------------------------*00001500
       2200-PRINT-STATEMENT.                                            00001510
           MOVE SPACES TO RPT-LINE                                      00001520
           EXIT.                                                        00002110
      *----------------------------------------------------------------*00002120
      *  2400-LIST-MOVEMENT - PRINT THE MOVEMENT IN THE READ BUFFER     00002130
      *  IN KEY (DATE, SEQUENCE) ORDER WITH ITS TRANSACTION CODE        00002131
      *  DESCRIPTION, ROLL THE CLOSING BALANCE FORWARD TO THE           00002132
      *  BALANCE IT LEFT BEHIND, AND READ AHEAD.  A CODE MISSING        00002133
      *  FROM THE TABLE PRINTS WITH A BLANK DESCRIPTION.                00002134
      *----------------------------------------------------------------*00002135
       2400-LIST-MOVEMENT.                                              00002136
           ADD 1 TO WS-ACCT-MOVE-COUNT                                  00002137
           ADD 1 TO WS-MOVE-COUNT                                       00002138
           MOVE SPACES TO RPT-MOVE-LINE                                 00002139
           MOVE HV-DATE       TO RM-DATE                                00002140
           MOVE HV-TRAN-CODE  TO RM-CODE                                00002141
           MOVE ZERO TO WS-FOUND-IDX                                    00002142
           PERFORM 2410-SEARCH-TRAN-CODE THRU 2410-EXIT                 00002143
               VARYING HT-IDX FROM 1 BY 1                               00002144
               UNTIL HT-IDX > HT-TRAN-COUNT                             00002145
                   OR WS-FOUND-IDX NOT = ZERO                           00002146
           IF WS-FOUND-IDX NOT = ZERO                                   00002147
               MOVE HT-TRAN-DESC(WS-FOUND-IDX) TO RM-DESC               00002148
           END-IF                                                       00002149
           MOVE HV-AMOUNT     TO RM-AMOUNT                              00002150
           MOVE HV-RESULT-BAL TO RM-BALANCE                             00002151
           MOVE RPT-MOVE-LINE TO RPT-LINE                               00002152
           WRITE RPT-LINE                                               00002153
           MOVE HV-RESULT-BAL TO WS-CLOSE-BAL                           00002154
           PERFORM 2300-READ-ACTIVITY THRU 2300-EXIT.                   00002155
       2400-EXIT.                                                       00002156
           EXIT.                                                        00002157
       2410-SEARCH-TRAN-CODE.                                           00002158
           IF HT-TRAN-CODE(HT-IDX) = HV-TRAN-CODE                       00002159
               SET WS-FOUND-IDX TO HT-IDX                               00002160
           END-IF.                                                      00002161
       2410-EXIT.                                                       00002162
           EXIT.                                                        00002163
      *----------------------------------------------------------------*00002164
      *  2500-PROCESS-CUSTOMER - ONE CUSTOMER'S CONSOLIDATED            00002165
      *  STATEMENT.  THE CROSS-REFERENCE IS STARTED AT THE CUSTOMER     00002166
      *  NUMBER AND READ FORWARD UNTIL IT CHANGES; EACH LINKED          00002167
      *  ACCOUNT GETS THE USUAL STATEMENT SECTION AND ITS OPENING AND   00002168
      *  CLOSING BALANCES ARE ADDED INTO THE CUSTOMER'S COMBINED        00002169
      *  BALANCES.  A CUSTOMER WITH NO LINKED ACCOUNT ON THE MASTER     00002170
      *  GETS NO STATEMENT.                                             00002171
      *----------------------------------------------------------------*00002172
       2500-PROCESS-CUSTOMER.                                           00002173
           MOVE 'N' TO WS-CUST-HEADER-SW                                00002174
           MOVE ZERO TO WS-CUST-OPEN-BAL                                00002175
           MOVE ZERO TO WS-CUST-CLOSE-BAL                               00002176
           MOVE 'N' TO WS-XREF-EOF-SW                                   00002177
           MOVE CU-KEY TO CX-CUST-KEY                                   00002178
           MOVE ZERO TO CX-ACCT-KEY                                     00002179
           START CUST-XREF KEY NOT < CX-KEY                             00002180
           IF WS-XREF-STAT NOT = '00'                                   00002181
               MOVE 'Y' TO WS-XREF-EOF-SW                               00002182
           END-IF                                                       00002183
           PERFORM 2520-NEXT-LINK THRU 2520-EXIT                        00002184
               UNTIL WS-XREF-EOF                                        00002185
           IF WS-CUST-HEADER-DONE                                       00002186
               ADD 1 TO WS-CUST-COUNT                                   00002187
               PERFORM 2540-PRINT-CUSTOMER-TOTALS THRU 2540-EXIT        00002188
           END-IF                                                       00002189
           PERFORM 2510-READ-CUSTOMER THRU 2510-EXIT.                   00002190
       2500-EXIT.                                                       00002191
           EXIT.                                                        00002192
       2510-READ-CUSTOMER.                                              00002193
           READ CUST-MASTER NEXT RECORD                                 00002194
               AT END                                                   00002195
                   MOVE 'Y' TO WS-CUST-EOF-SW                           00002196
           END-READ.                                                    00002197
       2510-EXIT.                                                       00002198
           EXIT.                                                        00002199
      *----------------------------------------------------------------*00002200
      *  2520-NEXT-LINK - ONE LINKED ACCOUNT.  A LINK TO AN ACCOUNT NO  00002201
      *  LONGER ON THE MASTER (ARCHIVED OR DELETED SINCE IT WAS         00002202
      *  LINKED) IS COUNTED AND PASSED OVER.  THE CUSTOMER HEADING IS   00002203
      *  PRINTED AHEAD OF THE FIRST ACCOUNT FOUND.                      00002204
      *----------------------------------------------------------------*00002205
       2520-NEXT-LINK.                                                  00002206
           READ CUST-XREF NEXT RECORD                                   00002207
               AT END                                                   00002208
                   MOVE 'Y' TO WS-XREF-EOF-SW                           00002209
           END-READ                                                     00002210
           IF WS-XREF-EOF                                               00002211
               GO TO 2520-EXIT                                          00002212
           END-IF                                                       00002213
           IF CX-CUST-KEY NOT = CU-KEY                                  00002214
               MOVE 'Y' TO WS-XREF-EOF-SW                               00002215
               GO TO 2520-EXIT                                          00002216
           END-IF                                                       00002217
           MOVE CX-ACCT-KEY TO HM-KEY                                   00002218
           READ HELLO-MASTER                                            00002219
           IF WS-MASTER-STAT NOT = '00'                                 00002220
               ADD 1 TO WS-LINK-MISSING-COUNT                           00002221
               GO TO 2520-EXIT                                          00002222
           END-IF                                                       00002223
           IF NOT WS-CUST-HEADER-DONE                                   00002224
               PERFORM 2530-PRINT-CUSTOMER-HEADER THRU 2530-EXIT        00002225
           END-IF                                                       00002226
           ADD 1 TO WS-ACCT-COUNT                                       00002227
           PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT                  00002228
           ADD WS-OPEN-BAL  TO WS-CUST-OPEN-BAL                         00002229
           ADD WS-CLOSE-BAL TO WS-CUST-CLOSE-BAL.                       00002230
       2520-EXIT.                                                       00002231
           EXIT.                                                        00002232
       2530-PRINT-CUSTOMER-HEADER.                                      00002233
           MOVE 'Y' TO WS-CUST-HEADER-SW                                00002234
           MOVE SPACES TO RPT-LINE                                      00002235
           WRITE RPT-LINE                                               00002236
           MOVE ALL '=' TO RPT-LINE                                     00002237
           WRITE RPT-LINE                                               00002238
           MOVE SPACES TO RPT-CUST-HEADER                               00002239
           MOVE CU-KEY  TO RC-KEY                                       00002240
           MOVE CU-NAME TO RC-NAME                                      00002241
           MOVE RPT-CUST-HEADER TO RPT-LINE                             00002242
           WRITE RPT-LINE                                               00002243
           IF CU-ADDR-LINE-1 NOT = SPACES                               00002244
               MOVE CU-ADDR-LINE-1 TO RA-TEXT                           00002245
               MOVE RPT-CUST-ADDR-LINE TO RPT-LINE                      00002246
               WRITE RPT-LINE                                           00002247
           END-IF                                                       00002248
           IF CU-ADDR-LINE-2 NOT = SPACES                               00002249
               MOVE CU-ADDR-LINE-2 TO RA-TEXT                           00002250
               MOVE RPT-CUST-ADDR-LINE TO RPT-LINE                      00002251
               WRITE RPT-LINE                                           00002252
           END-IF                                                       00002253
           IF CU-POSTCODE NOT = SPACES                                  00002254
               MOVE CU-POSTCODE TO RA-TEXT                              00002255
               MOVE RPT-CUST-ADDR-LINE TO RPT-LINE                      00002256
               WRITE RPT-LINE                                           00002257
           END-IF.                                                      00002258
       2530-EXIT.                                                       00002259
           EXIT.                                                        00002260
       2540-PRINT-CUSTOMER-TOTALS.                                      00002261
           MOVE SPACES TO RPT-LINE                                      00002262
           WRITE RPT-LINE                                               00002263
           MOVE SPACES TO RPT-CUST-TOTAL-LINE                           00002264
           MOVE 'COMBINED OPENING' TO RT-LABEL                          00002265
           MOVE WS-CUST-OPEN-BAL TO RT-AMOUNT                           00002266
           MOVE RPT-CUST-TOTAL-LINE TO RPT-LINE                         00002267
           WRITE RPT-LINE                                               00002268
           MOVE SPACES TO RPT-CUST-TOTAL-LINE                           00002269
           MOVE 'COMBINED CLOSING' TO RT-LABEL                          00002270
           MOVE WS-CUST-CLOSE-BAL TO RT-AMOUNT                          00002271
           MOVE RPT-CUST-TOTAL-LINE TO RPT-LINE                         00002272
           WRITE RPT-LINE.                                              00002273
       2540-EXIT.                                                       00002274
           EXIT.                                                        00002275
      *----------------------------------------------------------------*00002276
      *  2590-START-UNLINKED - THE CUSTOMER PASS READ THE MASTER BY     00002277
      *  KEY, SO IT IS REPOSITIONED AT THE FIRST ACCOUNT FOR THE        00002278
      *  PASS OVER THE ACCOUNTS NO CUSTOMER ON FILE HOLDS.              00002279
      *----------------------------------------------------------------*00002280
       2590-START-UNLINKED.                                             00002281
           MOVE SPACES TO RPT-LINE                                      00002282
           WRITE RPT-LINE                                               00002283
           MOVE ALL '=' TO RPT-LINE                                     00002284
           WRITE RPT-LINE                                               00002285
           MOVE SPACES TO RPT-LINE                                      00002286
           MOVE 'ACCOUNTS NOT HELD BY A CUSTOMER ON FILE' TO RPT-LINE   00002287
           WRITE RPT-LINE                                               00002288
           MOVE 'N' TO WS-MASTER-EOF-SW                                 00002289
           MOVE ZERO TO HM-KEY                                          00002290
           START HELLO-MASTER KEY NOT < HM-KEY                          00002291
           IF WS-MASTER-STAT NOT = '00'                                 00002292
               MOVE 'Y' TO WS-MASTER-EOF-SW                             00002293
               GO TO 2590-EXIT                                          00002294
           END-IF                                                       00002295
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     00002296
       2590-EXIT.                                                       00002297
           EXIT.                                                        00002298
      *----------------------------------------------------------------*00002299
      *  2600-PROCESS-UNLINKED - AN ACCOUNT LINKED TO A CUSTOMER ON     00002300
      *  FILE WAS PRINTED IN THE CUSTOMER PASS AND IS SKIPPED.  ONE     00002301
      *  WITH NO LINK, OR LINKED TO A CUSTOMER NUMBER NOT ON THE        00002302
      *  CUSTOMER MASTER, GETS ITS OWN STATEMENT AS IN A PER-ACCOUNT    00002303
      *  RUN.                                                           00002304
      *----------------------------------------------------------------*00002305
       2600-PROCESS-UNLINKED.                                           00002306
           MOVE HM-KEY TO CX-ACCT-KEY                                   00002307
           READ CUST-XREF KEY IS CX-ACCT-KEY                            00002308
           IF WS-XREF-STAT = '00'                                       00002309
               MOVE CX-CUST-KEY TO CU-KEY                               00002310
               READ CUST-MASTER                                         00002311
               IF WS-CUST-STAT = '00'                                   00002312
                   PERFORM 2100-READ-MASTER THRU 2100-EXIT              00002313
                   GO TO 2600-EXIT                                      00002314
               END-IF                                                   00002315
           END-IF                                                       00002316
           ADD 1 TO WS-ACCT-COUNT                                       00002317
           PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT                  00002318
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     00002319
       2600-EXIT.                                                       00002320
           EXIT.                                                        00002321
       3000-PRINT-TOTALS.                                               00002322
           MOVE SPACES TO RPT-LINE                                      00002323
           WRITE RPT-LINE                                               00002330
           MOVE SPACES TO RPT-LINE                                      00002340
           MOVE 'STATEMENT RUN CONTROL TOTALS' TO RPT-LINE              00002350
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00002540
                  INTO RPT-LINE                                         00002550
           END-STRING                                                   00002560
           WRITE RPT-LINE                                               00002561
           IF NOT WS-CONSOLIDATED                                       00002562
               GO TO 3000-EXIT                                          00002563
           END-IF                                                       00002564
           MOVE WS-CUST-COUNT TO WS-TOTAL-EDIT                          00002565
           MOVE SPACES TO RPT-LINE                                      00002566
           STRING 'CUSTOMER STATEMENTS: ' DELIMITED BY SIZE             00002567
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00002568
                  INTO RPT-LINE                                         00002569
           END-STRING                                                   00002570
           WRITE RPT-LINE                                               00002571
           MOVE WS-LINK-MISSING-COUNT TO WS-TOTAL-EDIT                  00002572
           MOVE SPACES TO RPT-LINE                                      00002573
           STRING 'LINKS NOT ON MASTER: ' DELIMITED BY SIZE             00002574
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00002575
                  INTO RPT-LINE                                         00002576
           END-STRING                                                   00002577
           WRITE RPT-LINE.                                              00002578
       3000-EXIT.                                                       00002580
           EXIT.                                                        00002590
       9000-TERMINATE.                                                  00002600
           CLOSE HELLO-MASTER                                           00002610
           CLOSE ACTV-MASTER                                            00002620
           CLOSE STMT-RPT                                               00002621
           IF WS-CONSOLIDATED                                           00002622
               CLOSE CUST-MASTER                                        00002623
               CLOSE CUST-XREF                                          00002624
           END-IF.                                                      00002625
       9000-EXIT.                                                       00002640
           EXIT.                                                        00002650
      *----------------------------------------------------------------*00002651
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00002652
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00002653
      *----------------------------------------------------------------*00002654
       9100-END-RUN-CONTROL.                                            00002655
           MOVE 'C' TO RU-FUNCTION                                      00002656
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00002657
           MOVE 'STATEMENTS' TO RU-COUNT-LABEL(1)                       00002658
           MOVE WS-ACCT-COUNT TO RU-COUNT(1)                            00002659
           MOVE 'MOVEMENTS' TO RU-COUNT-LABEL(2)                        00002660
           MOVE WS-MOVE-COUNT TO RU-COUNT(2)                            00002661
           MOVE 'MISMATCHES' TO RU-COUNT-LABEL(3)                       00002662
           MOVE WS-MISMATCH-COUNT TO RU-COUNT(3)                        00002663
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00002664
       9100-EXIT.                                                       00002665
           EXIT.                                                        00002666
