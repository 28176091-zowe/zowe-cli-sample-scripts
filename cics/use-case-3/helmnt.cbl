      *  AND JOURNALS IT.                                               00002496
      *--------------------------------------------------------------   00002497
           COPY HELLOEFF.                                               00002498
      *--------------------------------------------------------------   00024981
      *  ACTIVITY HISTORY RECORD (ACTVMST KSDS) WRITTEN AS AN           00024982
      *  ADJUSTMENT (CODE AJ) FOR EVERY BALANCE CHANGE APPLIED HERE,    00024983
      *  SO THE HMSSTMT STATEMENT STILL PROVES TO THE MASTER.           00024984
      *--------------------------------------------------------------   00024985
           COPY HELLOACT.                                               00024986
      *--------------------------------------------------------------   00000250
      *  TABLE OF THE STATUS VALUES RECOGNIZED ON THE MASTER FILE,      00000260
      *  USED TO EDIT THE KEYED STATUS BEFORE IT IS APPLIED.            00000270
       01  WS-NEW-STATUS         PIC X(10).                             00000470
       01  WS-NEW-BALANCE        PIC S9(9)V99 COMP-3.                   00000480
       01  WS-BAL-DIGITS         PIC 9(9)V99.                           00000490
       01  WS-BAL-SIGN           PIC X(01).                             00000491
       01  WS-NEW-OD-LIMIT       PIC S9(9)V99 COMP-3.                   00000492
       01  WS-OD-DIGITS          PIC 9(9)V99.                           00000493
       01  WS-EFF-DATE           PIC X(08).                             00000501
       01  WS-TODAY              PIC X(08).                             00000502
       01  WS-STATUS-FOUND-IDX   PIC 9(02) COMP VALUE ZERO.             00000510
       01  WS-APPROVAL-LIMIT     PIC S9(9)V99 COMP-3 VALUE +1000.00.    00000518
       01  WS-EDIT-FAILED-SW     PIC X(01) VALUE 'N'.                   00000520
           88  WS-EDIT-FAILED              VALUE 'Y'.                   00000530
       01  WS-ADJ-FAILED-SW      PIC X(01) VALUE 'N'.                   00000531
           88  WS-ADJ-FAILED               VALUE 'Y'.                   00000532
       01  WS-FALLBACK-MSG       PIC X(60)                              00000540
               VALUE 'MAINT SCREEN UNAVAILABLE - PLEASE RE-ENTER HMNT'. 00000550
      *--------------------------------------------------------------   00000560
               MOVE STATINI TO WS-NEW-STATUS                            00001540
               MOVE BALINI  TO WS-BAL-DIGITS                            00001550
               MOVE SGNINI  TO WS-BAL-SIGN                              00001560
               MOVE ODLINI  TO WS-OD-DIGITS                             00001561
               MOVE EFFDTI  TO WS-EFF-DATE                              00001562
               MOVE LOW-VALUES TO MAINTM1O                              00001570
               EVALUATE WS-ACTION                                       00001580
                   WHEN 'A'                                             00001590
      *  CHANGE IS APPLIED: NON-ZERO NUMERIC 10-DIGIT KEY, NON-BLANK    00001750
      *  NAME, A STATUS FROM THE HELLOSTS TABLE, AND A NUMERIC          00001760
      *  BALANCE (NEGATED WHEN THE SIGN FIELD IS MINUS; AN UNTOUCHED    00001770
      *  BALANCE FIELD DEFAULTS TO ZERO).  THE OVERDRAFT LIMIT IS       00001780
      *  LIKEWISE NUMERIC, DEFAULTING TO ZERO (NO OVERDRAFT).  THE      00001781
      *  FIRST EDIT FAILURE SETS THE MESSAGE LINE AND THE FAILED        00001782
      *  SWITCH.                                                        00001790
      *----------------------------------------------------------------*00001800
       2200-EDIT-INPUT.                                                 00001810
           MOVE 'N' TO WS-EDIT-FAILED-SW                                00001820
           MOVE WS-BAL-DIGITS TO WS-NEW-BALANCE                         00002070
           IF WS-BAL-SIGN = '-'                                         00002080
               COMPUTE WS-NEW-BALANCE = ZERO - WS-NEW-BALANCE           00002090
           END-IF                                                       00002100
           IF WS-OD-DIGITS NOT NUMERIC                                  00002101
               MOVE ZERO TO WS-OD-DIGITS                                00002102
           END-IF                                                       00002103
           MOVE WS-OD-DIGITS TO WS-NEW-OD-LIMIT.                        00002104
       2200-EXIT.                                                       00002110
           EXIT.                                                        00002120
       2210-SEARCH-STATUS.                                              00002130
                   MOVE WS-NEW-NAME   TO HM-NAME                        00002440
                   MOVE WS-NEW-STATUS TO HM-STATUS                      00002450
                   MOVE WS-NEW-BALANCE TO HM-BALANCE                    00002460
                   MOVE WS-NEW-OD-LIMIT TO HM-OD-LIMIT                  00002461
                   EXEC CICS WRITE DATASET('HELLOMS')                   00002470
                       FROM(HELLO-MASTER-RECORD)                        00002480
                       RIDFLD(HM-KEY)                                   00002490
                       RESP(WS-RESP)                                    00002510
                   END-EXEC                                             00002520
                   IF WS-RESP = DFHRESP(NORMAL)                         00002530
                       MOVE WS-KEY     TO HV-ACCT-KEY                   00002531
                       MOVE HM-BALANCE TO HV-AMOUNT                     00002532
                       MOVE HM-BALANCE TO HV-RESULT-BAL                 00002533
                       PERFORM 9050-RECORD-ADJUSTMENT THRU 9050-EXIT    00002534
                       IF WS-ADJ-FAILED                                 00002535
                           MOVE 'ADD FAILED - ACTIVITY FILE UNAVAILABLE'00002536
                               TO MSGOUTO                               00002537
                       ELSE                                             00002538
                           MOVE 'A'        TO HJ-ACTION                 00002540
                           MOVE WS-KEY     TO HJ-KEY                    00002550
                           MOVE SPACES     TO HJ-OLD-NAME               00002560
                           MOVE SPACES     TO HJ-OLD-STATUS             00002570
                           MOVE ZERO       TO HJ-OLD-BALANCE            00002580
                           MOVE HM-NAME    TO HJ-NEW-NAME               00002590
                           MOVE HM-STATUS  TO HJ-NEW-STATUS             00002600
                           MOVE HM-BALANCE TO HJ-NEW-BALANCE            00002610
                           MOVE ZERO       TO HJ-OLD-OD-LIMIT           00002611
                           MOVE HM-OD-LIMIT TO HJ-NEW-OD-LIMIT          00002612
                           PERFORM 9000-JOURNAL-CHANGE THRU 9000-EXIT   00002620
                           MOVE 'RECORD ADDED' TO MSGOUTO               00002630
                       END-IF                                           00002631
                   ELSE                                                 00002640
                       MOVE 'ADD FAILED - MASTER FILE UNAVAILABLE'      00002650
                           TO MSGOUTO                                   00002660
           EXIT.                                                        00002760
      *----------------------------------------------------------------*00002770
      *  2400-CHANGE-RECORD - EDIT THE INPUT, READ THE RECORD FOR       00002780
      *  UPDATE, REWRITE IT WITH THE KEYED VALUES, RECORD ANY           00002790
      *  BALANCE MOVEMENT ON THE ACTIVITY HISTORY (9050), AND           00002791
      *  JOURNAL THE CHANGE WITH ITS BEFORE AND AFTER IMAGES.  IF       00002792
      *  THE ACTIVITY WRITE FAILS THE REWRITE IS BACKED OUT AND         00002793
      *  NOTHING IS JOURNALED.  A CHANGE THAT                           00002800
      *  MOVES THE BALANCE BY MORE THAN THE APPROVAL LIMIT IS NOT       00002801
      *  APPLIED OR JOURNALED HERE: IT IS HELD ON THE HELLOPD           00002802
      *  PENDING FILE IN 2450 BELOW FOR SUPERVISOR RELEASE ON THE       00002803
               MOVE HM-NAME    TO HJ-OLD-NAME                           00003000
               MOVE HM-STATUS  TO HJ-OLD-STATUS                         00003010
               MOVE HM-BALANCE TO HJ-OLD-BALANCE                        00003020
               MOVE HM-OD-LIMIT TO HJ-OLD-OD-LIMIT                      00003021
               IF WS-EFF-DATE NOT = SPACES                              00030201
                       AND WS-EFF-DATE NOT = LOW-VALUES                 00030202
                   PERFORM 2460-PARK-STATUS-CHANGE THRU 2460-EXIT       00030203
               MOVE WS-NEW-NAME    TO HM-NAME                           00003031
               MOVE WS-NEW-STATUS  TO HM-STATUS                         00003040
               MOVE WS-NEW-BALANCE TO HM-BALANCE                        00003050
               MOVE WS-NEW-OD-LIMIT TO HM-OD-LIMIT                      00003051
               EXEC CICS REWRITE DATASET('HELLOMS')                     00003060
                   FROM(HELLO-MASTER-RECORD)                            00003070
                   RESP(WS-RESP)                                        00003080
               END-EXEC                                                 00003090
               IF WS-RESP = DFHRESP(NORMAL)                             00003100
                   MOVE WS-KEY     TO HV-ACCT-KEY                       00003101
                   COMPUTE HV-AMOUNT = HM-BALANCE - HJ-OLD-BALANCE      00003102
                   MOVE HM-BALANCE TO HV-RESULT-BAL                     00003103
                   PERFORM 9050-RECORD-ADJUSTMENT THRU 9050-EXIT        00003104
                   IF WS-ADJ-FAILED                                     00003105
                       MOVE 'CHANGE FAILED - ACTIVITY FILE UNAVAILABLE' 00003106
                           TO MSGOUTO                                   00003107
                   ELSE                                                 00003108
                       MOVE 'C'        TO HJ-ACTION                     00003110
                       MOVE WS-KEY     TO HJ-KEY                        00003120
                       MOVE HM-NAME    TO HJ-NEW-NAME                   00003130
                       MOVE HM-STATUS  TO HJ-NEW-STATUS                 00003140
                       MOVE HM-BALANCE TO HJ-NEW-BALANCE                00003150
                       MOVE HM-OD-LIMIT TO HJ-NEW-OD-LIMIT              00003151
                       PERFORM 9000-JOURNAL-CHANGE THRU 9000-EXIT       00003160
                       MOVE 'RECORD CHANGED' TO MSGOUTO                 00003170
                   END-IF                                               00003171
               ELSE                                                     00003180
                   MOVE 'CHANGE FAILED - PLEASE RETRY' TO MSGOUTO       00003190
               END-IF                                                   00003200
           MOVE WS-NEW-NAME    TO PN-NEW-NAME                           00003276
           MOVE WS-NEW-STATUS  TO PN-NEW-STATUS                         00003277
           MOVE WS-NEW-BALANCE TO PN-NEW-BALANCE                        00003278
           MOVE HM-OD-LIMIT    TO PN-OLD-OD-LIMIT                       00032781
           MOVE WS-NEW-OD-LIMIT TO PN-NEW-OD-LIMIT                      00032782
           EXEC CICS WRITE DATASET('HELLOPD')                           00003279
               FROM(HELLO-PENDING-RECORD)                               00003280
               RIDFLD(PN-KEY)                                           00003281
           EXIT.                                                        00003293
      *----------------------------------------------------------------*00032931
      *  2460-PARK-STATUS-CHANGE - A FUTURE EFFECTIVE DATE WAS          00032932
      *  KEYED ON A CHANGE.  ONLY THE STATUS MAY CHANGE: THE NAME,      00032933
      *  BALANCE AND OVERDRAFT LIMIT KEYED MUST MATCH THE RECORD, THE   00032934
      *  DATE MUST BE A NUMERIC FUTURE DATE, AND THE STATUS MUST        00032935
      *  ACTUALLY CHANGE.                                               00032936
      *  THE MASTER IS LEFT UNTOUCHED (THE UPDATE LOCK IS               00032937
      *  RELEASED) AND THE CHANGE IS PARKED ON THE HELLOEF PENDING      00032938
      *  FILE FOR THE NIGHTLY HMSSWEP SWEEP, WHICH APPLIES IT AND       00032939
      *  CUTS THE HJRN JOURNAL ENTRY.  A CHANGE ALREADY PARKED FOR      00032940
      *  THE SAME ACCOUNT AND DATE IS REPLACED.                         00032941
      *----------------------------------------------------------------*00032942
       2460-PARK-STATUS-CHANGE.                                         00032943
           EXEC CICS UNLOCK DATASET('HELLOMS')                          00032944
               NOHANDLE                                                 00032945
           END-EXEC                                                     00032946
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00032947
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00032948
               YYYYMMDD(WS-TODAY)                                       00032949
           END-EXEC                                                     00032950
           IF WS-EFF-DATE NOT NUMERIC                                   00032951
               MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD'           00032952
                   TO MSGOUTO                                           00032953
               GO TO 2460-EXIT                                          00032954
           END-IF                                                       00032955
           IF WS-EFF-DATE NOT > WS-TODAY                                00032956
               MOVE 'EFFECTIVE DATE MUST BE AFTER TODAY' TO MSGOUTO     00032957
               GO TO 2460-EXIT                                          00032958
           END-IF                                                       00032959
           IF WS-NEW-NAME NOT = HM-NAME                                 00032960
                   OR WS-NEW-BALANCE NOT = HM-BALANCE                   00032961
                   OR WS-NEW-OD-LIMIT NOT = HM-OD-LIMIT                 00032962
               MOVE 'ONLY STATUS MAY CHANGE WITH AN EFFECTIVE DATE'     00032963
                   TO MSGOUTO                                           00032964
               GO TO 2460-EXIT                                          00032965
           END-IF                                                       00032966
           IF WS-NEW-STATUS = HM-STATUS                                 00032967
               MOVE 'STATUS UNCHANGED - NOTHING TO PARK' TO MSGOUTO     00032968
               GO TO 2460-EXIT                                          00032969
           END-IF                                                       00032970
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC                  00032971
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00032972
               YYYYMMDD(EF-REQ-DATE)                                    00032973
               TIME(EF-REQ-TIME)                                        00032974
           END-EXEC                                                     00032975
           MOVE WS-KEY        TO EF-ACCT-KEY                            00032976
           MOVE WS-EFF-DATE   TO EF-EFF-DATE                            00032977
           MOVE WS-NEW-STATUS TO EF-NEW-STATUS                          00032978
           MOVE WS-USERID     TO EF-USERID                              00032979
           MOVE EIBTRMID      TO EF-TERMID                              00032980
           EXEC CICS WRITE DATASET('HELLOEF')                           00032981
               FROM(HELLO-EFFDATE-RECORD)                               00032982
               RIDFLD(EF-KEY)                                           00032983
               KEYLENGTH(LENGTH OF EF-KEY)                              00032984
               RESP(WS-RESP)                                            00032985
           END-EXEC                                                     00032986
           IF WS-RESP = DFHRESP(DUPREC)                                 00032987
               EXEC CICS DELETE DATASET('HELLOEF')                      00032988
                   RIDFLD(EF-KEY)                                       00032989
                   KEYLENGTH(LENGTH OF EF-KEY)                          00032990
                   NOHANDLE                                             00032991
               END-EXEC                                                 00032992
               EXEC CICS WRITE DATASET('HELLOEF')                       00032993
                   FROM(HELLO-EFFDATE-RECORD)                           00032994
                   RIDFLD(EF-KEY)                                       00032995
                   KEYLENGTH(LENGTH OF EF-KEY)                          00032996
                   RESP(WS-RESP)                                        00032997
               END-EXEC                                                 00032998
           END-IF                                                       00032999
           IF WS-RESP = DFHRESP(NORMAL)                                 00033000
               MOVE 'STATUS CHANGE PARKED FOR THE EFFECTIVE DATE'       00033001
                   TO MSGOUTO                                           00033002
           ELSE                                                         00033003
               MOVE 'PENDING FILE UNAVAILABLE - CHANGE NOT PARKED'      00033004
                   TO MSGOUTO                                           00033005
           END-IF.                                                      00033006
       2460-EXIT.                                                       00033007
           EXIT.                                                        00033008
      *----------------------------------------------------------------*00003260
      *  2500-VERIFY-DELETE - FIRST HALF OF THE TWO-STEP DELETE.  THE   00003270
      *  RECORD IS READ AND DISPLAYED SO THE OPERATOR CAN SEE WHAT IS   00003280
                   MOVE SPACE TO SGNINO                                 00003620
               END-IF                                                   00003630
               MOVE WS-BAL-DIGITS TO BALINO                             00003640
               MOVE HM-OD-LIMIT   TO ODLINO                             00003641
               MOVE 'PRESS PF5 TO CONFIRM DELETE - ENTER CANCELS'       00003650
                   TO MSGOUTO                                           00003660
           END-IF                                                       00003670
                   MOVE SPACES     TO HJ-NEW-NAME                       00004150
                   MOVE SPACES     TO HJ-NEW-STATUS                     00004160
                   MOVE ZERO       TO HJ-NEW-BALANCE                    00004170
                   MOVE HM-OD-LIMIT TO HJ-OLD-OD-LIMIT                  00004171
                   MOVE ZERO       TO HJ-NEW-OD-LIMIT                   00004172
                   PERFORM 9000-JOURNAL-CHANGE THRU 9000-EXIT           00004180
                   MOVE MC-KEY TO KEYINO                                00004190
                   MOVE 'RECORD DELETED' TO MSGOUTO                     00004200
               MOVE WS-BAL-DIGITS TO BALINO                             00004400
           END-IF                                                       00004410
           MOVE WS-BAL-SIGN TO SGNINO                                   00004420
           IF WS-OD-DIGITS NUMERIC                                      00004421
               MOVE WS-OD-DIGITS TO ODLINO                              00004422
           END-IF                                                       00004423
           MOVE WS-EFF-DATE TO EFFDTO.                                  00004424
       2800-EXIT.                                                       00004430
           EXIT.                                                        00004440
      *----------------------------------------------------------------*00004450
           END-EXEC.                                                    00004840
       9000-EXIT.                                                       00004850
           EXIT.                                                        00004860
      *----------------------------------------------------------------*00004861
      *  9050-RECORD-ADJUSTMENT - THE CALLER HAS JUST WRITTEN OR        00004862
      *  REWRITTEN THE MASTER AND SET THE ACCOUNT (HV-ACCT-KEY), THE    00004863
      *  SIGNED MOVEMENT IN BALANCE (HV-AMOUNT) AND THE NEW BALANCE     00004864
      *  (HV-RESULT-BAL).  A NON-ZERO MOVEMENT IS WRITTEN TO THE        00004865
      *  ACTVMST ACTIVITY HISTORY AS AN ADJUSTMENT, STAMPED WITH THE    00004866
      *  OPERATOR AND KEYED BY DATE, TIME AND CICS TASK NUMBER.  IF     00004867
      *  THE WRITE FAILS THE UNIT OF WORK IS ROLLED BACK, SO THE        00004868
      *  MASTER CHANGE IS NOT LEFT ON FILE WITHOUT ITS HISTORY, AND     00004869
      *  WS-ADJ-FAILED IS SET FOR THE CALLER.                           00004870
      *----------------------------------------------------------------*00004871
       9050-RECORD-ADJUSTMENT.                                          00004872
           MOVE 'N' TO WS-ADJ-FAILED-SW                                 00004873
           IF HV-AMOUNT = ZERO                                          00004874
               GO TO 9050-EXIT                                          00004875
           END-IF                                                       00004876
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC                  00004877
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00004878
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00004879
               YYYYMMDD(HV-DATE)                                        00004880
               TIME(HV-RUN-TIME)                                        00004881
           END-EXEC                                                     00004882
           MOVE EIBTASKN   TO HV-SEQ                                    00004883
           MOVE 'AJ'       TO HV-TRAN-CODE                              00004884
           MOVE WS-USERID  TO HV-USERID                                 00004885
           MOVE ZERO       TO HV-LINK-KEY                               00004886
           EXEC CICS WRITE DATASET('ACTVMST')                           00004887
               FROM(HELLO-ACTIVITY-RECORD)                              00004888
               RIDFLD(HV-KEY)                                           00004889
               KEYLENGTH(LENGTH OF HV-KEY)                              00004890
               RESP(WS-RESP)                                            00004891
           END-EXEC                                                     00004892
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004893
               MOVE 'Y' TO WS-ADJ-FAILED-SW                             00004894
               EXEC CICS SYNCPOINT ROLLBACK                             00004895
                   NOHANDLE                                             00004896
               END-EXEC                                                 00004897
           END-IF.                                                      00004898
       9050-EXIT.                                                       00004899
           EXIT.                                                        00004900
      *----------------------------------------------------------------*00004901
      *  9100-SEND-FAILED - THE SEND MAP CAME BACK WITH OTHER THAN      00004902
      *  NORMAL (E.G. INVALID TERMINAL OR MAPFAIL).  FALL BACK TO A     00004903
      *  PLAIN SEND TEXT MESSAGE, WHICH WORKS REGARDLESS OF THE         00004904
      *  TERMINAL'S RECEIVE STATE, AND END THE CONVERSATION CLEANLY     00004910
      *  INSTEAD OF LETTING THE TASK ABEND.                             00004920
      *----------------------------------------------------------------*00004930
