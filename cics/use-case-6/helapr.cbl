      *  THE CHANGE THAT REACHED THE MASTER.                            00000300
      *--------------------------------------------------------------   00000310
           COPY HELLOJRN.                                               00000320
      *--------------------------------------------------------------   00000321
      *  ACTIVITY HISTORY RECORD (ACTVMST KSDS) WRITTEN AS AN           00000322
      *  ADJUSTMENT (CODE AJ) WHEN A RELEASED CHANGE MOVES THE          00000323
      *  BALANCE, STAMPED LIKE THE JOURNAL WITH THE REQUESTING          00000324
      *  OPERATOR, SO THE HMSSTMT STATEMENT STILL PROVES.               00000325
      *--------------------------------------------------------------   00000326
           COPY HELLOACT.                                               00000327
      *--------------------------------------------------------------   00000330
      *  ATTENTION IDENTIFIER VALUES, TESTED AGAINST EIBAID FOR         00000340
      *  THE PF5/PF8/PF12/PF3 REVIEW ACTIONS.                           00000350
               VALUE 'NO PENDING CHANGES TO REVIEW'.                    00000640
       01  WS-ENDED-MSG          PIC X(60)                              00000650
               VALUE 'PENDING CHANGE REVIEW ENDED'.                     00000660
       01  WS-ADJ-FAILED-SW      PIC X(01) VALUE 'N'.                   00000661
           88  WS-ADJ-FAILED               VALUE 'Y'.                   00000662
       01  WS-FALLBACK-MSG       PIC X(60)                              00000670
               VALUE 'REVIEW SCREEN UNAVAILABLE - PLEASE RE-ENTER HAPR'.00000680
      *--------------------------------------------------------------   00000690
           MOVE PN-OLD-STATUS  TO OLDSTAO                               00003090
           MOVE PN-NEW-STATUS  TO NEWSTAO                               00003100
           MOVE PN-OLD-BALANCE TO OLDBALO                               00003110
           MOVE PN-NEW-BALANCE TO NEWBALO                               00003120
           MOVE PN-OLD-OD-LIMIT TO OLDODLO                              00003121
           MOVE PN-NEW-OD-LIMIT TO NEWODLO.                             00003122
       2700-EXIT.                                                       00003130
           EXIT.                                                        00003140
      *----------------------------------------------------------------*00003150
      *  3000-RELEASE-CHANGE - PF5.  RE-READ THE PENDING ITEM AND       00003370
      *  THE MASTER RECORD IT NAMES, PROVE THE MASTER STILL SHOWS       00003380
      *  THE BEFORE-IMAGE THE SUPERVISOR IS LOOKING AT, APPLY THE       00003390
      *  HELD VALUES, RECORD THE BALANCE MOVEMENT ON THE ACTIVITY       00003400
      *  HISTORY (9050 - A FAILURE THERE BACKS THE RELEASE OUT AND      00003401
      *  LEAVES THE ITEM PENDING), CUT THE HJRN JOURNAL ENTRY           00003402
      *  (REQUESTING OPERATOR'S USERID AND TERMINAL, RELEASE DATE       00003403
      *  AND TIME), AND DELETE THE PENDING ITEM.  A MASTER THAT         00003410
      *  MOVED SINCE THE REQUEST IS LEFT PENDING AND FLAGGED FOR        00003420
      *  REVIEW INSTEAD OF BEING OVERWRITTEN BLIND.                     00003430
      *----------------------------------------------------------------*00003450
       3000-RELEASE-CHANGE.                                             00003460
           MOVE AC-PEND-KEY TO WS-BROWSE-KEY                            00003470
                   TO MSGOUTO                                           00003730
               GO TO 3000-EXIT                                          00003740
           END-IF                                                       00003750
           IF HM-NAME NOT = PN-OLD-NAME                                 00003760
                   OR HM-STATUS NOT = PN-OLD-STATUS                     00003761
                   OR HM-BALANCE NOT = PN-OLD-BALANCE                   00003762
                   OR HM-OD-LIMIT NOT = PN-OLD-OD-LIMIT                 00003763
               EXEC CICS UNLOCK DATASET('HELLOMS')                      00003770
                   NOHANDLE                                             00003780
               END-EXEC                                                 00003790
           MOVE HM-NAME        TO HJ-OLD-NAME                           00003840
           MOVE HM-STATUS      TO HJ-OLD-STATUS                         00003850
           MOVE HM-BALANCE     TO HJ-OLD-BALANCE                        00003860
           MOVE HM-OD-LIMIT    TO HJ-OLD-OD-LIMIT                       00003861
           MOVE PN-NEW-NAME    TO HM-NAME                               00003870
           MOVE PN-NEW-STATUS  TO HM-STATUS                             00003880
           MOVE PN-NEW-BALANCE TO HM-BALANCE                            00003890
           MOVE PN-NEW-OD-LIMIT TO HM-OD-LIMIT                          00003891
           EXEC CICS REWRITE DATASET('HELLOMS')                         00003900
               FROM(HELLO-MASTER-RECORD)                                00003910
               RESP(WS-RESP)                                            00003920
           END-EXEC                                                     00003930
           IF WS-RESP = DFHRESP(NORMAL)                                 00003940
               MOVE PN-ACCT-KEY TO HV-ACCT-KEY                          00003941
               COMPUTE HV-AMOUNT = HM-BALANCE - HJ-OLD-BALANCE          00003942
               MOVE HM-BALANCE  TO HV-RESULT-BAL                        00003943
               PERFORM 9050-RECORD-ADJUSTMENT THRU 9050-EXIT            00003944
               IF WS-ADJ-FAILED                                         00003945
                   MOVE 'RELEASE FAILED - ACTIVITY FILE UNAVAILABLE'    00003946
                       TO MSGOUTO                                       00003947
                   GO TO 3000-EXIT                                      00003948
               END-IF                                                   00003949
               MOVE 'C'         TO HJ-ACTION                            00003950
               MOVE PN-ACCT-KEY TO HJ-KEY                               00003960
               MOVE HM-NAME     TO HJ-NEW-NAME                          00003970
               MOVE HM-STATUS   TO HJ-NEW-STATUS                        00003980
               MOVE HM-BALANCE  TO HJ-NEW-BALANCE                       00003990
               MOVE HM-OD-LIMIT TO HJ-NEW-OD-LIMIT                      00003991
               PERFORM 9000-JOURNAL-CHANGE THRU 9000-EXIT               00004000
               EXEC CICS DELETE DATASET('HELLOPD')                      00004010
                   RIDFLD(WS-BROWSE-KEY)                                00004020
           END-EXEC.                                                    00004510
       9000-EXIT.                                                       00004520
           EXIT.                                                        00004530
      *----------------------------------------------------------------*00004531
      *  9050-RECORD-ADJUSTMENT - THE CALLER HAS JUST REWRITTEN THE     00004532
      *  MASTER AND SET THE ACCOUNT (HV-ACCT-KEY), THE SIGNED           00004533
      *  MOVEMENT IN BALANCE (HV-AMOUNT) AND THE NEW BALANCE            00004534
      *  (HV-RESULT-BAL).  A NON-ZERO MOVEMENT IS WRITTEN TO THE        00004535
      *  ACTVMST ACTIVITY HISTORY AS AN ADJUSTMENT, KEYED BY THE        00004536
      *  RELEASE DATE, TIME AND CICS TASK NUMBER AND STAMPED WITH       00004537
      *  THE REQUESTING OPERATOR, THE SAME AS THE JOURNAL.  IF THE      00004538
      *  WRITE FAILS THE UNIT OF WORK IS ROLLED BACK, SO THE MASTER     00004539
      *  CHANGE IS NOT LEFT ON FILE WITHOUT ITS HISTORY, AND            00004540
      *  WS-ADJ-FAILED IS SET FOR THE CALLER.                           00004541
      *----------------------------------------------------------------*00004542
       9050-RECORD-ADJUSTMENT.                                          00004543
           MOVE 'N' TO WS-ADJ-FAILED-SW                                 00004544
           IF HV-AMOUNT = ZERO                                          00004545
               GO TO 9050-EXIT                                          00004546
           END-IF                                                       00004547
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00004548
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00004549
               YYYYMMDD(HV-DATE)                                        00004550
               TIME(HV-RUN-TIME)                                        00004551
           END-EXEC                                                     00004552
           MOVE EIBTASKN   TO HV-SEQ                                    00004553
           MOVE 'AJ'       TO HV-TRAN-CODE                              00004554
           MOVE PN-USERID  TO HV-USERID                                 00004555
           MOVE ZERO       TO HV-LINK-KEY                               00004556
           EXEC CICS WRITE DATASET('ACTVMST')                           00004557
               FROM(HELLO-ACTIVITY-RECORD)                              00004558
               RIDFLD(HV-KEY)                                           00004559
               KEYLENGTH(LENGTH OF HV-KEY)                              00004560
               RESP(WS-RESP)                                            00004561
           END-EXEC                                                     00004562
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004563
               MOVE 'Y' TO WS-ADJ-FAILED-SW                             00004564
               EXEC CICS SYNCPOINT ROLLBACK                             00004565
                   NOHANDLE                                             00004566
               END-EXEC                                                 00004567
           END-IF.                                                      00004568
       9050-EXIT.                                                       00004569
           EXIT.                                                        00004570
      *----------------------------------------------------------------*00004571
      *  9100-SEND-FAILED - THE SEND MAP CAME BACK WITH OTHER THAN      00004572
      *  NORMAL (E.G. INVALID TERMINAL OR MAPFAIL).  FALL BACK TO A     00004573
      *  PLAIN SEND TEXT MESSAGE, WHICH WORKS REGARDLESS OF THE         00004574
      *  TERMINAL'S RECEIVE STATE, AND END THE CONVERSATION CLEANLY     00004580
      *  INSTEAD OF LETTING THE TASK ABEND.                             00004590
      *----------------------------------------------------------------*00004600
