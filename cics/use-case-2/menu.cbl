      *--------------------------------------------------------------   00000110
           COPY MENUMAP.                                                00000120
       01  WS-RESP               PIC S9(8) COMP.                        00000130
       01  WS-ABSTIME            PIC S9(15) COMP-3.                     00000131
       01  WS-SELECTION          PIC 9(01).                             00000132
       01  WS-OPTION-COUNT       PIC 9(01) VALUE 7.                     00000133
       01  WS-ALLOWED-COUNT      PIC 9(02) COMP VALUE ZERO.             00000134
       01  WS-END-MSG            PIC X(60).                             00000135
       01  WS-FALLBACK-MSG       PIC X(60)                              00000140
               VALUE 'MENU SCREEN UNAVAILABLE - PLEASE RE-ENTER MENU'.  00000150
      *--------------------------------------------------------------   00000151
      *  SECURITY RECORD WRITTEN TO THE HSEC TD QUEUE FOR EVERY         00000152
      *  OPERATOR TURNED AWAY AT THE MENU AND EVERY SELECTION           00000153
      *  REFUSED, FOR THE NIGHTLY HJRNAUD COMPLIANCE REPORT.            00000154
      *--------------------------------------------------------------   00000155
           COPY HELLOSEC.                                               00000156
      *--------------------------------------------------------------   00000157
      *  SQLCA AND HOST VARIABLES FOR THE OPERATOR CHECK.  THE          00000158
      *  SIGNED-ON USERID MUST HAVE AN ACTIVE OPERTAB ROW, AND THE      00000159
      *  OPTIONS SHOWN ARE THE ONES THE MENUROLE ROW FOR ITS            00000160
      *  EMP_ROLE ALLOWS: MENU_OPTIONS CARRIES ONE FLAG PER MENU        00000161
      *  OPTION NUMBER, Y WHERE THE ROLE MAY USE THAT OPTION.  A        00000162
      *  ROLE'S OPTIONS ARE CHANGED BY UPDATING ITS MENUROLE ROW -      00000163
      *  NO PROGRAM CHANGE IS NEEDED.                                   00000164
      *--------------------------------------------------------------   00000165
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000166
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.                     00000167
       01  WS-USERID             PIC X(08).                             00000168
       01  WS-EMP-ROLE           PIC X(03).                             00000169
       01  WS-EMP-STATUS         PIC X(01).                             00000170
       01  WS-MENU-OPTIONS       PIC X(09).                             00000171
           EXEC SQL END DECLARE SECTION END-EXEC.                       00000172
       01  WS-UNKNOWN-MSG        PIC X(60)                              00000173
               VALUE 'USERID NOT AUTHORIZED FOR THE MENU'.              00000174
       01  WS-INACTIVE-MSG       PIC X(60)                              00000175
               VALUE 'OPERATOR PROFILE DEACTIVATED - SEE SUPERVISOR'.   00000176
       01  WS-NO-OPTIONS-MSG     PIC X(60)                              00000177
               VALUE 'NO MENU OPTIONS FOR YOUR ROLE - SEE SUPERVISOR'.  00000178
       01  WS-DB-DOWN-MSG        PIC X(60)                              00000179
               VALUE 'OPERATOR FILE UNAVAILABLE - PLEASE RE-ENTER MENU'.00000180
      *--------------------------------------------------------------   00000181
      *  WORKING-STORAGE MIRROR OF MENU-COMMAREA.  ON FIRST ENTRY       00000182
      *  (EIBCALEN ZERO) THE LINKAGE SECTION COPY BELOW IS NOT YET      00000183
      *  ADDRESSED WITH ANY CICS-SUPPLIED CONTENT, SO THE OUTBOUND      00000184
      *  COMMAREA IS BUILT HERE INSTEAD.                                00000185
      *--------------------------------------------------------------   00000186
           COPY MENUCOM REPLACING ==MENU-COMMAREA== BY                  00000187
               ==WS-MENU-COMMAREA== ==MC-ROLE== BY ==WS-MC-ROLE==       00000188
               ==MC-OPTIONS== BY ==WS-MC-OPTIONS==.                     00000189
       LINKAGE SECTION.                                                 00000190
      *--------------------------------------------------------------   00000191
      *  COMMAREA CARRYING THE OPERATOR'S ROLE AND ALLOWED OPTIONS      00000192
      *  ACROSS THE RETURN TRANSID BOUNDARY.                            00000193
      *--------------------------------------------------------------   00000194
           COPY MENUCOM.                                                00000195
       PROCEDURE DIVISION USING MENU-COMMAREA.                          00000196
      *----------------------------------------------------------------*00000230
      *  0000-MAINLINE - ENTRY POINT.  DISPATCH ON WHETHER EIBCALEN     00000240
      *  ON ENTRY MEANS THE TASK WAS RE-DRIVEN BY ITS OWN EXEC CICS     00000250
      *  RETURN TRANSID BELOW, SO CONTROL GOES STRAIGHT TO THE          00000260
      *  RECEIVE/SELECTION LOGIC INSTEAD OF REPAINTING THE MENU.  THE   00000261
      *  COMMAREA CARRIES ONLY THE FIRST-ENTRY OPERATOR CHECK, SO A     00000262
      *  RE-ENTRY CHECKS THE SELECTION AGAINST THE OPTIONS THE          00000263
      *  SCREEN WAS PAINTED WITH.                                       00000264
      *----------------------------------------------------------------*00000280
       0000-MAINLINE.                                                   00000290
           IF EIBCALEN = ZERO                                           00000300
               PERFORM 1000-SEND-MENU-SCREEN THRU 1000-EXIT             00000310
           ELSE                                                         00000320
               MOVE MENU-COMMAREA TO WS-MENU-COMMAREA                   00000321
               PERFORM 2000-PROCESS-SELECTION THRU 2000-EXIT            00000330
           END-IF.                                                      00000340
      *----------------------------------------------------------------*00000360
      *  1000-SEND-MENU-SCREEN - FIRST ENTRY.  CHECK THE OPERATOR,      00000361
      *  PAINT THE MENU WITH THE OPTIONS THEIR ROLE ALLOWS, AND FREE    00000362
      *  THE TERMINAL, RETURNING SO THE NEXT INVOCATION IS DRIVEN       00000363
      *  WITH EIBCALEN NOT ZERO.                                        00000364
      *----------------------------------------------------------------*00000400
       1000-SEND-MENU-SCREEN.                                           00000410
           PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT                   00000411
           MOVE LOW-VALUES TO MENUM1O                                   00000420
           PERFORM 1200-BUILD-OPTIONS THRU 1200-EXIT                    00000421
           EXEC CICS SEND MAP('MENUM1')                                 00000430
               MAPSET('MENUMAP')                                        00000440
               FROM(MENUM1O)                                            00000450
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000490
               PERFORM 9100-SEND-FAILED THRU 9100-EXIT                  00000500
           ELSE                                                         00000510
               EXEC CICS RETURN TRANSID('MENU')                         00000511
                   COMMAREA(WS-MENU-COMMAREA)                           00000512
                   LENGTH(LENGTH OF WS-MENU-COMMAREA)                   00000513
               END-EXEC                                                 00000514
           END-IF.                                                      00000570
       1000-EXIT.                                                       00000580
           EXIT.                                                        00000590
      *----------------------------------------------------------------*00005901
      *  1100-CHECK-OPERATOR - LOOK THE SIGNED-ON USER UP IN OPERTAB,   00005902
      *  THEN THEIR ROLE IN MENUROLE.  A USERID NOT ON OPERTAB, A       00005903
      *  DEACTIVATED OPERATOR (EMP_STATUS NOT A), OR A ROLE WITH NO     00005904
      *  MENU OPTIONS IS TURNED AWAY HERE, AND THE REFUSAL GOES TO      00005905
      *  THE HSEC QUEUE.  A DB2 FAILURE IS NOT A REFUSAL - THE          00005906
      *  OPERATOR IS ASKED TO TRY AGAIN AND NOTHING IS WRITTEN.         00005907
      *----------------------------------------------------------------*00005908
       1100-CHECK-OPERATOR.                                             00005909
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC                  00000591
           MOVE SPACES TO WS-EMP-ROLE                                   00005911
           MOVE SPACES TO WS-EMP-STATUS                                 00005912
           MOVE SPACES TO HS-SELECTION                                  00005913
           EXEC SQL                                                     00005914
               SELECT EMP_ROLE, EMP_STATUS                              00005915
                 INTO :WS-EMP-ROLE, :WS-EMP-STATUS                      00005916
                 FROM OPERTAB                                           00005917
                WHERE EMP_USERID = :WS-USERID                           00005918
           END-EXEC                                                     00005919
           IF SQLCODE = +100                                            00000592
               MOVE 'U' TO HS-REASON                                    00005921
               MOVE WS-UNKNOWN-MSG TO WS-END-MSG                        00005922
               PERFORM 1900-TURN-AWAY THRU 1900-EXIT                    00005923
           END-IF                                                       00005924
           IF SQLCODE NOT = ZERO                                        00005925
               MOVE WS-DB-DOWN-MSG TO WS-END-MSG                        00005926
               PERFORM 9200-END-WITH-TEXT THRU 9200-EXIT                00005927
           END-IF                                                       00005928
           IF WS-EMP-STATUS NOT = 'A'                                   00005929
               MOVE 'I' TO HS-REASON                                    00000593
               MOVE WS-INACTIVE-MSG TO WS-END-MSG                       00005931
               PERFORM 1900-TURN-AWAY THRU 1900-EXIT                    00005932
           END-IF                                                       00005933
           MOVE SPACES TO WS-MENU-OPTIONS                               00005934
           EXEC SQL                                                     00005935
               SELECT MENU_OPTIONS                                      00005936
                 INTO :WS-MENU-OPTIONS                                  00005937
                 FROM MENUROLE                                          00005938
                WHERE EMP_ROLE = :WS-EMP-ROLE                           00005939
           END-EXEC                                                     00000594
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100                 00005941
               MOVE WS-DB-DOWN-MSG TO WS-END-MSG                        00005942
               PERFORM 9200-END-WITH-TEXT THRU 9200-EXIT                00005943
           END-IF                                                       00005944
           MOVE ZERO TO WS-ALLOWED-COUNT                                00005945
           IF SQLCODE = ZERO                                            00005946
               INSPECT WS-MENU-OPTIONS(1:WS-OPTION-COUNT)               00005947
                   TALLYING WS-ALLOWED-COUNT FOR ALL 'Y'                00005948
           END-IF                                                       00005949
           IF WS-ALLOWED-COUNT = ZERO                                   00000595
               MOVE 'R' TO HS-REASON                                    00005951
               MOVE WS-NO-OPTIONS-MSG TO WS-END-MSG                     00005952
               PERFORM 1900-TURN-AWAY THRU 1900-EXIT                    00005953
           END-IF                                                       00005954
           MOVE WS-EMP-ROLE TO WS-MC-ROLE                               00005955
           MOVE WS-MENU-OPTIONS TO WS-MC-OPTIONS.                       00005956
       1100-EXIT.                                                       00005957
           EXIT.                                                        00005958
      *----------------------------------------------------------------*00005959
      *  1200-BUILD-OPTIONS - FILL IN THE OPTION LINES THE OPERATOR'S   00000596
      *  ROLE ALLOWS.  THE OTHERS STAY BLANK, SO EVERY OPTION KEEPS     00005961
      *  ITS NUMBER WHATEVER THE ROLE.                                  00005962
      *----------------------------------------------------------------*00005963
       1200-BUILD-OPTIONS.                                              00005964
           IF WS-MC-OPTIONS(1:1) = 'Y'                                  00005965
               MOVE '1.  HELLO INQUIRY' TO OPT1O                        00005966
           END-IF                                                       00005967
           IF WS-MC-OPTIONS(2:1) = 'Y'                                  00005968
               MOVE '2.  MASTER FILE MAINTENANCE' TO OPT2O              00005969
           END-IF                                                       00000597
           IF WS-MC-OPTIONS(3:1) = 'Y'                                  00005971
               MOVE '3.  ACCOUNT BROWSE' TO OPT3O                       00005972
           END-IF                                                       00005973
           IF WS-MC-OPTIONS(4:1) = 'Y'                                  00005974
               MOVE '4.  OPERATOR PROFILE ADMIN' TO OPT4O               00005975
           END-IF                                                       00005976
           IF WS-MC-OPTIONS(5:1) = 'Y'                                  00005977
               MOVE '5.  PENDING CHANGE REVIEW' TO OPT5O                00005978
           END-IF                                                       00005979
           IF WS-MC-OPTIONS(6:1) = 'Y'                                  00000598
               MOVE '6.  PRINT CAPTURE REPRINT' TO OPT6O                00005981
           END-IF                                                       00005982
           IF WS-MC-OPTIONS(7:1) = 'Y'                                  00005983
               MOVE '7.  CUSTOMER ACCOUNTS' TO OPT7O                    00005984
           END-IF.                                                      00005985
       1200-EXIT.                                                       00005986
           EXIT.                                                        00005987
      *----------------------------------------------------------------*00005988
      *  1900-TURN-AWAY - THE OPERATOR MAY NOT USE THE MENU.  LOG       00005989
      *  THE REFUSAL (THE CALLER SET HS-REASON AND THE MESSAGE),        00000599
      *  TELL THE OPERATOR, AND END THE TRANSACTION.                    00005991
      *----------------------------------------------------------------*00005992
       1900-TURN-AWAY.                                                  00005993
           MOVE WS-EMP-ROLE TO HS-ROLE                                  00005994
           MOVE WS-EMP-STATUS TO HS-EMP-STATUS                          00005995
           PERFORM 8000-WRITE-SECURITY THRU 8000-EXIT                   00005996
           PERFORM 9200-END-WITH-TEXT THRU 9200-EXIT.                   00005997
       1900-EXIT.                                                       00005998
           EXIT.                                                        00005999
      *----------------------------------------------------------------*00000600
      *  2000-PROCESS-SELECTION - SECOND AND LATER ENTRIES.  RECEIVE    00000610
      *  THE OPERATOR'S NUMBERED CHOICE AND XCTL INTO THE MATCHING      00000620
      *  TRANSACTION'S PROGRAM.  AN UNRECOGNIZED SELECTION REDISPLAYS   00000630
      *  THE MENU WITH AN ERROR MESSAGE RATHER THAN ABENDING.  A        00000631
      *  SELECTION OF AN OPTION THE OPERATOR'S ROLE DOES NOT ALLOW IS   00000632
      *  REFUSED WITH A MESSAGE AND LOGGED TO THE HSEC QUEUE.           00000633
      *----------------------------------------------------------------*00000650
      *  A FAILED/MAPFAIL RECEIVE (E.G. CLEAR KEY OR NO SELECTION       00000655
      *  ENTERED) REDISPLAYS THE MENU WITH A MESSAGE RATHER THAN        00000656
      *  EVALUATING AN UNRECEIVED SELECTION FIELD.  THE SELECTION IS    00006561
      *  SAVED BEFORE THE OUTPUT AREA (WHICH REDEFINES THE INPUT        00006562
      *  AREA) IS CLEARED.                                              00006563
      *----------------------------------------------------------------*00000658
       2000-PROCESS-SELECTION.                                          00000660
           EXEC CICS RECEIVE MAP('MENUM1')                              00000670
               INTO(MENUM1I)                                            00000690
               RESP(WS-RESP)                                            00000695
           END-EXEC                                                     00000700
           MOVE ZERO TO WS-SELECTION                                    00000701
           IF WS-RESP = DFHRESP(NORMAL) AND SELINI NUMERIC              00000702
               MOVE SELINI TO WS-SELECTION                              00000703
           END-IF                                                       00000704
           MOVE LOW-VALUES TO MENUM1O                                   00000710
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000711
               MOVE 'NO SELECTION ENTERED - PLEASE CHOOSE'              00000712
                   TO MSGOUTO                                           00000713
               PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT               00000714
           END-IF                                                       00000715
           IF WS-SELECTION NOT = ZERO                                   00000716
                   AND WS-SELECTION NOT > WS-OPTION-COUNT               00000717
                   AND WS-MC-OPTIONS(WS-SELECTION:1) NOT = 'Y'          00000718
               PERFORM 2800-REFUSE-SELECTION THRU 2800-EXIT             00000719
           END-IF                                                       00000720
           EVALUATE WS-SELECTION                                        00000721
               WHEN 1                                                   00000722
                   EXEC CICS XCTL PROGRAM('HELLO')                      00000723
                       RESP(WS-RESP)                                    00000724
                   END-EXEC                                             00000725
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00000726
                       MOVE 'HELLO UNAVAILABLE - PLEASE TRY AGAIN'      00000727
                           TO MSGOUTO                                   00000770
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00000780
                   END-IF                                               00007801
               WHEN 2                                                   00007802
                   EXEC CICS XCTL PROGRAM('HELMNT')                     00007803
                       RESP(WS-RESP)                                    00007804
                   END-EXEC                                             00007805
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00007806
                       MOVE 'MAINT UNAVAILABLE - PLEASE TRY AGAIN'      00007807
                           TO MSGOUTO                                   00007808
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00007809
                   END-IF                                               00007811
               WHEN 3                                                   00007812
                   EXEC CICS XCTL PROGRAM('HELBRW')                     00007813
                       RESP(WS-RESP)                                    00007814
                   END-EXEC                                             00007815
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00007816
                       MOVE 'BROWSE UNAVAILABLE - PLEASE TRY AGAIN'     00007817
                           TO MSGOUTO                                   00007818
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00007819
                   END-IF                                               00007821
               WHEN 4                                                   00007822
                   EXEC CICS XCTL PROGRAM('HELOPA')                     00007823
                       RESP(WS-RESP)                                    00007824
                   END-EXEC                                             00007825
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00007826
                       MOVE 'ADMIN UNAVAILABLE - PLEASE TRY AGAIN'      00007827
                           TO MSGOUTO                                   00007828
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00007829
                   END-IF                                               00007831
               WHEN 5                                                   00007832
                   EXEC CICS XCTL PROGRAM('HELAPR')                     00007833
                       RESP(WS-RESP)                                    00007834
                   END-EXEC                                             00007835
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00007836
                       MOVE 'REVIEW UNAVAILABLE - PLEASE TRY AGAIN'     00007837
                           TO MSGOUTO                                   00007838
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00007839
                   END-IF                                               00007841
               WHEN 6                                                   00007842
                   EXEC CICS XCTL PROGRAM('HELRPR')                     00007843
                       RESP(WS-RESP)                                    00007844
                   END-EXEC                                             00007845
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00007846
                       MOVE 'REPRINT UNAVAILABLE - PLEASE TRY'          00007847
                           TO MSGOUTO                                   00007848
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00007849
                   END-IF                                               00007851
               WHEN 7                                                   00007852
                   EXEC CICS XCTL PROGRAM('HELCUS')                     00007853
                       RESP(WS-RESP)                                    00007854
                   END-EXEC                                             00007855
                   IF WS-RESP NOT = DFHRESP(NORMAL)                     00007856
                       MOVE 'CUSTOMERS UNAVAILABLE - PLEASE TRY AGAIN'  00007857
                           TO MSGOUTO                                   00007858
                       PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT       00007859
                   END-IF                                               00007861
               WHEN OTHER                                               00007862
                   MOVE 'INVALID SELECTION - PLEASE CHOOSE'             00007863
                       TO MSGOUTO                                       00007864
                   PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT           00007865
           END-EVALUATE.                                                00007866
       2000-EXIT.                                                       00000800
           EXIT.                                                        00008001
      *----------------------------------------------------------------*00008002
      *  2800-REFUSE-SELECTION - THE OPTION KEYED IS ON THE MENU BUT    00008003
      *  NOT ONE THE OPERATOR'S ROLE ALLOWS.  LOG IT TO THE HSEC        00008004
      *  QUEUE AND REDISPLAY THE MENU WITH A MESSAGE.                   00008005
      *----------------------------------------------------------------*00008006
       2800-REFUSE-SELECTION.                                           00008007
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC                  00008008
           MOVE 'S' TO HS-REASON                                        00008009
           MOVE WS-SELECTION TO HS-SELECTION                            00008011
           MOVE WS-MC-ROLE TO HS-ROLE                                   00008012
           MOVE 'A' TO HS-EMP-STATUS                                    00008013
           PERFORM 8000-WRITE-SECURITY THRU 8000-EXIT                   00008014
           MOVE SPACES TO MSGOUTO                                       00008015
           STRING 'SELECTION ' DELIMITED BY SIZE                        00008016
                  WS-SELECTION DELIMITED BY SIZE                        00008017
                  ' NOT AUTHORIZED FOR YOUR ROLE - PLEASE CHOOSE'       00008018
                      DELIMITED BY SIZE                                 00008019
                  INTO MSGOUTO                                          00008021
           END-STRING                                                   00008022
           PERFORM 2900-REDISPLAY-MENU THRU 2900-EXIT.                  00008023
       2800-EXIT.                                                       00008024
           EXIT.                                                        00000810
      *----------------------------------------------------------------*00000820
      *  2900-REDISPLAY-MENU - REPAINT THE MENU (WITH WHATEVER MESSAGE  00000830
      *  THE CALLER MOVED TO MSGOUTO) AND RETURN AWAITING THE NEXT      00000840
      *  SELECTION.  THE OPTION LINES ARE REBUILT FROM THE COMMAREA.    00000841
      *----------------------------------------------------------------*00000860
       2900-REDISPLAY-MENU.                                             00000870
           PERFORM 1200-BUILD-OPTIONS THRU 1200-EXIT                    00000871
           EXEC CICS SEND MAP('MENUM1')                                 00000880
               MAPSET('MENUMAP')                                        00000890
               FROM(MENUM1O)                                            00000900
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000940
               PERFORM 9100-SEND-FAILED THRU 9100-EXIT                  00000950
           ELSE                                                         00000960
               EXEC CICS RETURN TRANSID('MENU')                         00000961
                   COMMAREA(WS-MENU-COMMAREA)                           00000962
                   LENGTH(LENGTH OF WS-MENU-COMMAREA)                   00000963
               END-EXEC                                                 00000964
           END-IF.                                                      00001020
       2900-EXIT.                                                       00001030
           EXIT.                                                        00010301
      *----------------------------------------------------------------*00010302
      *  8000-WRITE-SECURITY - WRITE ONE REFUSAL TO THE HSEC TD QUEUE:  00010303
      *  USERID, TERMINAL ID, TIMESTAMP, AND THE REASON, SELECTION,     00010304
      *  ROLE, AND OPERTAB STATUS THE CALLER SET.  A FAILED WRITE IS    00010305
      *  NOT ALLOWED TO LET THE OPERATOR THROUGH - THE REFUSAL          00010306
      *  STANDS EITHER WAY.                                             00010307
      *----------------------------------------------------------------*00010308
       8000-WRITE-SECURITY.                                             00010309
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00010311
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00010312
               YYYYMMDD(HS-DATE)                                        00010313
               TIME(HS-TIME)                                            00010314
           END-EXEC                                                     00010315
           MOVE WS-USERID  TO HS-USERID                                 00010316
           MOVE EIBTRMID   TO HS-TERMID                                 00010317
           MOVE EIBTRNID   TO HS-TRANID                                 00010318
           EXEC CICS WRITEQ TD QUEUE('HSEC')                            00010319
               FROM(HELLO-SECURITY-RECORD)                              00010321
               LENGTH(LENGTH OF HELLO-SECURITY-RECORD)                  00010322
               NOHANDLE                                                 00010323
           END-EXEC.                                                    00010324
       8000-EXIT.                                                       00010325
           EXIT.                                                        00001040
      *----------------------------------------------------------------*00001050
      *  9100-SEND-FAILED - THE SEND MAP CAME BACK WITH OTHER THAN      00001060
           EXEC CICS RETURN END-EXEC.                                   00001180
       9100-EXIT.                                                       00001190
           EXIT.                                                        00001200
      *----------------------------------------------------------------*00001210
      *  9200-END-WITH-TEXT - SEND THE MESSAGE THE CALLER MOVED TO      00001220
      *  WS-END-MSG AS PLAIN TEXT AND END THE TRANSACTION WITHOUT A     00001230
      *  RETURN TRANSID, SO THE MENU IS NOT RE-DRIVEN.                  00001240
      *----------------------------------------------------------------*00001250
       9200-END-WITH-TEXT.                                              00001260
           EXEC CICS SEND TEXT                                          00001270
               FROM(WS-END-MSG)                                         00001280
               LENGTH(LENGTH OF WS-END-MSG)                             00001290
               ERASE                                                    00001300
               NOHANDLE                                                 00001310
           END-EXEC                                                     00001320
           EXEC CICS RETURN END-EXEC.                                   00001330
       9200-EXIT.                                                       00001340
           EXIT.                                                        00001350
