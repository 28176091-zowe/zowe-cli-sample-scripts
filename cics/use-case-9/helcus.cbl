       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HELCUS.                                              00000020
       ENVIRONMENT DIVISION.                                            00000030
       DATA DIVISION.                                                   00000040
       WORKING-STORAGE SECTION.                                         00000050
      *--------------------------------------------------------------   00000060
      *  SYMBOLIC MAP FOR THE CUSTOMER ACCOUNTS SCREEN (MAPSET          00000070
      *  CUSTMAP, MAP CUSTM1).  OPERATORS ENTER A CUSTOMER NUMBER TO    00000080
      *  LIST THE CUSTOMER'S ACCOUNTS WITH A COMBINED BALANCE, PAGE     00000090
      *  WITH PF7/PF8, SELECT A LINE TO JUMP INTO THE HELLO INQUIRY     00000100
      *  WITH THAT ACCOUNT, AND ADD OR CHANGE THE CUSTOMER AND LINK     00000110
      *  OR UNLINK ITS ACCOUNTS.                                        00000120
      *--------------------------------------------------------------   00000130
           COPY CUSTMAP.                                                00000140
      *--------------------------------------------------------------   00000150
      *  CUSTOMER MASTER (FILE HELLOCU) AND CUSTOMER-TO-ACCOUNT         00000160
      *  CROSS-REFERENCE (FILE HELLOCX, KEYED CUSTOMER THEN ACCOUNT;    00000170
      *  FILE HELLOCXA IS ITS PATH BY ACCOUNT KEY ALONE).               00000180
      *--------------------------------------------------------------   00000190
           COPY HELLOCUS.                                               00000200
           COPY HELLOCXR.                                               00000210
      *--------------------------------------------------------------   00000220
      *  RECORD LAYOUT FOR THE HELLO MASTER VSAM FILE, READ FOR THE     00000230
      *  NAME, STATUS AND BALANCE OF EACH LINKED ACCOUNT.               00000240
      *--------------------------------------------------------------   00000250
           COPY HELLOREC.                                               00000260
      *--------------------------------------------------------------   00000270
      *  ATTENTION IDENTIFIER VALUES, TESTED AGAINST EIBAID FOR THE     00000280
      *  PF7/PF8 PAGING KEYS.                                           00000290
      *--------------------------------------------------------------   00000300
           COPY HELLOAID.                                               00000310
      *--------------------------------------------------------------   00000320
      *  DIAGNOSTIC RECORD WRITTEN TO THE HABN TD QUEUE IF THIS TASK    00000330
      *  ABENDS, FOR PROBLEM DETERMINATION WITHOUT A FULL CICS DUMP.    00000340
      *--------------------------------------------------------------   00000350
           COPY HELLOABN.                                               00000360
      *--------------------------------------------------------------   00000370
      *  COMMAREA HANDED TO THE HELLO INQUIRY WHEN THE OPERATOR         00000380
      *  SELECTS A LINE: THE CHOSEN ACCOUNT IS CARRIED IN CA-KEY AND    00000390
      *  THE PRESELECT SWITCH TELLS HELLO TO LOOK IT UP WITHOUT         00000400
      *  WAITING FOR TERMINAL INPUT.                                    00000410
      *--------------------------------------------------------------   00000420
           COPY HELLOCOM.                                               00000430
       01  WS-RESP               PIC S9(8) COMP.                        00000440
       01  WS-ABSTIME            PIC S9(15) COMP-3.                     00000450
       01  WS-USERID             PIC X(08).                             00000460
       01  WS-ABCODE             PIC X(04).                             00000470
       01  WS-TODAY              PIC X(08).                             00000480
       01  WS-SUB                PIC 9(02) COMP.                        00000490
       01  WS-SEL-SUB            PIC 9(02) COMP VALUE ZERO.             00000500
       01  WS-ACTION             PIC X(01).                             00000510
       01  WS-CUST-KEY           PIC 9(10).                             00000520
       01  WS-ACCT-KEY           PIC 9(10).                             00000530
       01  WS-NEW-NAME           PIC X(30).                             00000540
       01  WS-NEW-ADDR-1         PIC X(30).                             00000550
       01  WS-NEW-ADDR-2         PIC X(30).                             00000560
       01  WS-NEW-POSTCODE       PIC X(10).                             00000570
       01  WS-EDIT-FAILED-SW     PIC X(01) VALUE 'N'.                   00000580
           88  WS-EDIT-FAILED              VALUE 'Y'.                   00000590
       01  WS-BROWSE-DONE-SW     PIC X(01) VALUE 'N'.                   00000600
           88  WS-BROWSE-DONE              VALUE 'Y'.                   00000610
       01  WS-LINK-COUNT         PIC 9(05) COMP VALUE ZERO.             00000620
       01  WS-FIRST-LINE         PIC 9(05) COMP VALUE ZERO.             00000630
       01  WS-COMBINED-BAL       PIC S9(11)V99 COMP-3 VALUE ZERO.       00000640
       01  WS-COUNT-EDIT         PIC ZZ9.                               00000650
       01  WS-TOTAL-EDIT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.                00000660
       01  WS-PAGE-EDIT          PIC ZZ9.                               00000670
       01  WS-DETAIL-LINE.                                              00000680
           05  WS-DL-KEY         PIC 9(10).                             00000690
           05  FILLER            PIC X(02) VALUE SPACES.                00000700
           05  WS-DL-NAME        PIC X(30).                             00000710
           05  FILLER            PIC X(02) VALUE SPACES.                00000720
           05  WS-DL-STATUS      PIC X(10).                             00000730
           05  FILLER            PIC X(02) VALUE SPACES.                00000740
           05  WS-DL-BALANCE     PIC -ZZZ,ZZZ,ZZ9.99.                   00000750
       01  WS-MISSING-LINE.                                             00000760
           05  WS-ML-KEY         PIC 9(10).                             00000770
           05  FILLER            PIC X(02) VALUE SPACES.                00000780
           05  FILLER            PIC X(30)                              00000790
                   VALUE '** NOT ON MASTER FILE **'.                    00000800
       01  WS-FALLBACK-MSG       PIC X(60)                              00000810
               VALUE 'CUSTOMER SCREEN UNAVAILABLE - RE-ENTER HCUS'.     00000820
      *--------------------------------------------------------------   00000830
      *  WORKING-STORAGE MIRROR OF CUST-COMMAREA.  ON FIRST ENTRY       00000840
      *  (EIBCALEN ZERO) THE LINKAGE SECTION COPY BELOW IS NOT YET      00000850
      *  ADDRESSED WITH ANY CICS-SUPPLIED CONTENT, SO THE OUTBOUND      00000860
      *  COMMAREA FOR THAT RETURN IS BUILT HERE INSTEAD.                00000870
      *--------------------------------------------------------------   00000880
           COPY CUSTCOM REPLACING ==CUST-COMMAREA== BY                  00000890
               ==WS-CUST-COMMAREA==                                     00000900
               ==CC-CUST-KEY== BY ==WS-CC-CUST-KEY==                    00000910
               ==CC-PAGE== BY ==WS-CC-PAGE==                            00000920
               ==CC-MORE-SW== BY ==WS-CC-MORE-SW==                      00000930
               ==CC-MORE-FORWARD== BY ==WS-CC-MORE-FORWARD==            00000940
               ==CC-LINE-COUNT== BY ==WS-CC-LINE-COUNT==                00000950
               ==CC-LINE-KEY== BY ==WS-CC-LINE-KEY==.                   00000960
       LINKAGE SECTION.                                                 00000970
      *--------------------------------------------------------------   00000980
      *  COMMAREA CARRYING THE CUSTOMER ON DISPLAY, THE PAGE OF ITS     00000990
      *  ACCOUNTS, AND THE KEYS OF THE LINES ON DISPLAY ACROSS THE      00001000
      *  RETURN TRANSID BOUNDARY.                                       00001010
      *--------------------------------------------------------------   00001020
           COPY CUSTCOM.                                                00001030
       PROCEDURE DIVISION USING CUST-COMMAREA.                          00001040
      *----------------------------------------------------------------*00001050
      *  0000-MAINLINE - ENTRY POINT.  DISPATCH ON WHETHER A COMMAREA   00001060
      *  ON ENTRY MEANS THE TASK WAS RE-DRIVEN BY ITS OWN EXEC CICS     00001070
      *  RETURN TRANSID BELOW, SO CONTROL GOES STRAIGHT TO THE          00001080
      *  RECEIVE LOGIC INSTEAD OF REPAINTING THE BLANK SCREEN.          00001090
      *----------------------------------------------------------------*00001100
       0000-MAINLINE.                                                   00001110
           EXEC CICS HANDLE ABEND                                       00001120
               LABEL('9200-ABEND-CLEANUP')                              00001130
           END-EXEC                                                     00001140
           IF EIBCALEN = ZERO                                           00001150
               PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT          00001160
           ELSE                                                         00001170
               PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT             00001180
           END-IF.                                                      00001190
      *----------------------------------------------------------------*00001200
      *  1000-SEND-INITIAL-SCREEN - FIRST ENTRY.  PAINT THE BLANK       00001210
      *  SCREEN AND FREE THE TERMINAL, RETURNING SO THE NEXT            00001220
      *  INVOCATION IS DRIVEN WITH EIBCALEN NOT ZERO.  THE OUTBOUND     00001230
      *  COMMAREA IS BUILT IN WS-CUST-COMMAREA, NOT IN THE LINKAGE      00001240
      *  SECTION COPY, SINCE CICS HAS NOT PASSED ANY COMMAREA ON THIS   00001250
      *  FIRST-ENTRY PATH FOR THE LINKAGE COPY TO BE ADDRESSING.        00001260
      *----------------------------------------------------------------*00001270
       1000-SEND-INITIAL-SCREEN.                                        00001280
           MOVE LOW-VALUES TO CUSTM1O                                   00001290
           MOVE 'ENTER A CUSTOMER NUMBER AND PRESS ENTER'               00001300
               TO MSGOUTO                                               00001310
           EXEC CICS SEND MAP('CUSTM1')                                 00001320
               MAPSET('CUSTMAP')                                        00001330
               FROM(CUSTM1O)                                            00001340
               ERASE                                                    00001350
               RESP(WS-RESP)                                            00001360
           END-EXEC                                                     00001370
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00001380
               PERFORM 9100-SEND-FAILED THRU 9100-EXIT                  00001390
           ELSE                                                         00001400
               MOVE ZERO   TO WS-CC-CUST-KEY                            00001410
               MOVE ZERO   TO WS-CC-PAGE                                00001420
               MOVE 'N'    TO WS-CC-MORE-SW                             00001430
               MOVE ZERO   TO WS-CC-LINE-COUNT                          00001440
               PERFORM 1100-CLEAR-LINE-KEYS THRU 1100-EXIT              00001450
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10         00001460
               EXEC CICS RETURN TRANSID('HCUS')                         00001470
                   COMMAREA(WS-CUST-COMMAREA)                           00001480
                   LENGTH(LENGTH OF WS-CUST-COMMAREA)                   00001490
               END-EXEC                                                 00001500
           END-IF.                                                      00001510
       1000-EXIT.                                                       00001520
           EXIT.                                                        00001530
       1100-CLEAR-LINE-KEYS.                                            00001540
           MOVE ZERO TO WS-CC-LINE-KEY(WS-SUB).                         00001550
       1100-EXIT.                                                       00001560
           EXIT.                                                        00001570
      *----------------------------------------------------------------*00001580
      *  2000-PROCESS-CUSTOMER - SECOND AND LATER ENTRIES.  THE         00001590
      *  RECEIVE IS ALLOWED TO MAPFAIL (PF7/PF8 WITH NO CHANGED         00001600
      *  FIELDS), SO THE KEYED FIELDS ARE SAVED INTO WORKING-STORAGE    00001610
      *  BEFORE THE OUTPUT AREA, WHICH REDEFINES THE INPUT AREA, IS     00001620
      *  CLEARED.  ROUTING IS DRIVEN BY A LINE SELECTION FIRST, THEN    00001630
      *  THE PAGING AID KEY, THEN THE ACTION CODE.                      00001640
      *----------------------------------------------------------------*00001650
       2000-PROCESS-CUSTOMER.                                           00001660
           EXEC CICS RECEIVE MAP('CUSTM1')                              00001670
               MAPSET('CUSTMAP')                                        00001680
               INTO(CUSTM1I)                                            00001690
               RESP(WS-RESP)                                            00001700
           END-EXEC                                                     00001710
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00001720
               MOVE LOW-VALUES TO CUSTM1I                               00001730
           END-IF                                                       00001740
           MOVE ACTINI  TO WS-ACTION                                    00001750
           MOVE CUSTINI TO WS-CUST-KEY                                  00001760
           MOVE NAMEINI TO WS-NEW-NAME                                  00001770
           MOVE ADR1INI TO WS-NEW-ADDR-1                                00001780
           MOVE ADR2INI TO WS-NEW-ADDR-2                                00001790
           MOVE POSTINI TO WS-NEW-POSTCODE                              00001800
           MOVE ACCTINI TO WS-ACCT-KEY                                  00001810
           MOVE ZERO TO WS-SEL-SUB                                      00001820
           PERFORM 2050-SCAN-SELECTIONS THRU 2050-EXIT                  00001830
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10             00001840
           MOVE LOW-VALUES TO CUSTM1O                                   00001850
           EVALUATE TRUE                                                00001860
               WHEN WS-SEL-SUB NOT = ZERO                               00001870
                   PERFORM 2800-SELECT-LINE THRU 2800-EXIT              00001880
               WHEN EIBAID = HELLO-AID-PF8                              00001890
                   PERFORM 3000-PAGE-FORWARD THRU 3000-EXIT             00001900
               WHEN EIBAID = HELLO-AID-PF7                              00001910
                   PERFORM 3200-PAGE-BACKWARD THRU 3200-EXIT            00001920
               WHEN OTHER                                               00001930
                   PERFORM 2100-DISPATCH-ACTION THRU 2100-EXIT          00001940
           END-EVALUATE.                                                00001950
       2000-EXIT.                                                       00001960
           EXIT.                                                        00001970
       2050-SCAN-SELECTIONS.                                            00001980
           IF WS-SEL-SUB = ZERO                                         00001990
               AND SELINI(WS-SUB) NOT = SPACE                           00002000
               AND SELINI(WS-SUB) NOT = LOW-VALUES                      00002010
               AND WS-SUB NOT > CC-LINE-COUNT                           00002020
               MOVE WS-SUB TO WS-SEL-SUB                                00002030
           END-IF.                                                      00002040
       2050-EXIT.                                                       00002050
           EXIT.                                                        00002060
      *----------------------------------------------------------------*00002070
      *  2100-DISPATCH-ACTION - ROUTE ON THE ACTION CODE.  A BLANK      00002080
      *  ACTION IS AN INQUIRY.                                          00002090
      *----------------------------------------------------------------*00002100
       2100-DISPATCH-ACTION.                                            00002110
           EVALUATE WS-ACTION                                           00002120
               WHEN 'I'                                                 00002130
               WHEN SPACE                                               00002140
               WHEN LOW-VALUE                                           00002150
                   PERFORM 2200-INQUIRE THRU 2200-EXIT                  00002160
               WHEN 'A'                                                 00002170
                   PERFORM 2300-ADD-CUSTOMER THRU 2300-EXIT             00002180
               WHEN 'C'                                                 00002190
                   PERFORM 2400-CHANGE-CUSTOMER THRU 2400-EXIT          00002200
               WHEN 'L'                                                 00002210
                   PERFORM 2500-LINK-ACCOUNT THRU 2500-EXIT             00002220
               WHEN 'U'                                                 00002230
                   PERFORM 2600-UNLINK-ACCOUNT THRU 2600-EXIT           00002240
               WHEN OTHER                                               00002250
                   MOVE 'INVALID ACTION - USE I, A, C, L, OR U'         00002260
                       TO MSGOUTO                                       00002270
                   PERFORM 2950-ECHO-INPUT THRU 2950-EXIT               00002280
                   PERFORM 2900-SEND-RESULT THRU 2900-EXIT              00002290
           END-EVALUATE.                                                00002300
       2100-EXIT.                                                       00002310
           EXIT.                                                        00002320
      *----------------------------------------------------------------*00002330
      *  2150-EDIT-CUSTOMER - EDIT THE KEYED FIELDS: A NON-ZERO         00002340
      *  NUMERIC 10-DIGIT CUSTOMER NUMBER ALWAYS, A NON-BLANK NAME      00002350
      *  WHEN THE CALLER IS ADDING OR CHANGING THE CUSTOMER.  THE       00002360
      *  FIRST EDIT FAILURE SETS THE MESSAGE LINE AND THE FAILED        00002370
      *  SWITCH.                                                        00002380
      *----------------------------------------------------------------*00002390
       2150-EDIT-CUSTOMER.                                              00002400
           MOVE 'N' TO WS-EDIT-FAILED-SW                                00002410
           IF WS-CUST-KEY NOT NUMERIC OR WS-CUST-KEY = ZERO             00002420
               MOVE 'CUSTOMER MUST BE A NON-ZERO 10-DIGIT NUMBER'       00002430
                   TO MSGOUTO                                           00002440
               MOVE 'Y' TO WS-EDIT-FAILED-SW                            00002450
               GO TO 2150-EXIT                                          00002460
           END-IF                                                       00002470
           IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'C'               00002480
               GO TO 2150-EXIT                                          00002490
           END-IF                                                       00002500
           IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = LOW-VALUES          00002510
               MOVE 'CUSTOMER NAME MUST BE ENTERED' TO MSGOUTO          00002520
               MOVE 'Y' TO WS-EDIT-FAILED-SW                            00002530
               GO TO 2150-EXIT                                          00002540
           END-IF.                                                      00002550
       2150-EXIT.                                                       00002560
           EXIT.                                                        00002570
      *----------------------------------------------------------------*00002580
      *  2160-EDIT-ACCOUNT - THE CUSTOMER NUMBER AS ABOVE, THEN A       00002590
      *  NON-ZERO NUMERIC 10-DIGIT ACCOUNT KEY FOR A LINK OR UNLINK.    00002600
      *----------------------------------------------------------------*00002610
       2160-EDIT-ACCOUNT.                                               00002620
           PERFORM 2150-EDIT-CUSTOMER THRU 2150-EXIT                    00002630
           IF WS-EDIT-FAILED                                            00002640
               GO TO 2160-EXIT                                          00002650
           END-IF                                                       00002660
           IF WS-ACCT-KEY NOT NUMERIC OR WS-ACCT-KEY = ZERO             00002670
               MOVE 'ACCOUNT MUST BE A NON-ZERO 10-DIGIT NUMBER'        00002680
                   TO MSGOUTO                                           00002690
               MOVE 'Y' TO WS-EDIT-FAILED-SW                            00002700
           END-IF.                                                      00002710
       2160-EXIT.                                                       00002720
           EXIT.                                                        00002730
      *----------------------------------------------------------------*00002740
      *  2200-INQUIRE - SHOW THE CUSTOMER KEYED AND THE FIRST PAGE      00002750
      *  OF ITS ACCOUNTS.                                               00002760
      *----------------------------------------------------------------*00002770
       2200-INQUIRE.                                                    00002780
           PERFORM 2150-EDIT-CUSTOMER THRU 2150-EXIT                    00002790
           IF WS-EDIT-FAILED                                            00002800
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00002810
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00002820
               GO TO 2200-EXIT                                          00002830
           END-IF                                                       00002840
           MOVE WS-CUST-KEY TO CC-CUST-KEY                              00002850
           MOVE 1 TO CC-PAGE                                            00002860
           PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                    00002870
           PERFORM 2900-SEND-RESULT THRU 2900-EXIT.                     00002880
       2200-EXIT.                                                       00002890
           EXIT.                                                        00002900
      *----------------------------------------------------------------*00002910
      *  2300-ADD-CUSTOMER - EDIT THE INPUT, PROVE THE CUSTOMER IS      00002920
      *  NOT ALREADY ON FILE, WRITE IT STAMPED WITH THE OPERATOR'S      00002930
      *  USERID AND TODAY'S DATE, AND SHOW IT.                          00002940
      *----------------------------------------------------------------*00002950
       2300-ADD-CUSTOMER.                                               00002960
           PERFORM 2150-EDIT-CUSTOMER THRU 2150-EXIT                    00002970
           IF WS-EDIT-FAILED                                            00002980
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00002990
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00003000
               GO TO 2300-EXIT                                          00003010
           END-IF                                                       00003020
           MOVE WS-CUST-KEY TO CU-KEY                                   00003030
           EXEC CICS READ DATASET('HELLOCU')                            00003040
               INTO(HELLO-CUSTOMER-RECORD)                              00003050
               RIDFLD(CU-KEY)                                           00003060
               KEYLENGTH(LENGTH OF CU-KEY)                              00003070
               RESP(WS-RESP)                                            00003080
           END-EXEC                                                     00003090
           IF WS-RESP = DFHRESP(NORMAL)                                 00003100
               MOVE 'CUSTOMER ALREADY ON FILE - USE ACTION C TO CHANGE' 00003110
                   TO MSGOUTO                                           00003120
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00003130
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00003140
               GO TO 2300-EXIT                                          00003150
           END-IF                                                       00003160
           IF WS-RESP NOT = DFHRESP(NOTFND)                             00003170
               MOVE 'CUSTOMER FILE UNAVAILABLE - PLEASE RETRY'          00003180
                   TO MSGOUTO                                           00003190
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00003200
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00003210
               GO TO 2300-EXIT                                          00003220
           END-IF                                                       00003230
           MOVE WS-CUST-KEY TO CU-KEY                                   00003240
           PERFORM 2310-MOVE-CUSTOMER THRU 2310-EXIT                    00003250
           EXEC CICS WRITE DATASET('HELLOCU')                           00003260
               FROM(HELLO-CUSTOMER-RECORD)                              00003270
               RIDFLD(CU-KEY)                                           00003280
               KEYLENGTH(LENGTH OF CU-KEY)                              00003290
               RESP(WS-RESP)                                            00003300
           END-EXEC                                                     00003310
           IF WS-RESP = DFHRESP(NORMAL)                                 00003320
               MOVE 'CUSTOMER ADDED' TO MSGOUTO                         00003330
               MOVE WS-CUST-KEY TO CC-CUST-KEY                          00003340
               MOVE 1 TO CC-PAGE                                        00003350
               PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                00003360
           ELSE                                                         00003370
               MOVE 'ADD FAILED - CUSTOMER FILE UNAVAILABLE' TO MSGOUTO 00003380
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00003390
           END-IF                                                       00003400
           PERFORM 2900-SEND-RESULT THRU 2900-EXIT.                     00003410
       2300-EXIT.                                                       00003420
           EXIT.                                                        00003430
      *----------------------------------------------------------------*00003440
      *  2310-MOVE-CUSTOMER - KEYED NAME AND ADDRESS INTO THE RECORD,   00003450
      *  STAMPED WITH THE OPERATOR'S USERID AND TODAY'S DATE.  AN       00003460
      *  ADDRESS FIELD LEFT EMPTY IS STORED AS SPACES.                  00003470
      *----------------------------------------------------------------*00003480
       2310-MOVE-CUSTOMER.                                              00003490
           IF WS-NEW-ADDR-1 = LOW-VALUES                                00003500
               MOVE SPACES TO WS-NEW-ADDR-1                             00003510
           END-IF                                                       00003520
           IF WS-NEW-ADDR-2 = LOW-VALUES                                00003530
               MOVE SPACES TO WS-NEW-ADDR-2                             00003540
           END-IF                                                       00003550
           IF WS-NEW-POSTCODE = LOW-VALUES                              00003560
               MOVE SPACES TO WS-NEW-POSTCODE                           00003570
           END-IF                                                       00003580
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC                  00003590
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00003600
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00003610
               YYYYMMDD(WS-TODAY)                                       00003620
           END-EXEC                                                     00003630
           MOVE WS-NEW-NAME     TO CU-NAME                              00003640
           MOVE WS-NEW-ADDR-1   TO CU-ADDR-LINE-1                       00003650
           MOVE WS-NEW-ADDR-2   TO CU-ADDR-LINE-2                       00003660
           MOVE WS-NEW-POSTCODE TO CU-POSTCODE                          00003670
           MOVE WS-USERID       TO CU-CHANGED-BY                        00003680
           MOVE WS-TODAY        TO CU-CHANGED-DATE.                     00003690
       2310-EXIT.                                                       00003700
           EXIT.                                                        00003710
      *----------------------------------------------------------------*00003720
      *  2400-CHANGE-CUSTOMER - EDIT THE INPUT, READ THE CUSTOMER FOR   00003730
      *  UPDATE, REWRITE IT WITH THE KEYED NAME AND ADDRESS, AND SHOW   00003740
      *  IT.                                                            00003750
      *----------------------------------------------------------------*00003760
       2400-CHANGE-CUSTOMER.                                            00003770
           PERFORM 2150-EDIT-CUSTOMER THRU 2150-EXIT                    00003780
           IF WS-EDIT-FAILED                                            00003790
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00003800
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00003810
               GO TO 2400-EXIT                                          00003820
           END-IF                                                       00003830
           MOVE WS-CUST-KEY TO CU-KEY                                   00003840
           EXEC CICS READ DATASET('HELLOCU')                            00003850
               INTO(HELLO-CUSTOMER-RECORD)                              00003860
               RIDFLD(CU-KEY)                                           00003870
               KEYLENGTH(LENGTH OF CU-KEY)                              00003880
               UPDATE                                                   00003890
               RESP(WS-RESP)                                            00003900
           END-EXEC                                                     00003910
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003920
               MOVE 'CUSTOMER NOT FOUND FOR NUMBER ENTERED' TO MSGOUTO  00003930
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00003940
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00003950
               GO TO 2400-EXIT                                          00003960
           END-IF                                                       00003970
           PERFORM 2310-MOVE-CUSTOMER THRU 2310-EXIT                    00003980
           EXEC CICS REWRITE DATASET('HELLOCU')                         00003990
               FROM(HELLO-CUSTOMER-RECORD)                              00004000
               RESP(WS-RESP)                                            00004010
           END-EXEC                                                     00004020
           IF WS-RESP = DFHRESP(NORMAL)                                 00004030
               MOVE 'CUSTOMER CHANGED' TO MSGOUTO                       00004040
               MOVE WS-CUST-KEY TO CC-CUST-KEY                          00004050
               MOVE 1 TO CC-PAGE                                        00004060
               PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                00004070
           ELSE                                                         00004080
               MOVE 'CHANGE FAILED - PLEASE RETRY' TO MSGOUTO           00004090
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00004100
           END-IF                                                       00004110
           PERFORM 2900-SEND-RESULT THRU 2900-EXIT.                     00004120
       2400-EXIT.                                                       00004130
           EXIT.                                                        00004140
      *----------------------------------------------------------------*00004150
      *  2500-LINK-ACCOUNT - LINK THE ACCOUNT KEYED TO THE CUSTOMER.    00004160
      *  THE CUSTOMER MUST BE ON FILE AND THE ACCOUNT ON THE HELLO      00004170
      *  MASTER.  THE ACCOUNT IS LOOKED UP THROUGH THE HELLOCXA PATH    00004180
      *  FIRST SO AN ACCOUNT ALREADY HELD BY ANY CUSTOMER IS REFUSED    00004190
      *  NAMING THAT CUSTOMER; THE UNIQUE ALTERNATE KEY ALSO REFUSES    00004200
      *  THE WRITE (DUPREC) IF ANOTHER TASK LINKED IT IN BETWEEN.       00004210
      *  THE CUSTOMER IS SHOWN AGAIN WHATEVER THE OUTCOME.              00004220
      *----------------------------------------------------------------*00004230
       2500-LINK-ACCOUNT.                                               00004240
           PERFORM 2160-EDIT-ACCOUNT THRU 2160-EXIT                     00004250
           IF WS-EDIT-FAILED                                            00004260
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00004270
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00004280
               GO TO 2500-EXIT                                          00004290
           END-IF                                                       00004300
           MOVE WS-CUST-KEY TO CC-CUST-KEY                              00004310
           MOVE 1 TO CC-PAGE                                            00004320
           MOVE WS-CUST-KEY TO CU-KEY                                   00004330
           EXEC CICS READ DATASET('HELLOCU')                            00004340
               INTO(HELLO-CUSTOMER-RECORD)                              00004350
               RIDFLD(CU-KEY)                                           00004360
               KEYLENGTH(LENGTH OF CU-KEY)                              00004370
               RESP(WS-RESP)                                            00004380
           END-EXEC                                                     00004390
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004400
               PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                00004410
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00004420
               GO TO 2500-EXIT                                          00004430
           END-IF                                                       00004440
           MOVE WS-ACCT-KEY TO HM-KEY                                   00004450
           EXEC CICS READ DATASET('HELLOMS')                            00004460
               INTO(HELLO-MASTER-RECORD)                                00004470
               RIDFLD(HM-KEY)                                           00004480
               KEYLENGTH(LENGTH OF HM-KEY)                              00004490
               RESP(WS-RESP)                                            00004500
           END-EXEC                                                     00004510
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004520
               MOVE 'ACCOUNT NOT ON MASTER FILE - NOT LINKED' TO MSGOUTO00004530
               PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT            00004540
               GO TO 2500-EXIT                                          00004550
           END-IF                                                       00004560
           MOVE WS-ACCT-KEY TO CX-ACCT-KEY                              00004570
           EXEC CICS READ DATASET('HELLOCXA')                           00004580
               INTO(HELLO-CUST-XREF-RECORD)                             00004590
               RIDFLD(CX-ACCT-KEY)                                      00004600
               KEYLENGTH(LENGTH OF CX-ACCT-KEY)                         00004610
               RESP(WS-RESP)                                            00004620
           END-EXEC                                                     00004630
           IF WS-RESP = DFHRESP(NORMAL)                                 00004640
               IF CX-CUST-KEY = WS-CUST-KEY                             00004650
                   MOVE 'ACCOUNT ALREADY LINKED TO THIS CUSTOMER'       00004660
                       TO MSGOUTO                                       00004670
               ELSE                                                     00004680
                   MOVE SPACES TO MSGOUTO                               00004690
                   STRING 'ACCOUNT ALREADY HELD BY CUSTOMER '           00004700
                              DELIMITED BY SIZE                         00004710
                          CX-CUST-KEY DELIMITED BY SIZE                 00004720
                          ' - UNLINK IT THERE FIRST' DELIMITED BY SIZE  00004730
                          INTO MSGOUTO                                  00004740
                   END-STRING                                           00004750
               END-IF                                                   00004760
               PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT            00004770
               GO TO 2500-EXIT                                          00004780
           END-IF                                                       00004790
           IF WS-RESP NOT = DFHRESP(NOTFND)                             00004800
               MOVE 'CROSS-REFERENCE UNAVAILABLE - PLEASE RETRY'        00004810
                   TO MSGOUTO                                           00004820
               PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT            00004830
               GO TO 2500-EXIT                                          00004840
           END-IF                                                       00004850
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC                  00004860
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00004870
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00004880
               YYYYMMDD(WS-TODAY)                                       00004890
           END-EXEC                                                     00004900
           MOVE SPACES      TO HELLO-CUST-XREF-RECORD                   00004910
           MOVE WS-CUST-KEY TO CX-CUST-KEY                              00004920
           MOVE WS-ACCT-KEY TO CX-ACCT-KEY                              00004930
           MOVE WS-USERID   TO CX-LINKED-BY                             00004940
           MOVE WS-TODAY    TO CX-LINKED-DATE                           00004950
           EXEC CICS WRITE DATASET('HELLOCX')                           00004960
               FROM(HELLO-CUST-XREF-RECORD)                             00004970
               RIDFLD(CX-KEY)                                           00004980
               KEYLENGTH(LENGTH OF CX-KEY)                              00004990
               RESP(WS-RESP)                                            00005000
           END-EXEC                                                     00005010
           EVALUATE TRUE                                                00005020
               WHEN WS-RESP = DFHRESP(NORMAL)                           00005030
                   MOVE 'ACCOUNT LINKED' TO MSGOUTO                     00005040
                   PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT            00005050
                   PERFORM 2900-SEND-RESULT THRU 2900-EXIT              00005060
               WHEN WS-RESP = DFHRESP(DUPREC)                           00005070
                   MOVE 'ACCOUNT ALREADY LINKED - PLEASE REFRESH'       00005080
                       TO MSGOUTO                                       00005090
                   PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT        00005100
               WHEN OTHER                                               00005110
                   MOVE 'LINK FAILED - PLEASE RETRY' TO MSGOUTO         00005120
                   PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT        00005130
           END-EVALUATE.                                                00005140
       2500-EXIT.                                                       00005150
           EXIT.                                                        00005160
      *----------------------------------------------------------------*00005170
      *  2590-SHOW-WITH-ACCOUNT - A LINK OR UNLINK WAS REFUSED: SHOW    00005180
      *  THE CUSTOMER AGAIN WITH THE ACCOUNT KEYED STILL IN PLACE SO    00005190
      *  THE OPERATOR CAN CORRECT AND RESUBMIT.                         00005200
      *----------------------------------------------------------------*00005210
       2590-SHOW-WITH-ACCOUNT.                                          00005220
           PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                    00005230
           MOVE WS-ACTION   TO ACTINO                                   00005240
           MOVE WS-ACCT-KEY TO ACCTINO                                  00005250
           PERFORM 2900-SEND-RESULT THRU 2900-EXIT.                     00005260
       2590-EXIT.                                                       00005270
           EXIT.                                                        00005280
      *----------------------------------------------------------------*00005290
      *  2600-UNLINK-ACCOUNT - DELETE THE CUSTOMER/ACCOUNT LINK.  THE   00005300
      *  ACCOUNT NEED NOT STILL BE ON THE HELLO MASTER, SO A LINK TO    00005310
      *  AN ACCOUNT SINCE ARCHIVED OR DELETED CAN BE CLEARED.           00005320
      *----------------------------------------------------------------*00005330
       2600-UNLINK-ACCOUNT.                                             00005340
           PERFORM 2160-EDIT-ACCOUNT THRU 2160-EXIT                     00005350
           IF WS-EDIT-FAILED                                            00005360
               PERFORM 2950-ECHO-INPUT THRU 2950-EXIT                   00005370
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00005380
               GO TO 2600-EXIT                                          00005390
           END-IF                                                       00005400
           MOVE WS-CUST-KEY TO CC-CUST-KEY                              00005410
           MOVE 1 TO CC-PAGE                                            00005420
           MOVE WS-CUST-KEY TO CX-CUST-KEY                              00005430
           MOVE WS-ACCT-KEY TO CX-ACCT-KEY                              00005440
           EXEC CICS DELETE DATASET('HELLOCX')                          00005450
               RIDFLD(CX-KEY)                                           00005460
               KEYLENGTH(LENGTH OF CX-KEY)                              00005470
               RESP(WS-RESP)                                            00005480
           END-EXEC                                                     00005490
           EVALUATE TRUE                                                00005500
               WHEN WS-RESP = DFHRESP(NORMAL)                           00005510
                   MOVE 'ACCOUNT UNLINKED' TO MSGOUTO                   00005520
                   PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT            00005530
                   PERFORM 2900-SEND-RESULT THRU 2900-EXIT              00005540
               WHEN WS-RESP = DFHRESP(NOTFND)                           00005550
                   MOVE 'ACCOUNT NOT LINKED TO THIS CUSTOMER' TO MSGOUTO00005560
                   PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT        00005570
               WHEN OTHER                                               00005580
                   MOVE 'UNLINK FAILED - PLEASE RETRY' TO MSGOUTO       00005590
                   PERFORM 2590-SHOW-WITH-ACCOUNT THRU 2590-EXIT        00005600
           END-EVALUATE.                                                00005610
       2600-EXIT.                                                       00005620
           EXIT.                                                        00005630
      *----------------------------------------------------------------*00005640
      *  2800-SELECT-LINE - HAND THE SELECTED ACCOUNT TO THE HELLO      00005650
      *  INQUIRY, AS THE HELBRW BROWSE DOES.                            00005660
      *----------------------------------------------------------------*00005670
       2800-SELECT-LINE.                                                00005680
           MOVE CC-LINE-KEY(WS-SEL-SUB) TO CA-KEY                       00005690
           MOVE 'Y' TO CA-SELECT-SW                                     00005700
           EXEC CICS XCTL PROGRAM('HELLO')                              00005710
               COMMAREA(HELLO-COMMAREA)                                 00005720
               LENGTH(LENGTH OF HELLO-COMMAREA)                         00005730
               RESP(WS-RESP)                                            00005740
           END-EXEC                                                     00005750
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00005760
               MOVE 'HELLO UNAVAILABLE - PLEASE TRY AGAIN' TO MSGOUTO   00005770
               PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                00005780
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00005790
           END-IF.                                                      00005800
       2800-EXIT.                                                       00005810
           EXIT.                                                        00005820
      *----------------------------------------------------------------*00005830
      *  2900-SEND-RESULT - PAINT THE CUSTM1 MAP WITH WHATEVER THE      00005840
      *  CALLER SET UP AND RETURN AWAITING THE NEXT ENTRY.              00005850
      *----------------------------------------------------------------*00005860
       2900-SEND-RESULT.                                                00005870
           EXEC CICS SEND MAP('CUSTM1')                                 00005880
               MAPSET('CUSTMAP')                                        00005890
               FROM(CUSTM1O)                                            00005900
               ERASE                                                    00005910
               RESP(WS-RESP)                                            00005920
           END-EXEC                                                     00005930
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00005940
               PERFORM 9100-SEND-FAILED THRU 9100-EXIT                  00005950
           ELSE                                                         00005960
               EXEC CICS RETURN TRANSID('HCUS')                         00005970
                   COMMAREA(CUST-COMMAREA)                              00005980
                   LENGTH(LENGTH OF CUST-COMMAREA)                      00005990
               END-EXEC                                                 00006000
           END-IF.                                                      00006010
       2900-EXIT.                                                       00006020
           EXIT.                                                        00006030
      *----------------------------------------------------------------*00006040
      *  2950-ECHO-INPUT - PUT THE SAVED INPUT FIELDS BACK ON THE       00006050
      *  SCREEN SO THE OPERATOR CAN CORRECT AND RESUBMIT WITHOUT        00006060
      *  REKEYING EVERYTHING.                                           00006070
      *----------------------------------------------------------------*00006080
       2950-ECHO-INPUT.                                                 00006090
           MOVE WS-ACTION TO ACTINO                                     00006100
           IF WS-CUST-KEY NUMERIC                                       00006110
               MOVE WS-CUST-KEY TO CUSTINO                              00006120
           END-IF                                                       00006130
           MOVE WS-NEW-NAME     TO NAMEINO                              00006140
           MOVE WS-NEW-ADDR-1   TO ADR1INO                              00006150
           MOVE WS-NEW-ADDR-2   TO ADR2INO                              00006160
           MOVE WS-NEW-POSTCODE TO POSTINO                              00006170
           IF WS-ACCT-KEY NUMERIC                                       00006180
               MOVE WS-ACCT-KEY TO ACCTINO                              00006190
           END-IF.                                                      00006200
       2950-EXIT.                                                       00006210
           EXIT.                                                        00006220
      *----------------------------------------------------------------*00006230
      *  3000-PAGE-FORWARD - NEXT PAGE OF THE CUSTOMER'S ACCOUNTS.      00006240
      *----------------------------------------------------------------*00006250
       3000-PAGE-FORWARD.                                               00006260
           IF CC-CUST-KEY = ZERO                                        00006270
               MOVE 'NOTHING DISPLAYED - ENTER A CUSTOMER FIRST'        00006280
                   TO MSGOUTO                                           00006290
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00006300
               GO TO 3000-EXIT                                          00006310
           END-IF                                                       00006320
           IF NOT CC-MORE-FORWARD                                       00006330
               MOVE 'NO MORE ACCOUNTS FORWARD' TO MSGOUTO               00006340
           ELSE                                                         00006350
               ADD 1 TO CC-PAGE                                         00006360
           END-IF                                                       00006370
           PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                    00006380
           PERFORM 2900-SEND-RESULT THRU 2900-EXIT.                     00006390
       3000-EXIT.                                                       00006400
           EXIT.                                                        00006410
      *----------------------------------------------------------------*00006420
      *  3200-PAGE-BACKWARD - PREVIOUS PAGE OF THE CUSTOMER'S           00006430
      *  ACCOUNTS.                                                      00006440
      *----------------------------------------------------------------*00006450
       3200-PAGE-BACKWARD.                                              00006460
           IF CC-CUST-KEY = ZERO                                        00006470
               MOVE 'NOTHING DISPLAYED - ENTER A CUSTOMER FIRST'        00006480
                   TO MSGOUTO                                           00006490
               PERFORM 2900-SEND-RESULT THRU 2900-EXIT                  00006500
               GO TO 3200-EXIT                                          00006510
           END-IF                                                       00006520
           IF CC-PAGE > 1                                               00006530
               SUBTRACT 1 FROM CC-PAGE                                  00006540
           ELSE                                                         00006550
               MOVE 'AT FIRST PAGE OF ACCOUNTS' TO MSGOUTO              00006560
           END-IF                                                       00006570
           PERFORM 3300-SHOW-CUSTOMER THRU 3300-EXIT                    00006580
           PERFORM 2900-SEND-RESULT THRU 2900-EXIT.                     00006590
       3200-EXIT.                                                       00006600
           EXIT.                                                        00006610
      *----------------------------------------------------------------*00006620
      *  3300-SHOW-CUSTOMER - READ THE CUSTOMER IN CC-CUST-KEY, PUT     00006630
      *  ITS NAME AND ADDRESS ON THE SCREEN, AND LIST PAGE CC-PAGE OF   00006640
      *  ITS ACCOUNTS.  A CUSTOMER NOT ON FILE LEAVES NOTHING TO PAGE   00006650
      *  OR SELECT.  THE CALLER'S MESSAGE, IF IT SET ONE, IS KEPT.      00006660
      *----------------------------------------------------------------*00006670
       3300-SHOW-CUSTOMER.                                              00006680
           MOVE ZERO TO CC-LINE-COUNT                                   00006690
           MOVE 'N' TO CC-MORE-SW                                       00006700
           MOVE CC-CUST-KEY TO CUSTINO                                  00006710
           MOVE CC-CUST-KEY TO CU-KEY                                   00006720
           EXEC CICS READ DATASET('HELLOCU')                            00006730
               INTO(HELLO-CUSTOMER-RECORD)                              00006740
               RIDFLD(CU-KEY)                                           00006750
               KEYLENGTH(LENGTH OF CU-KEY)                              00006760
               RESP(WS-RESP)                                            00006770
           END-EXEC                                                     00006780
           IF WS-RESP = DFHRESP(NOTFND)                                 00006790
               MOVE 'CUSTOMER NOT ON FILE - USE ACTION A TO ADD'        00006800
                   TO MSGOUTO                                           00006810
               GO TO 3300-EXIT                                          00006820
           END-IF                                                       00006830
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00006840
               MOVE 'CUSTOMER FILE UNAVAILABLE - PLEASE RETRY'          00006850
                   TO MSGOUTO                                           00006860
               GO TO 3300-EXIT                                          00006870
           END-IF                                                       00006880
           MOVE CU-NAME        TO NAMEINO                               00006890
           MOVE CU-ADDR-LINE-1 TO ADR1INO                               00006900
           MOVE CU-ADDR-LINE-2 TO ADR2INO                               00006910
           MOVE CU-POSTCODE    TO POSTINO                               00006920
           PERFORM 3400-LIST-ACCOUNTS THRU 3400-EXIT                    00006930
           IF MSGOUTO NOT = LOW-VALUES                                  00006940
               GO TO 3300-EXIT                                          00006950
           END-IF                                                       00006960
           EVALUATE TRUE                                                00006970
               WHEN WS-LINK-COUNT = ZERO                                00006980
                   MOVE 'NO ACCOUNTS LINKED - USE ACTION L TO LINK ONE' 00006990
                       TO MSGOUTO                                       00007000
               WHEN CC-PAGE = 1 AND NOT CC-MORE-FORWARD                 00007010
                   MOVE 'S ON A LINE SELECTS THE ACCOUNT INTO HELLO'    00007020
                       TO MSGOUTO                                       00007030
               WHEN OTHER                                               00007040
                   MOVE CC-PAGE TO WS-PAGE-EDIT                         00007050
                   MOVE SPACES TO MSGOUTO                               00007060
                   STRING 'PAGE ' DELIMITED BY SIZE                     00007070
                          WS-PAGE-EDIT DELIMITED BY SIZE                00007080
                          ': PF7=BACK PF8=FORWARD S=SELECT'             00007090
                              DELIMITED BY SIZE                         00007100
                          INTO MSGOUTO                                  00007110
                   END-STRING                                           00007120
           END-EVALUATE.                                                00007130
       3300-EXIT.                                                       00007140
           EXIT.                                                        00007150
      *----------------------------------------------------------------*00007160
      *  3400-LIST-ACCOUNTS - BROWSE THE CROSS-REFERENCE FROM THE       00007170
      *  CUSTOMER NUMBER UNTIL IT CHANGES.  EVERY LINKED ACCOUNT IS     00007180
      *  COUNTED AND ITS MASTER BALANCE ADDED TO THE COMBINED           00007190
      *  BALANCE; ONLY THE TEN ON THE REQUESTED PAGE ARE PUT ON THE     00007200
      *  SCREEN.  A PAGE PAST THE END (ACCOUNTS UNLINKED SINCE IT       00007210
      *  WAS SHOWN) FALLS BACK TO THE FIRST PAGE.                       00007220
      *----------------------------------------------------------------*00007230
       3400-LIST-ACCOUNTS.                                              00007240
           MOVE ZERO TO WS-LINK-COUNT                                   00007250
           MOVE ZERO TO WS-COMBINED-BAL                                 00007260
           PERFORM 3405-CLEAR-LINE-KEY THRU 3405-EXIT                   00007270
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10             00007280
           COMPUTE WS-FIRST-LINE = (CC-PAGE - 1) * 10 + 1               00007290
           MOVE 'N' TO WS-BROWSE-DONE-SW                                00007300
           MOVE CC-CUST-KEY TO CX-CUST-KEY                              00007310
           MOVE ZERO TO CX-ACCT-KEY                                     00007320
           EXEC CICS STARTBR DATASET('HELLOCX')                         00007330
               RIDFLD(CX-KEY)                                           00007340
               KEYLENGTH(LENGTH OF CX-KEY)                              00007350
               GTEQ                                                     00007360
               RESP(WS-RESP)                                            00007370
           END-EXEC                                                     00007380
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00007390
               MOVE 'Y' TO WS-BROWSE-DONE-SW                            00007400
           ELSE                                                         00007410
               PERFORM 3410-NEXT-LINK THRU 3410-EXIT                    00007420
                   UNTIL WS-BROWSE-DONE                                 00007430
               EXEC CICS ENDBR DATASET('HELLOCX')                       00007440
                   RESP(WS-RESP)                                        00007450
               END-EXEC                                                 00007460
           END-IF                                                       00007470
           IF CC-LINE-COUNT = ZERO AND WS-LINK-COUNT NOT = ZERO         00007480
               MOVE 1 TO CC-PAGE                                        00007490
               GO TO 3400-LIST-ACCOUNTS                                 00007500
           END-IF                                                       00007510
           IF WS-LINK-COUNT > WS-FIRST-LINE + 9                         00007520
               MOVE 'Y' TO CC-MORE-SW                                   00007530
           ELSE                                                         00007540
               MOVE 'N' TO CC-MORE-SW                                   00007550
           END-IF                                                       00007560
           MOVE WS-LINK-COUNT   TO WS-COUNT-EDIT                        00007570
           MOVE WS-COUNT-EDIT   TO CNTOUTO                              00007580
           MOVE WS-COMBINED-BAL TO WS-TOTAL-EDIT                        00007590
           MOVE WS-TOTAL-EDIT   TO TOTOUTO.                             00007600
       3400-EXIT.                                                       00007610
           EXIT.                                                        00007620
       3405-CLEAR-LINE-KEY.                                             00007630
           MOVE ZERO TO CC-LINE-KEY(WS-SUB).                            00007640
       3405-EXIT.                                                       00007650
           EXIT.                                                        00007660
      *----------------------------------------------------------------*00007670
      *  3410-NEXT-LINK - ONE CROSS-REFERENCE RECORD.  THE ACCOUNT IS   00007680
      *  READ FROM THE MASTER; ONE NO LONGER THERE (ARCHIVED OR         00007690
      *  DELETED SINCE IT WAS LINKED) IS LISTED AS SUCH AND ADDS        00007700
      *  NOTHING TO THE COMBINED BALANCE.                               00007710
      *----------------------------------------------------------------*00007720
       3410-NEXT-LINK.                                                  00007730
           EXEC CICS READNEXT DATASET('HELLOCX')                        00007740
               INTO(HELLO-CUST-XREF-RECORD)                             00007750
               RIDFLD(CX-KEY)                                           00007760
               KEYLENGTH(LENGTH OF CX-KEY)                              00007770
               RESP(WS-RESP)                                            00007780
           END-EXEC                                                     00007790
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00007800
                   OR CX-CUST-KEY NOT = CC-CUST-KEY                     00007810
               MOVE 'Y' TO WS-BROWSE-DONE-SW                            00007820
               GO TO 3410-EXIT                                          00007830
           END-IF                                                       00007840
           ADD 1 TO WS-LINK-COUNT                                       00007850
           MOVE CX-ACCT-KEY TO HM-KEY                                   00007860
           EXEC CICS READ DATASET('HELLOMS')                            00007870
               INTO(HELLO-MASTER-RECORD)                                00007880
               RIDFLD(HM-KEY)                                           00007890
               KEYLENGTH(LENGTH OF HM-KEY)                              00007900
               RESP(WS-RESP)                                            00007910
           END-EXEC                                                     00007920
           IF WS-RESP = DFHRESP(NORMAL)                                 00007930
               ADD HM-BALANCE TO WS-COMBINED-BAL                        00007940
           END-IF                                                       00007950
           IF WS-LINK-COUNT < WS-FIRST-LINE OR CC-LINE-COUNT = 10       00007960
               GO TO 3410-EXIT                                          00007970
           END-IF                                                       00007980
           ADD 1 TO CC-LINE-COUNT                                       00007990
           MOVE CX-ACCT-KEY TO CC-LINE-KEY(CC-LINE-COUNT)               00008000
           IF WS-RESP = DFHRESP(NORMAL)                                 00008010
               MOVE HM-KEY     TO WS-DL-KEY                             00008020
               MOVE HM-NAME    TO WS-DL-NAME                            00008030
               MOVE HM-STATUS  TO WS-DL-STATUS                          00008040
               MOVE HM-BALANCE TO WS-DL-BALANCE                         00008050
               MOVE WS-DETAIL-LINE TO LININO(CC-LINE-COUNT)             00008060
           ELSE                                                         00008070
               MOVE CX-ACCT-KEY TO WS-ML-KEY                            00008080
               MOVE WS-MISSING-LINE TO LININO(CC-LINE-COUNT)            00008090
           END-IF.                                                      00008100
       3410-EXIT.                                                       00008110
           EXIT.                                                        00008120
       9100-SEND-FAILED.                                                00008130
           EXEC CICS SEND TEXT                                          00008140
               FROM(WS-FALLBACK-MSG)                                    00008150
               LENGTH(LENGTH OF WS-FALLBACK-MSG)                        00008160
               ERASE                                                    00008170
               NOHANDLE                                                 00008180
           END-EXEC                                                     00008190
           EXEC CICS RETURN END-EXEC.                                   00008200
       9100-EXIT.                                                       00008210
           EXIT.                                                        00008220
       9200-ABEND-CLEANUP.                                              00008230
           EXEC CICS ASSIGN ABCODE(WS-ABCODE) END-EXEC                  00008240
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00008250
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00008260
               YYYYMMDD(HA-DATE)                                        00008270
               TIME(HA-TIME)                                            00008280
           END-EXEC                                                     00008290
           MOVE EIBTRNID TO HA-TRANSID                                  00008300
           MOVE WS-ABCODE TO HA-ABCODE                                  00008310
           EXEC CICS WRITEQ TD QUEUE('HABN')                            00008320
               FROM(HELLO-ABEND-RECORD)                                 00008330
               LENGTH(LENGTH OF HELLO-ABEND-RECORD)                     00008340
           END-EXEC                                                     00008350
           EXEC CICS RETURN END-EXEC.                                   00008360
       9200-EXIT.                                                       00008370
           EXIT.                                                        00008380
