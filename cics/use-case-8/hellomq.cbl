       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HELLOMQ.                                             00000020
       ENVIRONMENT DIVISION.                                            00000030
       DATA DIVISION.                                                   00000040
       WORKING-STORAGE SECTION.                                         00000050
      *--------------------------------------------------------------   00000060
      *  MQ FRONT END FOR THE HELLOQY ACCOUNT LOOKUP SERVICE.  THE      00000070
      *  BRANCH SYSTEMS PUT LOOKUP REQUESTS ON HELLO.QUERY.REQUEST;     00000080
      *  THE QUEUE IS TRIGGERED (TRIGTYPE FIRST) SO THE CICS TRIGGER    00000090
      *  MONITOR STARTS THIS TRANSACTION, WHICH DRAINS THE QUEUE,       00000100
      *  LINKS TO HELLOQY FOR EACH REQUEST, AND PUTS THE HELLOQRY       00000110
      *  REPLY ON THE REQUESTER'S REPLY-TO QUEUE WITH THE REQUEST'S     00000120
      *  MESSAGE ID AS CORRELATION ID.  A REQUEST THAT CANNOT BE        00000130
      *  ANSWERED IS MOVED, WITH A DEAD-LETTER HEADER GIVING THE        00000140
      *  REASON, TO HELLO.QUERY.BACKOUT SO IT NEVER BLOCKS THE QUEUE.   00000150
      *--------------------------------------------------------------   00000160
      *  REQUEST MESSAGE LAYOUT.                                        00000170
      *--------------------------------------------------------------   00000180
           COPY HELLOMQR.                                               00000190
      *--------------------------------------------------------------   00000200
      *  REQUEST/REPLY COMMAREA PASSED TO HELLOQY.  THE SAME LAYOUT,    00000210
      *  RETURN CODE, ARCHIVE AND PENDING-CHANGE FLAGS INCLUDED, IS     00000220
      *  THE REPLY MESSAGE BODY.                                        00000230
      *--------------------------------------------------------------   00000240
           COPY HELLOQRY.                                               00000250
      *--------------------------------------------------------------   00000260
      *  LOG RECORD WRITTEN TO THE HMQL TD QUEUE FOR EVERY REQUEST      00000270
      *  TAKEN OFF THE QUEUE, FOR THE NIGHTLY HMQLRPT REPORT.           00000280
      *--------------------------------------------------------------   00000290
           COPY HELLOMQL.                                               00000300
      *--------------------------------------------------------------   00000310
      *  DIAGNOSTIC RECORD WRITTEN TO THE HABN TD QUEUE IF THIS TASK    00000320
      *  ABENDS, FOR PROBLEM DETERMINATION WITHOUT A FULL CICS DUMP.    00000330
      *--------------------------------------------------------------   00000340
           COPY HELLOABN.                                               00000350
      *--------------------------------------------------------------   00000360
      *  MQ API CONSTANTS AND CONTROL BLOCKS (SUPPLIED WITH MQ).        00000370
      *--------------------------------------------------------------   00000380
       01  WS-MQ-CONSTANTS.                                             00000390
           COPY CMQV.                                                   00000400
       01  WS-OBJECT-DESC.                                              00000410
           COPY CMQODV.                                                 00000420
       01  WS-MSG-DESC.                                                 00000430
           COPY CMQMDV.                                                 00000440
       01  WS-GET-OPTIONS.                                              00000450
           COPY CMQGMOV.                                                00000460
       01  WS-PUT-OPTIONS.                                              00000470
           COPY CMQPMOV.                                                00000480
       01  WS-TRIGGER-MSG.                                              00000490
           COPY CMQTMC2V.                                               00000500
      *--------------------------------------------------------------   00000510
      *  BACKOUT MESSAGE: DEAD-LETTER HEADER FOLLOWED BY THE REQUEST    00000520
      *  EXACTLY AS IT WAS RECEIVED.                                    00000530
      *--------------------------------------------------------------   00000540
       01  WS-BACKOUT-MSG.                                              00000550
           05  WS-BO-HEADER.                                            00000560
               COPY CMQDLHV.                                            00000570
           05  WS-BO-DATA        PIC X(256).                            00000580
       01  WS-RESP               PIC S9(8) COMP.                        00000590
       01  WS-ABSTIME            PIC S9(15) COMP-3.                     00000600
       01  WS-ABCODE             PIC X(04).                             00000610
       01  WS-HCONN              PIC S9(9) COMP VALUE ZERO.             00000620
       01  WS-HOBJ               PIC S9(9) COMP VALUE ZERO.             00000630
       01  WS-OPTIONS            PIC S9(9) COMP.                        00000640
       01  WS-COMPCODE           PIC S9(9) COMP.                        00000650
       01  WS-REASON             PIC S9(9) COMP.                        00000660
       01  WS-BUFFER-LENGTH      PIC S9(9) COMP.                        00000670
       01  WS-DATA-LENGTH        PIC S9(9) COMP.                        00000680
       01  WS-DLH-REASON         PIC S9(9) COMP.                        00000690
       01  WS-WAIT-INTERVAL      PIC S9(9) COMP VALUE 5000.             00000700
       01  WS-BACKOUT-LIMIT      PIC S9(9) COMP VALUE 3.                00000710
       01  WS-TRIGGER-LENGTH     PIC S9(4) COMP.                        00000720
       01  WS-MSG-BUFFER         PIC X(256).                            00000730
       01  WS-REQUEST-QUEUE      PIC X(48)                              00000740
               VALUE 'HELLO.QUERY.REQUEST'.                             00000750
       01  WS-BACKOUT-QUEUE      PIC X(48)                              00000760
               VALUE 'HELLO.QUERY.BACKOUT'.                             00000770
       01  WS-BACKOUT-REASON     PIC 9(04) VALUE ZERO.                  00000780
       01  WS-PUT-DATE           PIC X(08).                             00000790
       01  WS-PUT-TIME           PIC X(06).                             00000800
       01  WS-QUEUE-OPEN-SW      PIC X(01) VALUE 'N'.                   00000810
           88  WS-QUEUE-OPEN               VALUE 'Y'.                   00000820
       01  WS-QUEUE-DONE-SW      PIC X(01) VALUE 'N'.                   00000830
           88  WS-QUEUE-DONE               VALUE 'Y'.                   00000840
      *--------------------------------------------------------------   00000850
      *  REQUEST DESCRIPTOR FIELDS SAVED AFTER THE GET.  BUILDING THE   00000860
      *  REPLY OVERWRITES THE DESCRIPTOR, SO A REPLY THAT CANNOT BE     00000870
      *  PUT IS BACKED OUT FROM THESE SAVED VALUES.                     00000880
      *--------------------------------------------------------------   00000890
       01  WS-REQ-MSGID          PIC X(24).                             00000900
       01  WS-REQ-CORRELID       PIC X(24).                             00000910
       01  WS-REQ-MSGTYPE        PIC S9(9) COMP.                        00000920
       01  WS-REQ-FORMAT         PIC X(08).                             00000930
       01  WS-REQ-ENCODING       PIC S9(9) COMP.                        00000940
       01  WS-REQ-CCSID          PIC S9(9) COMP.                        00000950
       01  WS-REQ-REPLYTOQ       PIC X(48).                             00000960
       01  WS-REQ-REPLYTOQMGR    PIC X(48).                             00000970
       PROCEDURE DIVISION.                                              00000980
      *----------------------------------------------------------------*00000990
      *  0000-MAINLINE - OPEN THE REQUEST QUEUE, ANSWER REQUESTS        00001000
      *  UNTIL THE QUEUE STAYS EMPTY FOR THE WAIT INTERVAL, THEN        00001010
      *  CLOSE IT AND END.  THE TRIGGER MONITOR STARTS THE NEXT         00001020
      *  INSTANCE WHEN NEW REQUESTS ARRIVE.                             00001030
      *----------------------------------------------------------------*00001040
       0000-MAINLINE.                                                   00001050
           EXEC CICS HANDLE ABEND                                       00001060
               LABEL('9200-ABEND-CLEANUP')                              00001070
           END-EXEC                                                     00001080
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001090
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT                  00001100
               UNTIL WS-QUEUE-DONE                                      00001110
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001120
           EXEC CICS RETURN END-EXEC.                                   00001130
      *----------------------------------------------------------------*00001140
      *  1000-INITIALIZE - THE TRIGGER MESSAGE (THE MQTMC2 CKTI PASSES  00001150
      *  AS START DATA) NAMES THE QUEUE THAT FIRED; A START WITHOUT     00001160
      *  ONE (E.G. FROM A TERMINAL FOR TESTING) USES THE PRODUCTION     00001170
      *  REQUEST QUEUE.  A QUEUE THAT WILL NOT OPEN ABENDS THE TASK     00001180
      *  HMQO, WHICH THE HANDLER BELOW LOGS TO HABN.                    00001190
      *----------------------------------------------------------------*00001200
       1000-INITIALIZE.                                                 00001210
           MOVE LENGTH OF WS-TRIGGER-MSG TO WS-TRIGGER-LENGTH           00001220
           EXEC CICS RETRIEVE                                           00001230
               INTO(WS-TRIGGER-MSG)                                     00001240
               LENGTH(WS-TRIGGER-LENGTH)                                00001250
               RESP(WS-RESP)                                            00001260
           END-EXEC                                                     00001270
           IF WS-RESP = DFHRESP(NORMAL)                                 00001280
               AND MQTMC-QNAME NOT = SPACES                             00001290
               MOVE MQTMC-QNAME TO WS-REQUEST-QUEUE                     00001300
           END-IF                                                       00001310
           MOVE MQOT-Q TO MQOD-OBJECTTYPE                               00001320
           MOVE WS-REQUEST-QUEUE TO MQOD-OBJECTNAME                     00001330
           MOVE SPACES TO MQOD-OBJECTQMGRNAME                           00001340
           COMPUTE WS-OPTIONS = MQOO-INPUT-SHARED                       00001350
                              + MQOO-FAIL-IF-QUIESCING                  00001360
           CALL 'MQOPEN' USING WS-HCONN                                 00001370
                               WS-OBJECT-DESC                           00001380
                               WS-OPTIONS                               00001390
                               WS-HOBJ                                  00001400
                               WS-COMPCODE                              00001410
                               WS-REASON                                00001420
           IF WS-COMPCODE NOT = MQCC-OK                                 00001430
               EXEC CICS ABEND ABCODE('HMQO') NODUMP END-EXEC           00001440
           END-IF                                                       00001450
           MOVE 'Y' TO WS-QUEUE-OPEN-SW.                                00001460
       1000-EXIT.                                                       00001470
           EXIT.                                                        00001480
      *----------------------------------------------------------------*00001490
      *  2000-PROCESS-REQUEST - TAKE ONE REQUEST UNDER SYNCPOINT,       00001500
      *  EDIT IT, AND EITHER ANSWER IT OR BACK IT OUT.  THE GET AND     00001510
      *  THE REPLY (OR BACKOUT) PUT ARE COMMITTED TOGETHER, SO A        00001520
      *  FAILURE IN BETWEEN LEAVES THE REQUEST ON THE QUEUE, NEVER      00001530
      *  LOST AND NEVER ANSWERED TWICE.  THE LOG RECORD IS WRITTEN      00001540
      *  ONLY FOR A COMMITTED REQUEST.                                  00001550
      *----------------------------------------------------------------*00001560
       2000-PROCESS-REQUEST.                                            00001570
           PERFORM 2100-GET-REQUEST THRU 2100-EXIT                      00001580
           IF WS-QUEUE-DONE                                             00001590
               GO TO 2000-EXIT                                          00001600
           END-IF                                                       00001610
           MOVE SPACES TO HELLO-MQ-LOG-RECORD                           00001620
           MOVE ZERO TO ML-REASON                                       00001630
           PERFORM 2200-EDIT-REQUEST THRU 2200-EXIT                     00001640
           IF WS-BACKOUT-REASON NOT = ZERO                              00001650
               MOVE 'BO' TO ML-RESPONSE                                 00001660
               MOVE WS-BACKOUT-REASON TO ML-REASON                      00001670
               COMPUTE WS-DLH-REASON = MQFB-APPL-FIRST                  00001680
                                     + WS-BACKOUT-REASON                00001690
               PERFORM 2600-BACKOUT-REQUEST THRU 2600-EXIT              00001700
           ELSE                                                         00001710
               PERFORM 2300-ANSWER-REQUEST THRU 2300-EXIT               00001720
           END-IF                                                       00001730
           IF WS-QUEUE-DONE                                             00001740
               GO TO 2000-EXIT                                          00001750
           END-IF                                                       00001760
           EXEC CICS SYNCPOINT END-EXEC                                 00001770
           PERFORM 8000-WRITE-LOG THRU 8000-EXIT.                       00001780
       2000-EXIT.                                                       00001790
           EXIT.                                                        00001800
      *----------------------------------------------------------------*00001810
      *  2100-GET-REQUEST - WAIT UP TO FIVE SECONDS FOR THE NEXT        00001820
      *  REQUEST.  NO MESSAGE (OR A QUIESCING QUEUE MANAGER) ENDS       00001830
      *  THE RUN.  A REQUEST LONGER THAN THE BUFFER IS STILL TAKEN      00001840
      *  (TRUNCATED) SO THE LENGTH EDIT CAN BACK IT OUT.                00001850
      *----------------------------------------------------------------*00001860
       2100-GET-REQUEST.                                                00001870
           MOVE MQMI-NONE TO MQMD-MSGID                                 00001880
           MOVE MQCI-NONE TO MQMD-CORRELID                              00001890
           MOVE MQENC-NATIVE TO MQMD-ENCODING                           00001900
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID                     00001910
           COMPUTE MQGMO-OPTIONS = MQGMO-WAIT                           00001920
                                 + MQGMO-SYNCPOINT                      00001930
                                 + MQGMO-FAIL-IF-QUIESCING              00001940
                                 + MQGMO-ACCEPT-TRUNCATED-MSG           00001950
                                 + MQGMO-CONVERT                        00001960
           MOVE WS-WAIT-INTERVAL TO MQGMO-WAITINTERVAL                  00001970
           MOVE SPACES TO WS-MSG-BUFFER                                 00001980
           MOVE LENGTH OF WS-MSG-BUFFER TO WS-BUFFER-LENGTH             00001990
           CALL 'MQGET' USING WS-HCONN                                  00002000
                              WS-HOBJ                                   00002010
                              WS-MSG-DESC                               00002020
                              WS-GET-OPTIONS                            00002030
                              WS-BUFFER-LENGTH                          00002040
                              WS-MSG-BUFFER                             00002050
                              WS-DATA-LENGTH                            00002060
                              WS-COMPCODE                               00002070
                              WS-REASON                                 00002080
           IF WS-COMPCODE = MQCC-FAILED                                 00002090
               MOVE 'Y' TO WS-QUEUE-DONE-SW                             00002100
               GO TO 2100-EXIT                                          00002110
           END-IF                                                       00002120
           MOVE MQMD-MSGID       TO WS-REQ-MSGID                        00002130
           MOVE MQMD-CORRELID    TO WS-REQ-CORRELID                     00002140
           MOVE MQMD-MSGTYPE     TO WS-REQ-MSGTYPE                      00002150
           MOVE MQMD-FORMAT      TO WS-REQ-FORMAT                       00002160
           MOVE MQMD-ENCODING    TO WS-REQ-ENCODING                     00002170
           MOVE MQMD-CODEDCHARSETID TO WS-REQ-CCSID                     00002180
           MOVE MQMD-REPLYTOQ    TO WS-REQ-REPLYTOQ                     00002190
           MOVE MQMD-REPLYTOQMGR TO WS-REQ-REPLYTOQMGR.                 00002200
       2100-EXIT.                                                       00002210
           EXIT.                                                        00002220
      *----------------------------------------------------------------*00002230
      *  2200-EDIT-REQUEST - SET A BACKOUT REASON FOR A REQUEST THAT    00002240
      *  CANNOT BE ANSWERED:                                            00002250
      *    0001 NOT A REQUEST MESSAGE    0004 NOT AN HQRY REQUEST       00002260
      *    0002 NO REPLY-TO QUEUE        0005 NO REQUESTER ID           00002270
      *    0003 WRONG MESSAGE LENGTH     0006 BACKED OUT TOO OFTEN      00002280
      *  A REQUEST ROLLED BACK ONTO THE QUEUE REPEATEDLY (E.G. ONE      00002290
      *  THAT ABENDS THE TASK) IS MOVED OFF BEFORE ANYTHING ELSE IS     00002300
      *  TRIED.  THE LOG CARRIES THE MQ USER ID WHEN THE MESSAGE        00002310
      *  NAMES NO REQUESTER.                                            00002320
      *----------------------------------------------------------------*00002330
       2200-EDIT-REQUEST.                                               00002340
           MOVE ZERO TO WS-BACKOUT-REASON                               00002350
           MOVE WS-MSG-BUFFER TO HELLO-MQ-REQUEST                       00002360
           MOVE MR-KEY TO ML-KEY                                        00002370
           IF MR-REQUESTER = SPACES                                     00002380
               MOVE MQMD-USERIDENTIFIER TO ML-REQUESTER                 00002390
           ELSE                                                         00002400
               MOVE MR-REQUESTER TO ML-REQUESTER                        00002410
           END-IF                                                       00002420
           IF MQMD-BACKOUTCOUNT NOT < WS-BACKOUT-LIMIT                  00002430
               MOVE 6 TO WS-BACKOUT-REASON                              00002440
               GO TO 2200-EXIT                                          00002450
           END-IF                                                       00002460
           IF MQMD-MSGTYPE NOT = MQMT-REQUEST                           00002470
               MOVE 1 TO WS-BACKOUT-REASON                              00002480
               GO TO 2200-EXIT                                          00002490
           END-IF                                                       00002500
           IF MQMD-REPLYTOQ = SPACES                                    00002510
               MOVE 2 TO WS-BACKOUT-REASON                              00002520
               GO TO 2200-EXIT                                          00002530
           END-IF                                                       00002540
           IF WS-DATA-LENGTH NOT = LENGTH OF HELLO-MQ-REQUEST           00002550
               MOVE 3 TO WS-BACKOUT-REASON                              00002560
               GO TO 2200-EXIT                                          00002570
           END-IF                                                       00002580
           IF NOT MR-QUERY-REQUEST                                      00002590
               MOVE 4 TO WS-BACKOUT-REASON                              00002600
               GO TO 2200-EXIT                                          00002610
           END-IF                                                       00002620
           IF MR-REQUESTER = SPACES                                     00002630
               MOVE 5 TO WS-BACKOUT-REASON                              00002640
           END-IF.                                                      00002650
       2200-EXIT.                                                       00002660
           EXIT.                                                        00002670
      *----------------------------------------------------------------*00002680
      *  2300-ANSWER-REQUEST - LINK TO HELLOQY WITH THE REQUESTED KEY   00002690
      *  (HELLOQY EDITS IT AND RETURNS 08 FOR A BAD ONE) AND PUT ITS    00002700
      *  COMMAREA ON THE REPLY-TO QUEUE.  A FAILED LINK ANSWERS 12,     00002710
      *  THE SAME AS A FILE ERROR.  A REPLY THAT CANNOT BE PUT (E.G.    00002720
      *  THE REPLY-TO QUEUE DOES NOT EXIST) BACKS THE REQUEST OUT       00002730
      *  WITH THE MQ REASON CODE.                                       00002740
      *----------------------------------------------------------------*00002750
       2300-ANSWER-REQUEST.                                             00002760
           MOVE MR-KEY TO HQ-KEY                                        00002770
           EXEC CICS LINK PROGRAM('HELLOQY')                            00002780
               COMMAREA(HELLO-QUERY-COMMAREA)                           00002790
               LENGTH(LENGTH OF HELLO-QUERY-COMMAREA)                   00002800
               RESP(WS-RESP)                                            00002810
           END-EXEC                                                     00002820
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00002830
               MOVE SPACES TO HQ-NAME                                   00002840
               MOVE SPACES TO HQ-STATUS                                 00002850
               MOVE ZERO   TO HQ-BALANCE                                00002860
               MOVE 'N'    TO HQ-PENDING-SW                             00002870
               MOVE '12'   TO HQ-RETURN-CODE                            00002880
           END-IF                                                       00002890
           MOVE MQOT-Q TO MQOD-OBJECTTYPE                               00002900
           MOVE WS-REQ-REPLYTOQ TO MQOD-OBJECTNAME                      00002910
           MOVE WS-REQ-REPLYTOQMGR TO MQOD-OBJECTQMGRNAME               00002920
           MOVE WS-REQ-MSGID TO MQMD-CORRELID                           00002930
           MOVE MQMI-NONE TO MQMD-MSGID                                 00002940
           MOVE MQMT-REPLY TO MQMD-MSGTYPE                              00002950
           MOVE MQRO-NONE TO MQMD-REPORT                                00002960
           MOVE MQFB-NONE TO MQMD-FEEDBACK                              00002970
           MOVE MQFMT-NONE TO MQMD-FORMAT                               00002980
           MOVE MQENC-NATIVE TO MQMD-ENCODING                           00002990
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID                     00003000
           MOVE SPACES TO MQMD-REPLYTOQ                                 00003010
           MOVE SPACES TO MQMD-REPLYTOQMGR                              00003020
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT                      00003030
                                 + MQPMO-FAIL-IF-QUIESCING              00003040
           MOVE LENGTH OF HELLO-QUERY-COMMAREA TO WS-BUFFER-LENGTH      00003050
           CALL 'MQPUT1' USING WS-HCONN                                 00003060
                               WS-OBJECT-DESC                           00003070
                               WS-MSG-DESC                              00003080
                               WS-PUT-OPTIONS                           00003090
                               WS-BUFFER-LENGTH                         00003100
                               HELLO-QUERY-COMMAREA                     00003110
                               WS-COMPCODE                              00003120
                               WS-REASON                                00003130
           IF WS-COMPCODE = MQCC-FAILED                                 00003140
               MOVE 'RF' TO ML-RESPONSE                                 00003150
               MOVE WS-REASON TO ML-REASON                              00003160
               MOVE WS-REASON TO WS-DLH-REASON                          00003170
               PERFORM 2600-BACKOUT-REQUEST THRU 2600-EXIT              00003180
           ELSE                                                         00003190
               MOVE HQ-RETURN-CODE TO ML-RESPONSE                       00003200
           END-IF.                                                      00003210
       2300-EXIT.                                                       00003220
           EXIT.                                                        00003230
      *----------------------------------------------------------------*00003240
      *  2600-BACKOUT-REQUEST - PUT THE REQUEST, BEHIND A DEAD-LETTER   00003250
      *  HEADER CARRYING THE REASON AND THE QUEUE IT CAME FROM, ON      00003260
      *  THE BACKOUT QUEUE UNDER THE SAME SYNCPOINT AS THE GET.  THE    00003270
      *  ORIGINAL MESSAGE ID IS KEPT SO SUPPORT CAN MATCH IT TO THE     00003280
      *  SENDER'S RECORDS.  IF EVEN THAT PUT FAILS, ROLL BACK SO THE    00003290
      *  REQUEST STAYS ON THE REQUEST QUEUE, AND STOP - THE BACKOUT     00003300
      *  COUNT MOVES IT OFF ONCE THE BACKOUT QUEUE IS AVAILABLE.        00003310
      *----------------------------------------------------------------*00003320
       2600-BACKOUT-REQUEST.                                            00003330
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00003340
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00003350
               YYYYMMDD(WS-PUT-DATE)                                    00003360
               TIME(WS-PUT-TIME)                                        00003370
           END-EXEC                                                     00003380
           MOVE WS-DLH-REASON      TO MQDLH-REASON                      00003390
           MOVE WS-REQUEST-QUEUE   TO MQDLH-DESTQNAME                   00003400
           MOVE SPACES             TO MQDLH-DESTQMGRNAME                00003410
           MOVE WS-REQ-ENCODING    TO MQDLH-ENCODING                    00003420
           MOVE WS-REQ-CCSID       TO MQDLH-CODEDCHARSETID              00003430
           MOVE WS-REQ-FORMAT      TO MQDLH-FORMAT                      00003440
           MOVE MQAT-CICS          TO MQDLH-PUTAPPLTYPE                 00003450
           MOVE 'HELLOMQ'          TO MQDLH-PUTAPPLNAME                 00003460
           MOVE WS-PUT-DATE        TO MQDLH-PUTDATE                     00003470
           MOVE WS-PUT-TIME        TO MQDLH-PUTTIME                     00003480
           MOVE WS-MSG-BUFFER      TO WS-BO-DATA                        00003490
           IF WS-DATA-LENGTH > LENGTH OF WS-MSG-BUFFER                  00003500
               MOVE LENGTH OF WS-MSG-BUFFER TO WS-DATA-LENGTH           00003510
           END-IF                                                       00003520
           COMPUTE WS-BUFFER-LENGTH = LENGTH OF WS-BO-HEADER            00003530
                                    + WS-DATA-LENGTH                    00003540
           MOVE MQOT-Q TO MQOD-OBJECTTYPE                               00003550
           MOVE WS-BACKOUT-QUEUE TO MQOD-OBJECTNAME                     00003560
           MOVE SPACES TO MQOD-OBJECTQMGRNAME                           00003570
           MOVE WS-REQ-MSGID TO MQMD-MSGID                              00003580
           MOVE WS-REQ-CORRELID TO MQMD-CORRELID                        00003590
           MOVE WS-REQ-MSGTYPE TO MQMD-MSGTYPE                          00003600
           MOVE WS-REQ-REPLYTOQ TO MQMD-REPLYTOQ                        00003610
           MOVE WS-REQ-REPLYTOQMGR TO MQMD-REPLYTOQMGR                  00003620
           MOVE MQFMT-DEAD-LETTER-HEADER TO MQMD-FORMAT                 00003630
           MOVE MQENC-NATIVE TO MQMD-ENCODING                           00003640
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID                     00003650
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT                      00003660
                                 + MQPMO-FAIL-IF-QUIESCING              00003670
           CALL 'MQPUT1' USING WS-HCONN                                 00003680
                               WS-OBJECT-DESC                           00003690
                               WS-MSG-DESC                              00003700
                               WS-PUT-OPTIONS                           00003710
                               WS-BUFFER-LENGTH                         00003720
                               WS-BACKOUT-MSG                           00003730
                               WS-COMPCODE                              00003740
                               WS-REASON                                00003750
           IF WS-COMPCODE = MQCC-FAILED                                 00003760
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00003770
               MOVE 'Y' TO WS-QUEUE-DONE-SW                             00003780
           END-IF.                                                      00003790
       2600-EXIT.                                                       00003800
           EXIT.                                                        00003810
      *----------------------------------------------------------------*00003820
      *  8000-WRITE-LOG - ONE HMQL RECORD PER COMMITTED REQUEST.  A     00003830
      *  LOGGING PROBLEM MUST NOT STOP REQUESTS BEING ANSWERED, SO      00003840
      *  THE WRITE IS NOHANDLE.                                         00003850
      *----------------------------------------------------------------*00003860
       8000-WRITE-LOG.                                                  00003870
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00003880
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00003890
               YYYYMMDD(ML-DATE)                                        00003900
               TIME(ML-TIME)                                            00003910
           END-EXEC                                                     00003920
           EXEC CICS WRITEQ TD QUEUE('HMQL')                            00003930
               FROM(HELLO-MQ-LOG-RECORD)                                00003940
               LENGTH(LENGTH OF HELLO-MQ-LOG-RECORD)                    00003950
               NOHANDLE                                                 00003960
           END-EXEC.                                                    00003970
       8000-EXIT.                                                       00003980
           EXIT.                                                        00003990
      *----------------------------------------------------------------*00004000
      *  9000-TERMINATE - CLOSE THE REQUEST QUEUE.                      00004010
      *----------------------------------------------------------------*00004020
       9000-TERMINATE.                                                  00004030
           IF NOT WS-QUEUE-OPEN                                         00004040
               GO TO 9000-EXIT                                          00004050
           END-IF                                                       00004060
           MOVE MQCO-NONE TO WS-OPTIONS                                 00004070
           CALL 'MQCLOSE' USING WS-HCONN                                00004080
                                WS-HOBJ                                 00004090
                                WS-OPTIONS                              00004100
                                WS-COMPCODE                             00004110
                                WS-REASON                               00004120
           MOVE 'N' TO WS-QUEUE-OPEN-SW.                                00004130
       9000-EXIT.                                                       00004140
           EXIT.                                                        00004150
      *----------------------------------------------------------------*00004160
      *  9200-ABEND-CLEANUP - LABEL TARGET OF THE HANDLE ABEND SET IN   00004170
      *  0000-MAINLINE.  WRITES A DIAGNOSTIC RECORD (TRANSACTION ID,    00004180
      *  ABEND CODE, TIMESTAMP) TO THE HABN TD QUEUE, THEN BACKS OUT    00004190
      *  THE REQUEST IN FLIGHT SO IT RETURNS TO THE QUEUE WITH ITS      00004200
      *  BACKOUT COUNT RAISED, AND RETURNS TO CICS CLEANLY.             00004210
      *----------------------------------------------------------------*00004220
       9200-ABEND-CLEANUP.                                              00004230
           EXEC CICS ASSIGN ABCODE(WS-ABCODE) END-EXEC                  00004240
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC               00004250
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     00004260
               YYYYMMDD(HA-DATE)                                        00004270
               TIME(HA-TIME)                                            00004280
           END-EXEC                                                     00004290
           MOVE EIBTRNID TO HA-TRANSID                                  00004300
           MOVE WS-ABCODE TO HA-ABCODE                                  00004310
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC               00004320
           EXEC CICS WRITEQ TD QUEUE('HABN')                            00004330
               FROM(HELLO-ABEND-RECORD)                                 00004340
               LENGTH(LENGTH OF HELLO-ABEND-RECORD)                     00004350
               NOHANDLE                                                 00004360
           END-EXEC                                                     00004370
           EXEC CICS RETURN END-EXEC.                                   00004380
       9200-EXIT.                                                       00004390
           EXIT.                                                        00004400
