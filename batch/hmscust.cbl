       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HMSCUST.                                             00000020
       AUTHOR. OPERATIONS SUPPORT.                                      00000030
       INSTALLATION. DATA CENTER.                                       00000040
       DATE-WRITTEN. 2026-10-15.                                        00000050
       DATE-COMPILED.                                                   00000060
      *--------------------------------------------------------------   00000070
      *  MODIFICATION HISTORY                                           00000080
      *  2026-10-15  OPS  NIGHTLY LOAD/REFRESH OF THE CUSTOMER MASTER   00000090
      *               KSDS (LAYOUT HELLOCUS) AND THE CUSTOMER-TO-       00000100
      *               ACCOUNT CROSS-REFERENCE KSDS (LAYOUT HELLOCXR)    00000110
      *               FROM THE UPSTREAM CUSTOMER EXTRACT, RUN AFTER     00000120
      *               HMSLOAD SO EVERY ACCOUNT LINKED IS ALREADY ON     00000130
      *               THE HELLO MASTER.  REJECTS FILE AND PRINTED       00000140
      *               EXCEPTION REPORT AS FOR HMSLOAD.                  00000150
      *--------------------------------------------------------------   00000160
       ENVIRONMENT DIVISION.                                            00000170
       INPUT-OUTPUT SECTION.                                            00000180
       FILE-CONTROL.                                                    00000190
           SELECT CUST-FEED ASSIGN TO CUSTFD                            00000200
               ORGANIZATION IS SEQUENTIAL.                              00000210
           SELECT CUST-MASTER ASSIGN TO HELLOCU                         00000220
               ORGANIZATION IS INDEXED                                  00000230
               ACCESS MODE IS RANDOM                                    00000240
               RECORD KEY IS CU-KEY                                     00000250
               FILE STATUS IS WS-CUST-STAT.                             00000260
           SELECT CUST-XREF ASSIGN TO HELLOCX                           00000270
               ORGANIZATION IS INDEXED                                  00000280
               ACCESS MODE IS RANDOM                                    00000290
               RECORD KEY IS CX-KEY                                     00000300
               ALTERNATE RECORD KEY IS CX-ACCT-KEY                      00000310
               FILE STATUS IS WS-XREF-STAT.                             00000320
           SELECT HELLO-MASTER ASSIGN TO HELLOMS                        00000330
               ORGANIZATION IS INDEXED                                  00000340
               ACCESS MODE IS RANDOM                                    00000350
               RECORD KEY IS HM-KEY                                     00000360
               FILE STATUS IS WS-MASTER-STAT.                           00000370
           SELECT REJECT-FILE ASSIGN TO REJECTS                         00000380
               ORGANIZATION IS SEQUENTIAL.                              00000390
           SELECT CUST-RPT ASSIGN TO CUSRPT                             00000400
               ORGANIZATION IS SEQUENTIAL.                              00000410
       DATA DIVISION.                                                   00000420
       FILE SECTION.                                                    00000430
      *--------------------------------------------------------------   00000440
      *  UPSTREAM CUSTOMER EXTRACT.  THREE RECORD TYPES, SORTED BY      00000450
      *  CUSTOMER NUMBER WITH THE C RECORD AHEAD OF THE CUSTOMER'S      00000460
      *  L AND U RECORDS: C ADDS OR REPLACES THE CUSTOMER'S NAME AND    00000470
      *  ADDRESS, L LINKS AN ACCOUNT TO THE CUSTOMER, U REMOVES A       00000480
      *  LINK.  LINKS MADE OR REMOVED ONLINE STAND UNTIL THE FEED       00000490
      *  SAYS OTHERWISE.                                                00000500
      *--------------------------------------------------------------   00000510
       FD  CUST-FEED                                                    00000520
           LABEL RECORDS ARE STANDARD                                   00000530
           RECORDING MODE IS F.                                         00000540
       01  CUST-FEED-RECORD.                                            00000550
           05  CF-RECORD-TYPE       PIC X(01).                          00000560
               88  CF-CUSTOMER                VALUE 'C'.                00000570
               88  CF-LINK                    VALUE 'L'.                00000580
               88  CF-UNLINK                  VALUE 'U'.                00000590
           05  CF-CUST-KEY          PIC X(10).                          00000600
           05  CF-CUSTOMER-DATA.                                        00000610
               10  CF-NAME          PIC X(30).                          00000620
               10  CF-ADDR-LINE-1   PIC X(30).                          00000630
               10  CF-ADDR-LINE-2   PIC X(30).                          00000640
               10  CF-POSTCODE      PIC X(10).                          00000650
           05  CF-LINK-DATA REDEFINES CF-CUSTOMER-DATA.                 00000660
               10  CF-ACCT-KEY      PIC X(10).                          00000670
               10  FILLER           PIC X(90).                          00000680
           05  FILLER               PIC X(09).                          00000690
       FD  CUST-MASTER                                                  00000700
           LABEL RECORDS ARE STANDARD.                                  00000710
           COPY HELLOCUS.                                               00000720
       FD  CUST-XREF                                                    00000730
           LABEL RECORDS ARE STANDARD.                                  00000740
           COPY HELLOCXR.                                               00000750
       FD  HELLO-MASTER                                                 00000760
           LABEL RECORDS ARE STANDARD.                                  00000770
           COPY HELLOREC.                                               00000780
       FD  REJECT-FILE                                                  00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           RECORDING MODE IS F.                                         00000810
       01  REJECT-RECORD.                                               00000820
           05  RJ-REASON            PIC X(03).                          00000830
           05  FILLER               PIC X(01).                          00000840
           05  RJ-FEED-IMAGE        PIC X(120).                         00000850
       FD  CUST-RPT                                                     00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           RECORDING MODE IS F.                                         00000880
       01  RPT-LINE                 PIC X(80).                          00000890
       WORKING-STORAGE SECTION.                                         00000900
       77  WS-EOF-SW                PIC X(01) VALUE 'N'.                00000910
           88  WS-EOF                         VALUE 'Y'.                00000920
       77  WS-CUST-STAT             PIC X(02) VALUE SPACES.             00000930
       77  WS-XREF-STAT             PIC X(02) VALUE SPACES.             00000940
       77  WS-MASTER-STAT           PIC X(02) VALUE SPACES.             00000950
       77  WS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.          00000960
       77  WS-CUST-ADD-COUNT        PIC 9(07) COMP VALUE ZERO.          00000970
       77  WS-CUST-UPDATE-COUNT     PIC 9(07) COMP VALUE ZERO.          00000980
       77  WS-LINK-ADD-COUNT        PIC 9(07) COMP VALUE ZERO.          00000990
       77  WS-LINK-SAME-COUNT       PIC 9(07) COMP VALUE ZERO.          00001000
       77  WS-LINK-DROP-COUNT       PIC 9(07) COMP VALUE ZERO.          00001010
       77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.          00001020
       77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.          00001030
       77  WS-TOTAL-EDIT            PIC ZZZ,ZZ9.                        00001040
       77  WS-REASON                PIC X(03) VALUE SPACES.             00001050
       77  WS-REASON-IDX            PIC 9(02) COMP VALUE ZERO.          00001060
      *--------------------------------------------------------------   00001070
      *  REJECT REASON CODES AND THEIR REPORT DESCRIPTIONS.  THE        00001080
      *  CODE IS ALSO CARRIED ON THE REJECTS FILE SO A REJECTED         00001090
      *  RECORD CAN BE MATCHED BACK TO THE UPSTREAM FEED.               00001100
      *--------------------------------------------------------------   00001110
       01  WS-REASON-VALUES.                                            00001120
           05  FILLER PIC X(33) VALUE                                   00001130
               '001RECORD TYPE NOT C L OR U      '.                     00001140
           05  FILLER PIC X(33) VALUE                                   00001150
               '002CUSTOMER NOT NON-ZERO NUMERIC '.                     00001160
           05  FILLER PIC X(33) VALUE                                   00001170
               '003CUSTOMER NAME IS BLANK        '.                     00001180
           05  FILLER PIC X(33) VALUE                                   00001190
               '004ACCOUNT NOT NON-ZERO NUMERIC  '.                     00001200
           05  FILLER PIC X(33) VALUE                                   00001210
               '005CUSTOMER NOT ON CUSTOMER FILE '.                     00001220
           05  FILLER PIC X(33) VALUE                                   00001230
               '006ACCOUNT NOT ON HELLO MASTER   '.                     00001240
           05  FILLER PIC X(33) VALUE                                   00001250
               '007ACCOUNT HELD BY OTHER CUSTOMER'.                     00001260
           05  FILLER PIC X(33) VALUE                                   00001270
               '008LINK NOT ON CROSS-REFERENCE   '.                     00001280
           05  FILLER PIC X(33) VALUE                                   00001290
               '009CUSTOMER FILE I-O ERROR       '.                     00001300
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.                  00001310
           05  WS-REASON-ENTRY OCCURS 9 TIMES INDEXED BY RS-IDX.        00001320
               10  RS-CODE          PIC X(03).                          00001330
               10  RS-TEXT          PIC X(30).                          00001340
       01  RPT-DETAIL-REJECT.                                           00001350
           05  FILLER               PIC X(04) VALUE SPACES.             00001360
           05  RD-REASON            PIC X(03).                          00001370
           05  FILLER               PIC X(04) VALUE SPACES.             00001380
           05  RD-TYPE              PIC X(01).                          00001390
           05  FILLER               PIC X(04) VALUE SPACES.             00001400
           05  RD-CUST-KEY          PIC X(10).                          00001410
           05  FILLER               PIC X(02) VALUE SPACES.             00001420
           05  RD-ACCT-KEY          PIC X(10).                          00001430
           05  FILLER               PIC X(02) VALUE SPACES.             00001440
           05  RD-TEXT              PIC X(30).                          00001450
           COPY HELLORCL.                                               00001460
       PROCEDURE DIVISION.                                              00001470
      *----------------------------------------------------------------*00001480
      *  0000-MAINLINE - ONE PASS OVER THE UPSTREAM CUSTOMER EXTRACT:   00001490
      *  VALIDATE EACH RECORD, APPLY IT TO THE CUSTOMER MASTER OR THE   00001500
      *  CROSS-REFERENCE, WRITE REJECTS, AND PRINT THE EXCEPTION        00001510
      *  REPORT WITH CONTROL TOTALS.                                    00001520
      *----------------------------------------------------------------*00001530
       0000-MAINLINE.                                                   00001540
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT                00001550
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001560
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT                     00001570
               UNTIL WS-EOF                                             00001580
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT                     00001590
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001600
           PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT                  00001610
           STOP RUN.                                                    00001620
      *----------------------------------------------------------------*00001630
      *  0100-START-RUN-CONTROL - RECORD THE START ON THE RUN-CONTROL   00001640
      *  FILE.  HRUNCTL REFUSES THE RUN (REASON ON SYSOUT) IF A         00001650
      *  PREREQUISITE STEP HAS NOT COMPLETED FOR THE BUSINESS DATE,     00001660
      *  AND THE RUN THEN ENDS RC=16 BEFORE ANY WORK IS DONE.  THE      00001670
      *  BUSINESS DATE RETURNED STAMPS EVERY RECORD THIS RUN WRITES.    00001680
      *----------------------------------------------------------------*00001690
       0100-START-RUN-CONTROL.                                          00001700
           MOVE 'S' TO RU-FUNCTION                                      00001710
           MOVE 'HMSCUST' TO RU-ENTRY-NAME                              00001720
           MOVE SPACES TO RU-BUSINESS-DATE                              00001730
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA                       00001740
           IF NOT RU-OK                                                 00001750
               MOVE 16 TO RETURN-CODE                                   00001760
               STOP RUN                                                 00001770
           END-IF.                                                      00001780
       0100-EXIT.                                                       00001790
           EXIT.                                                        00001800
      *----------------------------------------------------------------*00001810
      *  1000-INITIALIZE - OPEN THE FILES, PROVE THE KEYED FILES        00001820
      *  OPENED CLEANLY, PRINT THE REPORT HEADINGS, AND READ AHEAD.     00001830
      *  A KEYED FILE THAT WILL NOT OPEN ENDS THE RUN WITH RETURN       00001840
      *  CODE 16 BEFORE ANY FEED RECORD IS TOUCHED.                     00001850
      *----------------------------------------------------------------*00001860
       1000-INITIALIZE.                                                 00001870
           OPEN INPUT CUST-FEED                                         00001880
           OPEN I-O CUST-MASTER                                         00001890
           IF WS-CUST-STAT NOT = '00'                                   00001900
               DISPLAY 'HMSCUST - CUSTOMER OPEN FAILED, STATUS '        00001910
                   WS-CUST-STAT                                         00001920
               MOVE 16 TO RETURN-CODE                                   00001930
               STOP RUN                                                 00001940
           END-IF                                                       00001950
           OPEN I-O CUST-XREF                                           00001960
           IF WS-XREF-STAT NOT = '00'                                   00001970
               DISPLAY 'HMSCUST - CROSS-REFERENCE OPEN FAILED, STATUS ' 00001980
                   WS-XREF-STAT                                         00001990
               MOVE 16 TO RETURN-CODE                                   00002000
               STOP RUN                                                 00002010
           END-IF                                                       00002020
           OPEN INPUT HELLO-MASTER                                      00002030
           IF WS-MASTER-STAT NOT = '00'                                 00002040
               DISPLAY 'HMSCUST - MASTER OPEN FAILED, STATUS '          00002050
                   WS-MASTER-STAT                                       00002060
               MOVE 16 TO RETURN-CODE                                   00002070
               STOP RUN                                                 00002080
           END-IF                                                       00002090
           OPEN OUTPUT REJECT-FILE                                      00002100
           OPEN OUTPUT CUST-RPT                                         00002110
           MOVE SPACES TO RPT-LINE                                      00002120
           MOVE 'HELLO CUSTOMER FILE LOAD/REFRESH EXCEPTION REPORT'     00002130
               TO RPT-LINE                                              00002140
           WRITE RPT-LINE                                               00002150
           MOVE SPACES TO RPT-LINE                                      00002160
           WRITE RPT-LINE                                               00002170
           MOVE SPACES TO RPT-LINE                                      00002180
           MOVE 'REASON    TYPE  CUSTOMER    ACCOUNT     DESCRIPTION'   00002190
               TO RPT-LINE                                              00002200
           WRITE RPT-LINE                                               00002210
           PERFORM 2100-READ-FEED THRU 2100-EXIT.                       00002220
       1000-EXIT.                                                       00002230
           EXIT.                                                        00002240
      *----------------------------------------------------------------*00002250
      *  2000-PROCESS-FEED - ONE PASS: VALIDATE, APPLY OR REJECT,       00002260
      *  THEN READ AHEAD.                                               00002270
      *----------------------------------------------------------------*00002280
       2000-PROCESS-FEED.                                               00002290
           ADD 1 TO WS-READ-COUNT                                       00002300
           PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT                  00002310
           IF WS-REASON = SPACES                                        00002320
               PERFORM 2300-APPLY-RECORD THRU 2300-EXIT                 00002330
           ELSE                                                         00002340
               PERFORM 2400-WRITE-REJECT THRU 2400-EXIT                 00002350
           END-IF                                                       00002360
           PERFORM 2100-READ-FEED THRU 2100-EXIT.                       00002370
       2000-EXIT.                                                       00002380
           EXIT.                                                        00002390
       2100-READ-FEED.                                                  00002400
           READ CUST-FEED                                               00002410
               AT END                                                   00002420
                   MOVE 'Y' TO WS-EOF-SW                                00002430
           END-READ.                                                    00002440
       2100-EXIT.                                                       00002450
           EXIT.                                                        00002460
      *----------------------------------------------------------------*00002470
      *  2200-VALIDATE-RECORD - A KNOWN RECORD TYPE AND A NUMERIC       00002480
      *  10-DIGIT CUSTOMER NUMBER ON EVERY RECORD; A NON-BLANK NAME     00002490
      *  ON A CUSTOMER RECORD; A NUMERIC 10-DIGIT ACCOUNT KEY ON A      00002500
      *  LINK OR UNLINK.  THE FIRST RULE BROKEN SETS THE REASON         00002510
      *  CODE; A BLANK REASON MEANS THE RECORD PASSED.                  00002520
      *----------------------------------------------------------------*00002530
       2200-VALIDATE-RECORD.                                            00002540
           MOVE SPACES TO WS-REASON                                     00002550
           IF NOT CF-CUSTOMER AND NOT CF-LINK AND NOT CF-UNLINK         00002560
               MOVE '001' TO WS-REASON                                  00002570
               GO TO 2200-EXIT                                          00002580
           END-IF                                                       00002590
           IF CF-CUST-KEY NOT NUMERIC OR CF-CUST-KEY = '0000000000'     00002600
               MOVE '002' TO WS-REASON                                  00002610
               GO TO 2200-EXIT                                          00002620
           END-IF                                                       00002630
           IF CF-CUSTOMER                                               00002640
               IF CF-NAME = SPACES                                      00002650
                   MOVE '003' TO WS-REASON                              00002660
               END-IF                                                   00002670
               GO TO 2200-EXIT                                          00002680
           END-IF                                                       00002690
           IF CF-ACCT-KEY NOT NUMERIC OR CF-ACCT-KEY = '0000000000'     00002700
               MOVE '004' TO WS-REASON                                  00002710
               GO TO 2200-EXIT                                          00002720
           END-IF.                                                      00002730
       2200-EXIT.                                                       00002740
           EXIT.                                                        00002750
      *----------------------------------------------------------------*00002760
      *  2300-APPLY-RECORD - ROUTE THE VALIDATED RECORD ON ITS TYPE.    00002770
      *----------------------------------------------------------------*00002780
       2300-APPLY-RECORD.                                               00002790
           EVALUATE TRUE                                                00002800
               WHEN CF-CUSTOMER                                         00002810
                   PERFORM 2310-APPLY-CUSTOMER THRU 2310-EXIT           00002820
               WHEN CF-LINK                                             00002830
                   PERFORM 2320-APPLY-LINK THRU 2320-EXIT               00002840
               WHEN OTHER                                               00002850
                   PERFORM 2330-APPLY-UNLINK THRU 2330-EXIT             00002860
           END-EVALUATE.                                                00002870
       2300-EXIT.                                                       00002880
           EXIT.                                                        00002890
      *----------------------------------------------------------------*00002900
      *  2310-APPLY-CUSTOMER - RANDOM READ ON THE CUSTOMER NUMBER       00002910
      *  DECIDES LOAD VERSUS UPDATE, AS HMSLOAD DOES FOR THE MASTER:    00002920
      *  STATUS 23 WRITES A NEW CUSTOMER, STATUS 00 REPLACES THE NAME   00002930
      *  AND ADDRESS, ANYTHING ELSE REJECTS WITH THE I-O REASON.        00002940
      *----------------------------------------------------------------*00002950
       2310-APPLY-CUSTOMER.                                             00002960
           MOVE CF-CUST-KEY TO CU-KEY                                   00002970
           READ CUST-MASTER                                             00002980
           EVALUATE WS-CUST-STAT                                        00002990
               WHEN '00'                                                00003000
                   PERFORM 2315-MOVE-CUSTOMER THRU 2315-EXIT            00003010
                   REWRITE HELLO-CUSTOMER-RECORD                        00003020
                   IF WS-CUST-STAT = '00'                               00003030
                       ADD 1 TO WS-CUST-UPDATE-COUNT                    00003040
                       ADD 1 TO WS-APPLIED-COUNT                        00003050
                   ELSE                                                 00003060
                       MOVE '009' TO WS-REASON                          00003070
                       PERFORM 2400-WRITE-REJECT THRU 2400-EXIT         00003080
                   END-IF                                               00003090
               WHEN '23'                                                00003100
                   MOVE CF-CUST-KEY TO CU-KEY                           00003110
                   PERFORM 2315-MOVE-CUSTOMER THRU 2315-EXIT            00003120
                   WRITE HELLO-CUSTOMER-RECORD                          00003130
                   IF WS-CUST-STAT = '00'                               00003140
                       ADD 1 TO WS-CUST-ADD-COUNT                       00003150
                       ADD 1 TO WS-APPLIED-COUNT                        00003160
                   ELSE                                                 00003170
                       MOVE '009' TO WS-REASON                          00003180
                       PERFORM 2400-WRITE-REJECT THRU 2400-EXIT         00003190
                   END-IF                                               00003200
               WHEN OTHER                                               00003210
                   MOVE '009' TO WS-REASON                              00003220
                   PERFORM 2400-WRITE-REJECT THRU 2400-EXIT             00003230
           END-EVALUATE.                                                00003240
       2310-EXIT.                                                       00003250
           EXIT.                                                        00003260
       2315-MOVE-CUSTOMER.                                              00003270
           MOVE CF-NAME            TO CU-NAME                           00003280
           MOVE CF-ADDR-LINE-1     TO CU-ADDR-LINE-1                    00003290
           MOVE CF-ADDR-LINE-2     TO CU-ADDR-LINE-2                    00003300
           MOVE CF-POSTCODE        TO CU-POSTCODE                       00003310
           MOVE 'HMSCUST'          TO CU-CHANGED-BY                     00003320
           MOVE RU-BUSINESS-DATE   TO CU-CHANGED-DATE.                  00003330
       2315-EXIT.                                                       00003340
           EXIT.                                                        00003350
      *----------------------------------------------------------------*00003360
      *  2320-APPLY-LINK - THE CUSTOMER MUST BE ON THE CUSTOMER MASTER  00003370
      *  (ITS C RECORD COMES FIRST IN THE FEED) AND THE ACCOUNT ON      00003380
      *  THE HELLO MASTER.  THE ACCOUNT IS THEN LOOKED UP BY THE        00003390
      *  ALTERNATE KEY: A LINK TO THIS CUSTOMER ALREADY THERE IS LEFT   00003400
      *  AS IT IS, A LINK TO ANY OTHER CUSTOMER REJECTS THE RECORD      00003410
      *  (THE FEED MUST UNLINK IT FIRST), AND NO LINK WRITES ONE.       00003420
      *----------------------------------------------------------------*00003430
       2320-APPLY-LINK.                                                 00003440
           MOVE CF-CUST-KEY TO CU-KEY                                   00003450
           READ CUST-MASTER                                             00003460
           IF WS-CUST-STAT = '23'                                       00003470
               MOVE '005' TO WS-REASON                                  00003480
               PERFORM 2400-WRITE-REJECT THRU 2400-EXIT                 00003490
               GO TO 2320-EXIT                                          00003500
           END-IF                                                       00003510
           IF WS-CUST-STAT NOT = '00'                                   00003520
               MOVE '009' TO WS-REASON                                  00003530
               PERFORM 2400-WRITE-REJECT THRU 2400-EXIT                 00003540
               GO TO 2320-EXIT                                          00003550
           END-IF                                                       00003560
           MOVE CF-ACCT-KEY TO HM-KEY                                   00003570
           READ HELLO-MASTER                                            00003580
           IF WS-MASTER-STAT = '23'                                     00003590
               MOVE '006' TO WS-REASON                                  00003600
               PERFORM 2400-WRITE-REJECT THRU 2400-EXIT                 00003610
               GO TO 2320-EXIT                                          00003620
           END-IF                                                       00003630
           IF WS-MASTER-STAT NOT = '00'                                 00003640
               MOVE '009' TO WS-REASON                                  00003650
               PERFORM 2400-WRITE-REJECT THRU 2400-EXIT                 00003660
               GO TO 2320-EXIT                                          00003670
           END-IF                                                       00003680
           MOVE CF-ACCT-KEY TO CX-ACCT-KEY                              00003690
           READ CUST-XREF KEY IS CX-ACCT-KEY                            00003700
           EVALUATE WS-XREF-STAT                                        00003710
               WHEN '00'                                                00003720
                   IF CX-CUST-KEY = CU-KEY                              00003730
                       ADD 1 TO WS-LINK-SAME-COUNT                      00003740
                       ADD 1 TO WS-APPLIED-COUNT                        00003750
                   ELSE                                                 00003760
                       MOVE '007' TO WS-REASON                          00003770
                       PERFORM 2400-WRITE-REJECT THRU 2400-EXIT         00003780
                   END-IF                                               00003790
               WHEN '23'                                                00003800
                   MOVE SPACES           TO HELLO-CUST-XREF-RECORD      00003810
                   MOVE CF-CUST-KEY      TO CX-CUST-KEY                 00003820
                   MOVE CF-ACCT-KEY      TO CX-ACCT-KEY                 00003830
                   MOVE 'HMSCUST'        TO CX-LINKED-BY                00003840
                   MOVE RU-BUSINESS-DATE TO CX-LINKED-DATE              00003850
                   WRITE HELLO-CUST-XREF-RECORD                         00003860
                   EVALUATE WS-XREF-STAT                                00003870
                       WHEN '00'                                        00003880
                           ADD 1 TO WS-LINK-ADD-COUNT                   00003890
                           ADD 1 TO WS-APPLIED-COUNT                    00003900
                       WHEN '22'                                        00003910
                           MOVE '007' TO WS-REASON                      00003920
                           PERFORM 2400-WRITE-REJECT THRU 2400-EXIT     00003930
                       WHEN OTHER                                       00003940
                           MOVE '009' TO WS-REASON                      00003950
                           PERFORM 2400-WRITE-REJECT THRU 2400-EXIT     00003960
                   END-EVALUATE                                         00003970
               WHEN OTHER                                               00003980
                   MOVE '009' TO WS-REASON                              00003990
                   PERFORM 2400-WRITE-REJECT THRU 2400-EXIT             00004000
           END-EVALUATE.                                                00004010
       2320-EXIT.                                                       00004020
           EXIT.                                                        00004030
      *----------------------------------------------------------------*00004040
      *  2330-APPLY-UNLINK - DELETE THE CUSTOMER/ACCOUNT LINK.  THE     00004050
      *  ACCOUNT NEED NOT STILL BE ON THE HELLO MASTER, SO A LINK TO    00004060
      *  AN ACCOUNT SINCE ARCHIVED OR CLOSED CAN BE CLEARED.            00004070
      *----------------------------------------------------------------*00004080
       2330-APPLY-UNLINK.                                               00004090
           MOVE CF-CUST-KEY TO CX-CUST-KEY                              00004100
           MOVE CF-ACCT-KEY TO CX-ACCT-KEY                              00004110
           READ CUST-XREF                                               00004120
           EVALUATE WS-XREF-STAT                                        00004130
               WHEN '00'                                                00004140
                   DELETE CUST-XREF RECORD                              00004150
                   IF WS-XREF-STAT = '00'                               00004160
                       ADD 1 TO WS-LINK-DROP-COUNT                      00004170
                       ADD 1 TO WS-APPLIED-COUNT                        00004180
                   ELSE                                                 00004190
                       MOVE '009' TO WS-REASON                          00004200
                       PERFORM 2400-WRITE-REJECT THRU 2400-EXIT         00004210
                   END-IF                                               00004220
               WHEN '23'                                                00004230
                   MOVE '008' TO WS-REASON                              00004240
                   PERFORM 2400-WRITE-REJECT THRU 2400-EXIT             00004250
               WHEN OTHER                                               00004260
                   MOVE '009' TO WS-REASON                              00004270
                   PERFORM 2400-WRITE-REJECT THRU 2400-EXIT             00004280
           END-EVALUATE.                                                00004290
       2330-EXIT.                                                       00004300
           EXIT.                                                        00004310
      *----------------------------------------------------------------*00004320
      *  2400-WRITE-REJECT - CARRY THE FEED IMAGE AND REASON CODE TO    00004330
      *  THE REJECTS FILE AND PRINT THE EXCEPTION DETAIL LINE.          00004340
      *----------------------------------------------------------------*00004350
       2400-WRITE-REJECT.                                               00004360
           ADD 1 TO WS-REJECT-COUNT                                     00004370
           MOVE SPACES TO REJECT-RECORD                                 00004380
           MOVE WS-REASON TO RJ-REASON                                  00004390
           MOVE CUST-FEED-RECORD TO RJ-FEED-IMAGE                       00004400
           WRITE REJECT-RECORD                                          00004410
           MOVE SPACES TO RPT-DETAIL-REJECT                             00004420
           MOVE WS-REASON TO RD-REASON                                  00004430
           MOVE CF-RECORD-TYPE TO RD-TYPE                               00004440
           MOVE CF-CUST-KEY TO RD-CUST-KEY                              00004450
           IF NOT CF-CUSTOMER                                           00004460
               MOVE CF-ACCT-KEY TO RD-ACCT-KEY                          00004470
           END-IF                                                       00004480
           MOVE ZERO TO WS-REASON-IDX                                   00004490
           PERFORM 2410-SEARCH-REASON THRU 2410-EXIT                    00004500
               VARYING RS-IDX FROM 1 BY 1                               00004510
               UNTIL RS-IDX > 9 OR WS-REASON-IDX NOT = ZERO             00004520
           IF WS-REASON-IDX NOT = ZERO                                  00004530
               MOVE RS-TEXT(WS-REASON-IDX) TO RD-TEXT                   00004540
           END-IF                                                       00004550
           MOVE RPT-DETAIL-REJECT TO RPT-LINE                           00004560
           WRITE RPT-LINE.                                              00004570
       2400-EXIT.                                                       00004580
           EXIT.                                                        00004590
       2410-SEARCH-REASON.                                              00004600
           IF RS-CODE(RS-IDX) = WS-REASON                               00004610
               SET WS-REASON-IDX TO RS-IDX                              00004620
           END-IF.                                                      00004630
       2410-EXIT.                                                       00004640
           EXIT.                                                        00004650
      *----------------------------------------------------------------*00004660
      *  3000-PRINT-TOTALS - CONTROL TOTALS TO BALANCE AGAINST THE      00004670
      *  UPSTREAM FEED: READ = CUSTOMERS ADDED + UPDATED + LINKS        00004680
      *  ADDED + UNCHANGED + REMOVED + REJECTED.                        00004690
      *----------------------------------------------------------------*00004700
       3000-PRINT-TOTALS.                                               00004710
           MOVE SPACES TO RPT-LINE                                      00004720
           WRITE RPT-LINE                                               00004730
           MOVE WS-READ-COUNT TO WS-TOTAL-EDIT                          00004740
           MOVE SPACES TO RPT-LINE                                      00004750
           STRING 'RECORDS READ:       ' DELIMITED BY SIZE              00004760
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004770
                  INTO RPT-LINE                                         00004780
           END-STRING                                                   00004790
           WRITE RPT-LINE                                               00004800
           MOVE WS-CUST-ADD-COUNT TO WS-TOTAL-EDIT                      00004810
           MOVE SPACES TO RPT-LINE                                      00004820
           STRING 'CUSTOMERS ADDED:    ' DELIMITED BY SIZE              00004830
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004840
                  INTO RPT-LINE                                         00004850
           END-STRING                                                   00004860
           WRITE RPT-LINE                                               00004870
           MOVE WS-CUST-UPDATE-COUNT TO WS-TOTAL-EDIT                   00004880
           MOVE SPACES TO RPT-LINE                                      00004890
           STRING 'CUSTOMERS UPDATED:  ' DELIMITED BY SIZE              00004900
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004910
                  INTO RPT-LINE                                         00004920
           END-STRING                                                   00004930
           WRITE RPT-LINE                                               00004940
           MOVE WS-LINK-ADD-COUNT TO WS-TOTAL-EDIT                      00004950
           MOVE SPACES TO RPT-LINE                                      00004960
           STRING 'LINKS ADDED:        ' DELIMITED BY SIZE              00004970
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00004980
                  INTO RPT-LINE                                         00004990
           END-STRING                                                   00005000
           WRITE RPT-LINE                                               00005010
           MOVE WS-LINK-SAME-COUNT TO WS-TOTAL-EDIT                     00005020
           MOVE SPACES TO RPT-LINE                                      00005030
           STRING 'LINKS UNCHANGED:    ' DELIMITED BY SIZE              00005040
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005050
                  INTO RPT-LINE                                         00005060
           END-STRING                                                   00005070
           WRITE RPT-LINE                                               00005080
           MOVE WS-LINK-DROP-COUNT TO WS-TOTAL-EDIT                     00005090
           MOVE SPACES TO RPT-LINE                                      00005100
           STRING 'LINKS REMOVED:      ' DELIMITED BY SIZE              00005110
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005120
                  INTO RPT-LINE                                         00005130
           END-STRING                                                   00005140
           WRITE RPT-LINE                                               00005150
           MOVE WS-REJECT-COUNT TO WS-TOTAL-EDIT                        00005160
           MOVE SPACES TO RPT-LINE                                      00005170
           STRING 'RECORDS REJECTED:   ' DELIMITED BY SIZE              00005180
                  WS-TOTAL-EDIT DELIMITED BY SIZE                       00005190
                  INTO RPT-LINE                                         00005200
           END-STRING                                                   00005210
           WRITE RPT-LINE.                                              00005220
       3000-EXIT.                                                       00005230
           EXIT.                                                        00005240
       9000-TERMINATE.                                                  00005250
           CLOSE CUST-FEED                                              00005260
           CLOSE CUST-MASTER                                            00005270
           CLOSE CUST-XREF                                              00005280
           CLOSE HELLO-MASTER                                           00005290
           CLOSE REJECT-FILE                                            00005300
           CLOSE CUST-RPT.                                              00005310
       9000-EXIT.                                                       00005320
           EXIT.                                                        00005330
      *----------------------------------------------------------------*00005340
      *  9100-END-RUN-CONTROL - RECORD THE COMPLETION, THE RETURN       00005350
      *  CODE, AND THE CONTROL TOTALS ON THE RUN-CONTROL FILE.          00005360
      *----------------------------------------------------------------*00005370
       9100-END-RUN-CONTROL.                                            00005380
           MOVE 'C' TO RU-FUNCTION                                      00005390
           MOVE RETURN-CODE TO RU-RETURN-CODE                           00005400
           MOVE 'RECORDS READ' TO RU-COUNT-LABEL(1)                     00005410
           MOVE WS-READ-COUNT TO RU-COUNT(1)                            00005420
           MOVE 'APPLIED' TO RU-COUNT-LABEL(2)                          00005430
           MOVE WS-APPLIED-COUNT TO RU-COUNT(2)                         00005440
           MOVE 'REJECTED' TO RU-COUNT-LABEL(3)                         00005450
           MOVE WS-REJECT-COUNT TO RU-COUNT(3)                          00005460
           CALL 'HRUNCTL' USING HELLO-RUNCTL-AREA.                      00005470
       9100-EXIT.                                                       00005480
           EXIT.                                                        00005490
