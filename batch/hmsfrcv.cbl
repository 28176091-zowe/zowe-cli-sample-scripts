      *               APPLIED AS ITS AFTER-IMAGE, SO RE-RUNNING THE     00000160
      *               SAME HISTORY (OR A HISTORY THAT OVERLAPS THE      00000170
      *               RESTORE POINT) LANDS ON THE SAME MASTER STATE.    00000180
      *  2026-10-15  OPS  THE OVERDRAFT LIMIT AFTER-IMAGE NOW CARRIED   00000181
      *               ON THE JOURNAL IS RE-APPLIED WITH THE OTHER       00000182
      *               FIELDS.                                           00000183
      *--------------------------------------------------------------   00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
           MOVE HJ-NEW-NAME    TO HM-NAME                               00001340
           MOVE HJ-NEW-STATUS  TO HM-STATUS                             00001350
           MOVE HJ-NEW-BALANCE TO HM-BALANCE                            00001360
           MOVE HJ-NEW-OD-LIMIT TO HM-OD-LIMIT                          00001361
           WRITE HELLO-MASTER-RECORD                                    00001370
           EVALUATE WS-MASTER-STAT                                      00001380
               WHEN '00'                                                00001390
                   MOVE HJ-NEW-NAME    TO HM-NAME                       00001700
                   MOVE HJ-NEW-STATUS  TO HM-STATUS                     00001710
                   MOVE HJ-NEW-BALANCE TO HM-BALANCE                    00001720
                   MOVE HJ-NEW-OD-LIMIT TO HM-OD-LIMIT                  00001721
                   REWRITE HELLO-MASTER-RECORD                          00001730
                   IF WS-MASTER-STAT = '00'                             00001740
                       ADD 1 TO WS-CHANGE-COUNT                         00001750
                   MOVE HJ-NEW-NAME    TO HM-NAME                       00001830
                   MOVE HJ-NEW-STATUS  TO HM-STATUS                     00001840
                   MOVE HJ-NEW-BALANCE TO HM-BALANCE                    00001850
                   MOVE HJ-NEW-OD-LIMIT TO HM-OD-LIMIT                  00001851
                   WRITE HELLO-MASTER-RECORD                            00001860
                   IF WS-MASTER-STAT = '00'                             00001870
                       ADD 1 TO WS-CHANGE-COUNT                         00001880
