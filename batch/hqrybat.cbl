      *               THE RULES AND RETURN CODES ARE KEPT IN STEP       00000170
      *               WITH HELLOQY - A CHANGE TO ONE IS A CHANGE TO     00000180
      *               BOTH.                                             00000190
      *  2026-10-15  OPS  ARCHIVE COPY OF HELLOREC PICKS UP THE NEW     00000191
      *               OVERDRAFT LIMIT FIELD AS AR-OD-LIMIT.             00000192
      *--------------------------------------------------------------   00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
               ==HM-KEY== BY ==AR-KEY==                                 00000550
               ==HM-NAME== BY ==AR-NAME==                               00000560
               ==HM-STATUS== BY ==AR-STATUS==                           00000570
               ==HM-BALANCE== BY ==AR-BALANCE==                         00000571
               ==HM-OD-LIMIT== BY ==AR-OD-LIMIT==.                      00000572
       FD  EFF-MASTER                                                   00000581
           LABEL RECORDS ARE STANDARD.                                  00000582
           COPY HELLOEFF.                                               00000583
