      * ------------------------------------------------------------    00000010
      *  HELLORCT.CPY - THE NIGHTLY, MONTH-END AND YEAR-END BATCH       00000020
      *  CYCLE AS THE RUN-CONTROL FILE (HELLORUN) SEES IT: ONE ENTRY    00000030
      *  PER STEP IN CYCLE ORDER, WITH ITS FREQUENCY (D NIGHTLY, M      00000040
      *  MONTH END, Y YEAR END), WHETHER IT OPENS A NEW BUSINESS DATE   00000050
      *  (ONLY HMSLOAD, FIRST IN THE CYCLE), AND UP TO TWO              00000060
      *  PREREQUISITE ENTRIES THAT MUST HAVE COMPLETED FOR THE SAME     00000070
      *  BUSINESS DATE WITH A RETURN CODE NO HIGHER THAN THE ONE        00000080
      *  GIVEN.  SHARED BY THE HRUNCTL RUN-CONTROL SUBPROGRAM, WHICH    00000090
      *  ENFORCES IT, AND THE HRUNRPT MORNING REPORT, WHICH LISTS THE   00000100
      *  CYCLE IN THIS ORDER, SO A NEW STEP OR DEPENDENCY IS ADDED      00000110
      *  HERE ONLY.  HMSDORMC IS THE NIGHTLY CANCEL-ONLY HMSDORM STEP   00000120
      *  AHEAD OF HMSSWEP; HMSDORM ITSELF IS THE MONTHLY NOTICE RUN.    00000130
      *  HMSINTY, THE YEAR-END INTEREST STATEMENT RUN, FOLLOWS THE      00000131
      *  DECEMBER ACCRUAL ON THE LAST NIGHT OF THE YEAR.                00000132
      *  HMSCUST, THE CUSTOMER FILE LOAD, FOLLOWS HMSLOAD SO EVERY      00000133
      *  ACCOUNT IT LINKS IS ALREADY ON THE MASTER.                     00000134
      *  HMSEDITA AND HMSPOSTA ARE THE HMSEDIT AND HMSPOST RUNS THAT    00000135
      *  PROVE AND POST THE MONTH'S HMSACCR INTEREST; THE STATEMENT AND 00000136
      *  YEAR-END INTEREST RUNS WAIT FOR HMSPOSTA, AND THE STATEMENT    00000137
      *  RUN ALSO WAITS FOR HMSCUST SO THE CONSOLIDATED STATEMENTS      00000138
      *  GROUP ON THE NIGHT'S CUSTOMER FILE.  HMSGLEXA EXTRACTS THAT    00000139
      *  INTEREST FOR THE GL.                                           00000140
      * ------------------------------------------------------------    00000145
       01  HELLO-CYCLE-VALUES.                                          00000150
           05  FILLER PIC X(37) VALUE                                   00000160
               'HMSLOAD  D Y          00          00 '.                 00000170
           05  FILLER PIC X(37) VALUE                                   00000171
               'HMSCUST  D N HMSLOAD  04          00 '.                 00000172
           05  FILLER PIC X(37) VALUE                                   00000180
               'HMSEDIT  D N HMSLOAD  04          00 '.                 00000190
           05  FILLER PIC X(37) VALUE                                   00000200
               'HMSPOST  D N HMSEDIT  04          00 '.                 00000210
           05  FILLER PIC X(37) VALUE                                   00000220
               'HMSOVDR  D N HMSPOST  04          00 '.                 00000230
           05  FILLER PIC X(37) VALUE                                   00000240
               'HMSGLEX  D N HMSPOST  04          00 '.                 00000250
           05  FILLER PIC X(37) VALUE                                   00000260
               'HMSDORMC D N HMSPOST  04          00 '.                 00000270
           05  FILLER PIC X(37) VALUE                                   00000280
               'HMSSWEP  D N HMSPOST  04 HMSDORMC 08 '.                 00000290
           05  FILLER PIC X(37) VALUE                                   00000300
               'HJRNOFF  D N HMSSWEP  08          00 '.                 00000310
           05  FILLER PIC X(37) VALUE                                   00000320
               'HJRNAUD  D N HJRNOFF  04          00 '.                 00000330
           05  FILLER PIC X(37) VALUE                                   00000340
               'HLOGRPT  D N HJRNOFF  04          00 '.                 00000350
           05  FILLER PIC X(37) VALUE                                   00000360
               'HLOGHST  D N HLOGRPT  04          00 '.                 00000370
           05  FILLER PIC X(37) VALUE                                   00000371
               'HMQLRPT  D N HJRNOFF  04          00 '.                 00000372
           05  FILLER PIC X(37) VALUE                                   00000380
               'HMSACCR  M N HMSPOST  04          00 '.                 00000390
           05  FILLER PIC X(37) VALUE                                   00000391
               'HMSEDITA M N HMSACCR  04          00 '.                 00000392
           05  FILLER PIC X(37) VALUE                                   00000393
               'HMSPOSTA M N HMSEDITA 04          00 '.                 00000394
           05  FILLER PIC X(37) VALUE                                   00000395
               'HMSGLEXA M N HMSPOSTA 04          00 '.                 00000396
           05  FILLER PIC X(37) VALUE                                   00000400
               'HMSSTMT  M N HMSPOSTA 04 HMSCUST  04 '.                 00000410
           05  FILLER PIC X(37) VALUE                                   00000420
               'HMSARCH  M N HMSSTMT  04          00 '.                 00000430
           05  FILLER PIC X(37) VALUE                                   00000440
               'HMSDORM  M N HMSPOST  04          00 '.                 00000450
           05  FILLER PIC X(37) VALUE                                   00000451
               'HMSINTY  Y N HMSPOSTA 04          00 '.                 00000452
                                                                        00000460
       01  HELLO-CYCLE-TABLE REDEFINES HELLO-CYCLE-VALUES.              00000470
           05  CT-ENTRY OCCURS 21 TIMES INDEXED BY CT-IDX.              00000480
               10  CT-ENTRY-NAME    PIC X(08).                          00000490
               10  FILLER           PIC X(01).                          00000500
               10  CT-FREQUENCY     PIC X(01).                          00000510
                   88  CT-NIGHTLY             VALUE 'D'.                00000520
                   88  CT-MONTH-END           VALUE 'M'.                00000530
                   88  CT-YEAR-END            VALUE 'Y'.                00000531
               10  FILLER           PIC X(01).                          00000540
               10  CT-OPENS-CYCLE   PIC X(01).                          00000550
                   88  CT-CYCLE-OPENER        VALUE 'Y'.                00000560
               10  FILLER           PIC X(01).                          00000570
               10  CT-PREREQ OCCURS 2 TIMES.                            00000580
                   15  CT-PREREQ-NAME   PIC X(08).                      00000590
                   15  FILLER           PIC X(01).                      00000600
                   15  CT-PREREQ-MAX-RC PIC 9(02).                      00000610
                   15  FILLER           PIC X(01).                      00000620
       01  CT-ENTRY-COUNT           PIC 9(02) COMP VALUE 21.            00000630
