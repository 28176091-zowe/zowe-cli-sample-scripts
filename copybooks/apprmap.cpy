           02  FILLER REDEFINES NEWBALF.                                00000570
               03  NEWBALA       PIC X.                                 00000580
           02  NEWBALI           PIC X(15).                             00000590
           02  OLDODLL           PIC S9(4) COMP.                        00000591
           02  OLDODLF           PIC X.                                 00000592
           02  FILLER REDEFINES OLDODLF.                                00000593
               03  OLDODLA       PIC X.                                 00000594
           02  OLDODLI           PIC 9(9)V99.                           00000595
           02  NEWODLL           PIC S9(4) COMP.                        00000596
           02  NEWODLF           PIC X.                                 00000597
           02  FILLER REDEFINES NEWODLF.                                00000598
               03  NEWODLA       PIC X.                                 00000599
           02  NEWODLI           PIC 9(9)V99.                           00000600
           02  MSGOUTL           PIC S9(4) COMP.                        00000605
           02  MSGOUTF           PIC X.                                 00000610
           02  FILLER REDEFINES MSGOUTF.                                00000620
               03  MSGOUTA       PIC X.                                 00000630
           02  FILLER            PIC X(3).                              00000860
           02  NEWBALO           PIC -ZZZ,ZZZ,ZZ9.99.                   00000870
           02  FILLER            PIC X(3).                              00000880
           02  OLDODLO           PIC 9(9)V99.                           00000881
           02  FILLER            PIC X(3).                              00000882
           02  NEWODLO           PIC 9(9)V99.                           00000883
           02  FILLER            PIC X(3).                              00000884
           02  MSGOUTO           PIC X(79).                             00000890
