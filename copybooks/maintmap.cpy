           02  SGNINF            PIC X.                                 00000340
           02  FILLER REDEFINES SGNINF.                                 00000350
               03  SGNINA        PIC X.                                 00000360
           02  SGNINI            PIC X(01).                             00000361
           02  ODLINL            PIC S9(4) COMP.                        00000362
           02  ODLINF            PIC X.                                 00000363
           02  FILLER REDEFINES ODLINF.                                 00000364
               03  ODLINA        PIC X.                                 00000365
           02  ODLINI            PIC 9(9)V99.                           00000370
           02  EFFDTL            PIC S9(4) COMP.                        00000371
           02  EFFDTF            PIC X.                                 00000372
           02  FILLER REDEFINES EFFDTF.                                 00000373
           02  FILLER            PIC X(3).                              00000540
           02  BALINO            PIC 9(9)V99.                           00000550
           02  FILLER            PIC X(3).                              00000560
           02  SGNINO            PIC X(01).                             00000561
           02  FILLER            PIC X(3).                              00000562
           02  ODLINO            PIC 9(9)V99.                           00000570
           02  FILLER            PIC X(3).                              00000571
           02  EFFDTO            PIC X(08).                             00000572
           02  FILLER            PIC X(3).                              00000580
