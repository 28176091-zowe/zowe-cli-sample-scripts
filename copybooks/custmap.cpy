      * ------------------------------------------------------------    00000010
      *  CUSTMAP.CPY - SYMBOLIC MAP FOR MAPSET CUSTMAP, MAP CUSTM1.     00000020
      *  HAND-MAINTAINED COPY OF THE DFHMSD/DFHMDI/DFHMDF GENERATED     00000030
      *  SYMBOLIC MAP FOR THE CUSTOMER ACCOUNTS SCREEN, WITH THE TEN    00000040
      *  REPEATED SELECT/DETAIL LINE PAIRS FOLDED INTO AN OCCURS SO     00000050
      *  THE PROGRAM CAN SUBSCRIPT THEM.                                00000060
      * ------------------------------------------------------------    00000070
       01  CUSTM1I.                                                     00000080
           02  FILLER            PIC X(12).                             00000090
           02  ACTINL            PIC S9(4) COMP.                        00000100
           02  ACTINF            PIC X.                                 00000110
           02  FILLER REDEFINES ACTINF.                                 00000120
               03  ACTINA        PIC X.                                 00000130
           02  ACTINI            PIC X(01).                             00000140
           02  CUSTINL           PIC S9(4) COMP.                        00000150
           02  CUSTINF           PIC X.                                 00000160
           02  FILLER REDEFINES CUSTINF.                                00000170
               03  CUSTINA       PIC X.                                 00000180
           02  CUSTINI           PIC 9(10).                             00000190
           02  NAMEINL           PIC S9(4) COMP.                        00000200
           02  NAMEINF           PIC X.                                 00000210
           02  FILLER REDEFINES NAMEINF.                                00000220
               03  NAMEINA       PIC X.                                 00000230
           02  NAMEINI           PIC X(30).                             00000240
           02  ADR1INL           PIC S9(4) COMP.                        00000250
           02  ADR1INF           PIC X.                                 00000260
           02  FILLER REDEFINES ADR1INF.                                00000270
               03  ADR1INA       PIC X.                                 00000280
           02  ADR1INI           PIC X(30).                             00000290
           02  ADR2INL           PIC S9(4) COMP.                        00000300
           02  ADR2INF           PIC X.                                 00000310
           02  FILLER REDEFINES ADR2INF.                                00000320
               03  ADR2INA       PIC X.                                 00000330
           02  ADR2INI           PIC X(30).                             00000340
           02  POSTINL           PIC S9(4) COMP.                        00000350
           02  POSTINF           PIC X.                                 00000360
           02  FILLER REDEFINES POSTINF.                                00000370
               03  POSTINA       PIC X.                                 00000380
           02  POSTINI           PIC X(10).                             00000390
           02  ACCTINL           PIC S9(4) COMP.                        00000400
           02  ACCTINF           PIC X.                                 00000410
           02  FILLER REDEFINES ACCTINF.                                00000420
               03  ACCTINA       PIC X.                                 00000430
           02  ACCTINI           PIC 9(10).                             00000440
           02  CUST-DETAIL-I OCCURS 10 TIMES.                           00000450
               03  SELINL        PIC S9(4) COMP.                        00000460
               03  SELINF        PIC X.                                 00000470
               03  SELINI        PIC X(01).                             00000480
               03  LININL        PIC S9(4) COMP.                        00000490
               03  LININF        PIC X.                                 00000500
               03  LININI        PIC X(75).                             00000510
           02  CNTOUTL           PIC S9(4) COMP.                        00000520
           02  CNTOUTF           PIC X.                                 00000530
           02  FILLER REDEFINES CNTOUTF.                                00000540
               03  CNTOUTA       PIC X.                                 00000550
           02  CNTOUTI           PIC X(03).                             00000560
           02  TOTOUTL           PIC S9(4) COMP.                        00000570
           02  TOTOUTF           PIC X.                                 00000580
           02  FILLER REDEFINES TOTOUTF.                                00000590
               03  TOTOUTA       PIC X.                                 00000600
           02  TOTOUTI           PIC X(18).                             00000610
           02  MSGOUTL           PIC S9(4) COMP.                        00000620
           02  MSGOUTF           PIC X.                                 00000630
           02  FILLER REDEFINES MSGOUTF.                                00000640
               03  MSGOUTA       PIC X.                                 00000650
           02  MSGOUTI           PIC X(79).                             00000660
                                                                        00000670
       01  CUSTM1O REDEFINES CUSTM1I.                                   00000680
           02  FILLER            PIC X(12).                             00000690
           02  FILLER            PIC X(3).                              00000700
           02  ACTINO            PIC X(01).                             00000710
           02  FILLER            PIC X(3).                              00000720
           02  CUSTINO           PIC 9(10).                             00000730
           02  FILLER            PIC X(3).                              00000740
           02  NAMEINO           PIC X(30).                             00000750
           02  FILLER            PIC X(3).                              00000760
           02  ADR1INO           PIC X(30).                             00000770
           02  FILLER            PIC X(3).                              00000780
           02  ADR2INO           PIC X(30).                             00000790
           02  FILLER            PIC X(3).                              00000800
           02  POSTINO           PIC X(10).                             00000810
           02  FILLER            PIC X(3).                              00000820
           02  ACCTINO           PIC 9(10).                             00000830
           02  CUST-DETAIL-O OCCURS 10 TIMES.                           00000840
               03  FILLER        PIC X(3).                              00000850
               03  SELINO        PIC X(01).                             00000860
               03  FILLER        PIC X(3).                              00000870
               03  LININO        PIC X(75).                             00000880
           02  FILLER            PIC X(3).                              00000890
           02  CNTOUTO           PIC X(03).                             00000900
           02  FILLER            PIC X(3).                              00000910
           02  TOTOUTO           PIC X(18).                             00000920
           02  FILLER            PIC X(3).                              00000930
           02  MSGOUTO           PIC X(79).                             00000940
