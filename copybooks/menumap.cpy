      *  SYMBOLIC MAP FOR THE MAIN MENU SCREEN.                         00000040
      * ------------------------------------------------------------    00000050
       01  MENUM1I.                                                     00000060
           02  FILLER            PIC X(12).                             00000061
           02  OPT1L             PIC S9(4) COMP.                        00000062
           02  OPT1F             PIC X.                                 00000063
           02  FILLER REDEFINES OPT1F.                                  00000064
               03  OPT1A         PIC X.                                 00000065
           02  OPT1I             PIC X(29).                             00000066
           02  OPT2L             PIC S9(4) COMP.                        00000067
           02  OPT2F             PIC X.                                 00000068
           02  FILLER REDEFINES OPT2F.                                  00000070
               03  OPT2A         PIC X.                                 00000071
           02  OPT2I             PIC X(29).                             00000072
           02  OPT3L             PIC S9(4) COMP.                        00000073
           02  OPT3F             PIC X.                                 00000074
           02  FILLER REDEFINES OPT3F.                                  00000075
               03  OPT3A         PIC X.                                 00000076
           02  OPT3I             PIC X(29).                             00000077
           02  OPT4L             PIC S9(4) COMP.                        00000078
           02  OPT4F             PIC X.                                 00000079
           02  FILLER REDEFINES OPT4F.                                  00000080
               03  OPT4A         PIC X.                                 00000081
           02  OPT4I             PIC X(29).                             00000082
           02  OPT5L             PIC S9(4) COMP.                        00000083
           02  OPT5F             PIC X.                                 00000084
           02  FILLER REDEFINES OPT5F.                                  00000085
               03  OPT5A         PIC X.                                 00000086
           02  OPT5I             PIC X(29).                             00000087
           02  OPT6L             PIC S9(4) COMP.                        00000088
           02  OPT6F             PIC X.                                 00000089
           02  FILLER REDEFINES OPT6F.                                  00000090
               03  OPT6A         PIC X.                                 00000091
           02  OPT6I             PIC X(29).                             00000092
           02  OPT7L             PIC S9(4) COMP.                        00000093
           02  OPT7F             PIC X.                                 00000094
           02  FILLER REDEFINES OPT7F.                                  00000095
               03  OPT7A         PIC X.                                 00000096
           02  OPT7I             PIC X(29).                             00000097
           02  SELINL            PIC S9(4) COMP.                        00000098
           02  SELINF            PIC X.                                 00000099
           02  FILLER REDEFINES SELINF.                                 00000100
               03  SELINA        PIC X.                                 00000110
           02  SELINI            PIC 9.                                 00000120
           02  MSGOUTI           PIC X(79).                             00000170
                                                                        00000180
       01  MENUM1O REDEFINES MENUM1I.                                   00000190
           02  FILLER            PIC X(12).                             00000191
           02  FILLER            PIC X(3).                              00000192
           02  OPT1O             PIC X(29).                             00000193
           02  FILLER            PIC X(3).                              00000194
           02  OPT2O             PIC X(29).                             00000195
           02  FILLER            PIC X(3).                              00000200
           02  OPT3O             PIC X(29).                             00000201
           02  FILLER            PIC X(3).                              00000202
           02  OPT4O             PIC X(29).                             00000203
           02  FILLER            PIC X(3).                              00000204
           02  OPT5O             PIC X(29).                             00000205
           02  FILLER            PIC X(3).                              00000206
           02  OPT6O             PIC X(29).                             00000207
           02  FILLER            PIC X(3).                              00000208
           02  OPT7O             PIC X(29).                             00000209
           02  FILLER            PIC X(3).                              00000210
           02  SELINO            PIC 9.                                 00000220
           02  FILLER            PIC X(3).                              00000230
