      * ------------------------------------------------------------    00000010
      *  HELLOTRN.CPY - TABLE OF THE TRANSACTION CODES CARRIED ON       00000020
      *  THE ACTIVITY HISTORY (HV-TRAN-CODE IN HELLOACT) WITH THE       00000030
      *  DESCRIPTION PRINTED FOR EACH ON STATEMENTS AND REPORTS,        00000040
      *  SHARED BY EVERY PROGRAM THAT LISTS ACTIVITY SO A NEW CODE      00000050
      *  IS ADDED IN ONE PLACE ONLY.  AJ IS AN ONLINE BALANCE           00000060
      *  ADJUSTMENT KEYED ON HELMNT OR RELEASED ON HELAPR.              00000070
      *  TO AND TI ARE THE OUT AND IN LEGS OF A TRANSFER POSTED BY      00000071
      *  HMSPOST FROM ONE TR MOVEMENT.                                  00000072
      *  IN IS MONTH-END INTEREST ACCRUED BY HMSACCR, TOTALLED FOR THE  00000073
      *  YEAR BY HMSINTY.                                               00000074
      * ------------------------------------------------------------    00000080
       01  HELLO-TRAN-VALUES.                                           00000090
           05  FILLER PIC X(12) VALUE 'CRCREDIT'.                       00000100
           05  FILLER PIC X(12) VALUE 'DBDEBIT'.                        00000110
           05  FILLER PIC X(12) VALUE 'AJADJUSTMENT'.                   00000120
           05  FILLER PIC X(12) VALUE 'TOXFER OUT'.                     00000121
           05  FILLER PIC X(12) VALUE 'TIXFER IN'.                      00000122
           05  FILLER PIC X(12) VALUE 'ININTEREST'.                     00000123
                                                                        00000130
       01  HELLO-TRAN-TABLE REDEFINES HELLO-TRAN-VALUES.                00000140
           05  HT-TRAN-ENTRY OCCURS 6 TIMES INDEXED BY HT-IDX.          00000150
               10  HT-TRAN-CODE     PIC X(02).                          00000160
               10  HT-TRAN-DESC     PIC X(10).                          00000170
       01  HT-TRAN-COUNT            PIC 9(02) COMP VALUE 6.             00000180
