      * ------------------------------------------------------------    00000010
      *  HELLORCL.CPY - PARAMETER AREA FOR CALL 'HRUNCTL', THE          00000020
      *  RUN-CONTROL SUBPROGRAM EVERY BATCH PROGRAM IN THE CYCLE        00000030
      *  CALLS ONCE AT START (RU-FUNCTION S) AND ONCE AT THE END        00000040
      *  (RU-FUNCTION C).                                               00000050
      *  START: THE CALLER SETS RU-ENTRY-NAME (ITS HELLORCT ENTRY)      00000060
      *  AND RU-BUSINESS-DATE (SPACES = THE CURRENT CYCLE DATE).        00000070
      *  HRUNCTL RETURNS THE BUSINESS DATE, CLEARS THE TOTALS, AND      00000080
      *  SETS RU-RESULT; ANYTHING BUT RU-OK MEANS A PREREQUISITE HAS    00000090
      *  NOT COMPLETED (RU-MISSING-ENTRY), THE ENTRY IS NOT IN THE      00000100
      *  CYCLE, OR THE RUN-CONTROL FILE FAILED - THE REASON IS ON       00000110
      *  SYSOUT AND THE CALLER MUST END RC=16 WITHOUT DOING ANY WORK.   00000120
      *  END: THE CALLER MOVES ITS RETURN CODE TO RU-RETURN-CODE AND    00000130
      *  FILLS THE CONTROL TOTALS IT WANTS RECORDED; HRUNCTL HANDS      00000140
      *  RU-RETURN-CODE BACK AS THE RETURN CODE.                        00000150
      * ------------------------------------------------------------    00000160
       01  HELLO-RUNCTL-AREA.                                           00000170
           05  RU-FUNCTION          PIC X(01).                          00000180
               88  RU-START-RUN               VALUE 'S'.                00000190
               88  RU-END-RUN                 VALUE 'C'.                00000200
           05  RU-ENTRY-NAME        PIC X(08).                          00000210
           05  RU-BUSINESS-DATE     PIC X(08).                          00000220
           05  RU-RETURN-CODE       PIC 9(04).                          00000230
           05  RU-RESULT            PIC X(01).                          00000240
               88  RU-OK                      VALUE '0'.                00000250
               88  RU-BLOCKED                 VALUE 'B'.                00000260
               88  RU-NOT-IN-CYCLE            VALUE 'U'.                00000270
               88  RU-FILE-ERROR              VALUE 'E'.                00000280
           05  RU-MISSING-ENTRY     PIC X(08).                          00000290
           05  RU-COUNT-TOTAL OCCURS 3 TIMES.                           00000300
               10  RU-COUNT-LABEL   PIC X(12).                          00000310
               10  RU-COUNT         PIC 9(09) COMP-3.                   00000320
           05  RU-AMOUNT-TOTAL OCCURS 2 TIMES.                          00000330
               10  RU-AMOUNT-LABEL  PIC X(12).                          00000340
               10  RU-AMOUNT        PIC S9(13)V99 COMP-3.               00000350
