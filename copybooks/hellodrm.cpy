      * ------------------------------------------------------------    00000010
      *  HELLODRM.CPY - DORMANCY NOTICE RECORD ON THE HELLODN VSAM      00000020
      *  KSDS, KEYED BY ACCOUNT.  THE MONTHLY HMSDORM RUN WRITES ONE    00000030
      *  FOR EVERY ACTIVE ACCOUNT IT SERVES A DORMANCY NOTICE ON,       00000040
      *  ALONGSIDE THE EFFECTIVE-DATED CHANGE TO INACTIVE IT PARKS      00000050
      *  ON HELLOEF (DN-EFF-DATE IS THAT CHANGE'S EFFECTIVE DATE).      00000060
      *  THE RECORD IS WHAT LETS A LATER RUN TELL WHAT BECAME OF        00000070
      *  THE NOTICE: STILL PARKED, CANCELLED BECAUSE ACTIVITY           00000080
      *  POSTED ON OR AFTER DN-NOTICE-DATE (DN-STATE C, THE FIRST       00000090
      *  SUCH POSTING DATE IN DN-CANCEL-DATE), OR ALREADY FLIPPED       00000100
      *  BY THE HMSSWEP SWEEP.  THE MONTHLY RUN DELETES THE RECORD      00000110
      *  ONCE IT HAS REPORTED A CANCELLED OR FLIPPED OUTCOME.           00000120
      * ------------------------------------------------------------    00000130
       01  HELLO-DORMANCY-RECORD.                                       00000140
           05  DN-ACCT-KEY       PIC 9(10).                             00000150
           05  DN-STATE          PIC X(01).                             00000160
               88  DN-NOTICED             VALUE 'N'.                    00000170
               88  DN-CANCELLED           VALUE 'C'.                    00000180
           05  DN-NOTICE-DATE    PIC X(08).                             00000190
           05  DN-EFF-DATE       PIC X(08).                             00000200
           05  DN-CANCEL-DATE    PIC X(08).                             00000210
           05  DN-DORM-MONTHS    PIC 9(02).                             00000220
