      * ------------------------------------------------------------    00000010
      *  HELLOSEC.CPY - SECURITY RECORD WRITTEN TO THE HSEC TD QUEUE    00000020
      *  BY THE MENU TRANSACTION FOR EVERY REFUSAL: A USERID NOT ON     00000030
      *  OPERTAB, A DEACTIVATED OPERATOR (EMP_STATUS NOT A), A ROLE     00000040
      *  WITH NO MENUROLE ROW, OR A SELECTION KEYED OUTSIDE THE         00000050
      *  OPTIONS THE OPERATOR'S ROLE ALLOWS.  THE QUEUE IS              00000060
      *  EXTRAPARTITION, OFFLOADED TO A DAILY GDG AND REPORTED BY       00000070
      *  THE NIGHTLY HJRNAUD COMPLIANCE RUN ALONGSIDE THE JOURNAL       00000080
      *  EXCEPTIONS.  SHARED BY MENU AND HJRNAUD.                       00000090
      * ------------------------------------------------------------    00000100
       01  HELLO-SECURITY-RECORD.                                       00000110
           05  HS-USERID         PIC X(08).                             00000120
           05  HS-TERMID         PIC X(04).                             00000130
           05  HS-DATE           PIC X(08).                             00000140
           05  HS-TIME           PIC X(06).                             00000150
           05  HS-TRANID         PIC X(04).                             00000160
           05  HS-REASON         PIC X(01).                             00000170
               88  HS-UNKNOWN-USER        VALUE 'U'.                    00000180
               88  HS-INACTIVE-USER       VALUE 'I'.                    00000190
               88  HS-NO-ROLE-OPTIONS     VALUE 'R'.                    00000200
               88  HS-NOT-ENTITLED        VALUE 'S'.                    00000210
           05  HS-SELECTION      PIC X(01).                             00000220
           05  HS-ROLE           PIC X(03).                             00000230
           05  HS-EMP-STATUS     PIC X(01).                             00000240
