      * ------------------------------------------------------------    00000010
      *  MENUCOM.CPY - COMMAREA LAYOUT CARRIED BY THE MENU              00000020
      *  TRANSACTION ACROSS ITS OWN RETURN TRANSID BOUNDARY.  HOLDS     00000030
      *  THE RESULT OF THE FIRST-ENTRY OPERTAB/MENUROLE CHECK - THE     00000040
      *  OPERATOR'S ROLE AND THE OPTIONS THAT ROLE ALLOWS (ONE Y/N      00000050
      *  FLAG PER MENU OPTION NUMBER) - SO THE SELECTION IS CHECKED     00000060
      *  AGAINST THE SAME SET THE SCREEN WAS PAINTED WITH.              00000070
      * ------------------------------------------------------------    00000080
       01  MENU-COMMAREA.                                               00000090
           05  MC-ROLE           PIC X(03).                             00000100
           05  MC-OPTIONS        PIC X(09).                             00000110
