      ******************************************************************
      * FILE-CONTROL entry for the shift handover register, kept by
      * RELEVO-MAINT, shown at sign-on by MENU-DRIVER and reported
      * daily by RELEVO-RPT.
      ******************************************************************
           SELECT RELEVO-FILE ASSIGN TO "RELEVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEVO-STATUS.
