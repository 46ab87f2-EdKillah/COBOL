      * before and after field images, so a changed birth date can be
      * traced to who changed it and what it said before.
      * VJ-ACCION: A alta, M modificacion, S cambio de estado,
      * V renovacion de pase, P anonimizacion (written by PRIV-PURGE;
      * its before image does not repeat the erased personal data),
      * F fusion (written by VISITOR-MERGE on the retired duplicate).
      ******************************************************************
       FD  VISITOR-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
