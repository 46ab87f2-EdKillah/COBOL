      ******************************************************************
      * FD for the member language file. One record per language
      * received for a member: the ID, the MENSAJES.CAT language code
      * (ES, EN) and the date received. The file is only appended to;
      * the latest record for an ID is the one in force, and an ID
      * with no record uses the run language from IDIOMA.PRM.
      ******************************************************************
       FD  MEMBER-LANGUAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MEMBER-LANGUAGE-RECORD.
           05 IDS-ID-VISITANTE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 IDS-IDIOMA           PIC X(2).
           05 FILLER               PIC X VALUE SPACE.
           05 IDS-FECHA            PIC 9(8).
