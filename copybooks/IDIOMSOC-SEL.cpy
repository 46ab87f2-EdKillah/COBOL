      ******************************************************************
      * FILE-CONTROL entry for the member language file, appended by
      * MEMBER-FEED from the language head office sends with each
      * membership and read by VISIT-STMT to print the annual
      * statement letter in the member's own language.
      ******************************************************************
           SELECT MEMBER-LANGUAGE-FILE ASSIGN TO "IDIOMSOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDIOMSOC-STATUS.
