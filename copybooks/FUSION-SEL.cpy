      ******************************************************************
      * FILE-CONTROL entry for the visitor merge cross-reference,
      * written by VISITOR-MERGE and read by SINTAXIS-EDAD (a merged
      * ID is refused and pointed at its surviving ID) and DENY-WATCH
      * (denials under a merged ID count against the survivor).
      ******************************************************************
           SELECT MERGE-XREF-FILE ASSIGN TO "FUSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSION-STATUS.
