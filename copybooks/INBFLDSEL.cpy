      ***************************************************************
      *  INBFLDSEL -- FILE-CONTROL entry for the inbound field
      *  definitions (INBFIELD.DAT).
      ***************************************************************
           SELECT INBFIELD-FILE ASSIGN TO DYNAMIC WS-INF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
