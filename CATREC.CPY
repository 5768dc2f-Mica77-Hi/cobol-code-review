      *****************************************************************
      *     CATREC.CPY - COURSE CATALOG RECORD (CATALOG.DAT)          *
      *     ONE RECORD PER SUBJECT, KEYED BY THE SAME SUBJECT NAME    *
      *     AS THE GRADE MASTER AND POLICY.DAT. SHARED BY CATMAINT    *
      *     (MAINTAIN), STDGRAV (CREDIT HOURS AT SINGLE ENTRY),       *
      *     REQMAINT (CHECK A REQUIRED SUBJECT EXISTS) AND DEGAUDIT   *
      *     (EARNED CREDITS).                                         *
      *     CAT-CREDITOS: CREDIT HOURS THE SUBJECT EARNS WHEN PASSED. *
      *****************************************************************
       01  CATALOG-RECORD.
           02 CAT-NOME-MATERIA     PIC X(10).
           02 CAT-DESCRICAO        PIC X(30).
           02 CAT-CREDITOS         PIC 9(02).
