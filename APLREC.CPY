      *****************************************************************
      *     APLREC.CPY - GRADE APPEAL RECORD (APPEALS.DAT)            *
      *     SHARED BY APLMAINT (FILE / REVIEW / DENY / LIST),         *
      *     STDGRAV (A CORRECTION QUOTING THE APPEAL NUMBER UPHOLDS   *
      *     IT) AND APLAGING (OPEN APPEALS PAST THEIR DEADLINE).      *
      *     APL-NUMERO IS ASSIGNED BY APLMAINT, HIGHEST NUMBER + 1.   *
      *     APL-CHAVE-NOTA IS THE GRADE MASTER KEY (SGREC.CPY) OF THE *
      *     STORED GRADE UNDER APPEAL; APL-ORIGEM SAYS WHERE IT WAS   *
      *     FOUND WHEN FILED: A = STDNTGRD.DAT, H = GRADHIST.DAT.     *
      *     APL-STATUS: F = FILED, R = UNDER REVIEW, U = UPHELD       *
      *     (CORRECTION APPLIED BY STDGRAV), D = DENIED.              *
      *     APL-PRAZO IS THE RESPONSE DEADLINE, YYYYMMDD.             *
      *     APL-DATA-DECISAO IS ZERO UNTIL THE APPEAL IS DECIDED.     *
      *****************************************************************
       01  APPEAL-RECORD.
           02 APL-NUMERO           PIC 9(05).
           02 APL-CHAVE-NOTA.
              03 APL-ID-ALUNO      PIC X(08).
              03 APL-NOME-MATERIA  PIC X(10).
              03 APL-TERMO         PIC X(06).
           02 APL-ORIGEM           PIC X(01).
           02 APL-STATUS           PIC X(01).
           02 APL-DATA-ABERTURA    PIC 9(08).
           02 APL-PRAZO            PIC 9(08).
           02 APL-REVISOR          PIC X(08).
           02 APL-DATA-DECISAO     PIC 9(08).
           02 APL-MOTIVO           PIC X(40).
           02 APL-PARECER          PIC X(40).
