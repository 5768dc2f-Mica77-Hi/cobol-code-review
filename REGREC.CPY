      *****************************************************************
      *     REGREC.CPY - COURSE REGISTRATION RECORD (REGISTER.DAT)    *
      *     ONE RECORD PER STUDENT REGISTERED IN A SUBJECT SECTION    *
      *     FOR A TERM, LOADED EACH TERM BY REGLOAD FROM THE          *
      *     REGISTRATION OFFICE FEED. SHARED BY REGLOAD (LOAD),       *
      *     STDGRAV (ROSTER PRE-EDIT), OUTSTRPT (OUTSTANDING-GRADES   *
      *     REPORT) AND TERMCLOS (REFUSE TO CLOSE WITH GRADES         *
      *     OUTSTANDING).                                             *
      *     THE KEY CARRIES THE SAME STUDENT ID, SUBJECT AND TERM AS  *
      *     THE GRADE MASTER KEY (SGREC.CPY) PLUS THE SECTION CODE,   *
      *     SO A ROSTER ROW MATCHES ITS REGISTRATION EXACTLY.         *
      *     REG-DATA-CARGA: DATE THE ROW WAS LOADED, YYYYMMDD.        *
      *****************************************************************
       01  REGISTRATION-RECORD.
           02 REG-CHAVE.
              03 REG-ID-ALUNO      PIC X(08).
              03 REG-NOME-MATERIA  PIC X(10).
              03 REG-TERMO         PIC X(06).
              03 REG-SECAO         PIC X(03).
           02 REG-INSTRUTOR        PIC X(08).
           02 REG-DATA-CARGA       PIC 9(08).
