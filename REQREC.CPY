      *****************************************************************
      *     REQREC.CPY - PROGRAM-OF-STUDY REQUIREMENT RECORD          *
      *     (PROGREQ.DAT). SHARED BY REQMAINT (MAINTAIN) AND          *
      *     DEGAUDIT (AUDIT A STUDENT AGAINST THE PROGRAM).           *
      *     THE KEY IS THE PROGRAM CODE (STU-PROGRAMA ON STUREC.CPY)  *
      *     PLUS A SUBJECT NAME. EACH PROGRAM HAS ONE HEADER RECORD   *
      *     WITH A BLANK SUBJECT, CARRYING THE PROGRAM DESCRIPTION    *
      *     AND THE MINIMUM EARNED CREDITS TO GRADUATE, FOLLOWED BY   *
      *     ONE RECORD PER REQUIRED SUBJECT (REQ-CREDITOS-MINIMOS     *
      *     IS ZERO ON THOSE).                                        *
      *****************************************************************
       01  REQUIREMENT-RECORD.
           02 REQ-CHAVE.
              03 REQ-PROGRAMA      PIC X(08).
              03 REQ-NOME-MATERIA  PIC X(10).
           02 REQ-DESCRICAO        PIC X(30).
           02 REQ-CREDITOS-MINIMOS PIC 9(03).
