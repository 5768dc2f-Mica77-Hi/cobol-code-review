      *       (0 = NO DEADLINE, NEVER LAPSES)                         *
      *       POL-RESULTADO-LAPSO: RESULT A LAPSED INCOMPLETE         *
      *       BECOMES - R = REPROVED (LETTER F), W = WITHDRAWN        *
      *       POL-PESO: PERCENT WEIGHT OF EACH ASSESSMENT POSITION;   *
      *       THE FIRST POL-QTD-NOTAS WEIGHTS TOTAL 100. ALL ZERO =   *
      *       EVERY ASSESSMENT WEIGHS THE SAME. THE WEIGHT OF AN      *
      *       EXCUSED OR DROPPED ASSESSMENT IS SPREAD OVER THE REST   *
      *       IN PROPORTION TO THEIR OWN WEIGHTS.                     *
      *       POL-QTD-DESCARTE: HOW MANY OF THE LOWEST GRADES IN THE  *
      *       DROP POOL ARE LEFT OUT OF THE AVERAGE (0 = NONE). THE   *
      *       POOL IS THE POSITIONS WITH POL-DESCARTAVEL = Y (E.G.    *
      *       THE QUIZZES); AT LEAST ONE GRADE TAKEN IN THE POOL      *
      *       ALWAYS COUNTS. A DROPPED GRADE IS STORED WITH STATUS D. *
      *****************************************************************
       01  POLICY-RECORD.
           02 POL-NOME-MATERIA     PIC X(10).
           02 POL-DECIMAIS         PIC 9(01).
           02 POL-PRAZO-INCOMPLETO PIC 9(01).
           02 POL-RESULTADO-LAPSO  PIC X(01).
           02 POL-AVALIACAO OCCURS 6 TIMES.
              03 POL-PESO          PIC 9(03).
              03 POL-DESCARTAVEL   PIC X(01).
           02 POL-QTD-DESCARTE     PIC 9(01).
