      *     INSTRUCTOR OF RECORD FROM THE ROSTER ROW, SO ONE SUBJECT  *
      *     RUNNING SEVERAL SECTIONS KEEPS A SINGLE SUBJECT NAME      *
      *     (AND A SINGLE POLICY.DAT ENTRY).                          *
      *     SG-NOTA-STATUS: SPACE = GRADED, E = EXCUSED, D = DROPPED  *
      *     BY THE SUBJECT'S DROP-LOWEST RULE (GRADE KEPT ON THE      *
      *     RECORD BUT LEFT OUT OF SG-MEDIA).                         *
      *****************************************************************
       01  STUDENT-GRADE-RECORD.
           02 SG-CHAVE.
