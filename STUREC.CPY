      *     ROSTER ROWS AND IN THE GRADE MASTER KEY - NAMES ARE       *
      *     DISPLAY-ONLY AND MAY LEGITIMATELY COLLIDE.                *
      *     STU-SITUACAO: A = ACTIVE ENROLLMENT, I = INACTIVE.        *
      *     STU-PROGRAMA: PROGRAM OF STUDY THE STUDENT IS AUDITED     *
      *     AGAINST (PROGREQ.DAT, SEE DEGAUDIT); BLANK = UNDECLARED.  *
      *     STU-RETENCAO: Y = RECORDS-RELEASE (CONFIDENTIALITY) HOLD, *
      *     ANYTHING ELSE = NO HOLD. SET AND RELEASED IN STUMAINT     *
      *     WITH THE DATE PLACED AND THE REASON. A HELD STUDENT IS    *
      *     LEFT OFF THE REGISTRAR EXTRACT, THE GRADE SLIPS AND THE   *
      *     HONOR ROLL, AND THE NAME IS MASKED ON THE ROSTER REPORT.  *
      *****************************************************************
       01  STUDENT-RECORD.
           02 STU-ID-ALUNO         PIC X(08).
           02 STU-NOME-COMPLETO    PIC X(30).
           02 STU-SITUACAO         PIC X(01).
           02 STU-PROGRAMA         PIC X(08).
           02 STU-RETENCAO         PIC X(01).
           02 STU-DATA-RETENCAO    PIC 9(08).
           02 STU-MOTIVO-RETENCAO  PIC X(30).
