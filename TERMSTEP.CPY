      *****************************************************************
      *     TERMSTEP.CPY - TERM-END STEP LOG (TERMEND-STEPS.DAT)      *
      *     ONE RECORD PER TERM AND STEP OF THE TERMEND JOB STREAM    *
      *     (1 INCRESOL, 2 GRADSLIP, 3 INSTRPT, 4 STANDRPT,           *
      *     5 TERMCLOS). WRITTEN WHEN THE STEP STARTS AND REWRITTEN   *
      *     WHEN IT ENDS, SO A RERUN KNOWS WHICH STEPS ARE DONE.      *
      *     STP-STATUS: R = RUNNING (STARTED, NO END RECORDED),       *
      *     C = COMPLETE (RC WITHIN THE LIMIT), F = FAILED (RC ABOVE  *
      *     THE LIMIT - THE STREAM STOPPED HERE).                     *
      *     TIMES ARE HHMMSS. STP-RC IS THE STEP'S RETURN CODE,       *
      *     STP-LIMITE THE HIGHEST RC THE RUN ALLOWED, STP-TENTATIVAS *
      *     HOW MANY TIMES THE STEP HAS BEEN STARTED FOR THE TERM.    *
      *****************************************************************
       01  STEP-RECORD.
           02 STP-CHAVE.
              03 STP-TERMO         PIC X(06).
              03 STP-PASSO         PIC 9(01).
           02 STP-PROGRAMA         PIC X(08).
           02 STP-STATUS           PIC X(01).
           02 STP-DATA-INICIO      PIC 9(08).
           02 STP-HORA-INICIO      PIC 9(06).
           02 STP-DATA-FIM         PIC 9(08).
           02 STP-HORA-FIM         PIC 9(06).
           02 STP-RC               PIC 9(03).
           02 STP-LIMITE           PIC 9(02).
           02 STP-TENTATIVAS       PIC 9(02).
