      *****************************************************************
      *     TERMEND.CBL - TERM-END JOB STREAM DRIVER                  *
      *     RUNS THE TERM-END STEPS FOR ONE TERM IN THEIR FIXED       *
      *     ORDER:                                                    *
      *       1 INCRESOL <TERM>   LAPSE EXPIRED INCOMPLETES           *
      *       2 GRADSLIP <TERM>   GRADE SLIPS                         *
      *       3 INSTRPT  <TERM>   INSTRUCTOR GRADE DISTRIBUTION       *
      *       4 STANDRPT          ACADEMIC STANDING / HONOR ROLL      *
      *       5 TERMCLOS <TERM>   ROLL TO HISTORY AND CLOSE THE TERM  *
      *     EACH STEP'S START, END AND RETURN CODE IS KEPT IN THE     *
      *     TERMEND-STEPS.DAT STEP LOG. A STEP ENDING ABOVE THE RC    *
      *     LIMIT (DEFAULT 4) STOPS THE STREAM; RERUNNING TERMEND FOR *
      *     THE SAME TERM SKIPS THE STEPS ALREADY COMPLETE AND        *
      *     RESUMES AT THE ONE THAT FAILED, SO NOTHING (LAPSING       *
      *     INCOMPLETES IN PARTICULAR) IS RUN TWICE.                  *
      *     EVERY RUN ENDS WITH THE CLOSING SUMMARY PAGE              *
      *     TERMEND-SUMMARY.TXT THE REGISTRAR SIGNS OFF.              *
      *     USAGE: TERMEND <TERM> [RC-LIMIT] [OVERRIDE]               *
      *     OVERRIDE IS PASSED ON TO TERMCLOS (SEE OUTSTRPT).         *
      *     RETURN CODE 0 = STREAM COMPLETE, 4 = COMPLETE WITH STEP   *
      *     WARNINGS, 12 = STREAM STOPPED OR NOT STARTED.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE
               ASSIGN TO "TERMEND-STEPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-CHAVE
               FILE STATUS IS WS-FS-PASSO.

           SELECT TERM-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMO
               FILE STATUS IS WS-FS-TERMCAL.

           SELECT STUDENT-GRADES-FILE
               ASSIGN TO "STDNTGRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-STUDENT-GRADES.

           SELECT HISTORY-FILE
               ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-CHAVE
               FILE STATUS IS WS-FS-HISTORY.

           SELECT SUMMARY-FILE
               ASSIGN TO "TERMEND-SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       COPY TERMSTEP.

       FD  TERM-FILE.
       COPY TRMREC.

       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-PASSO          PIC XX.
       77 WS-FS-TERMCAL        PIC XX.
       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY        PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-PARM              PIC X(40).
       77 WS-PARM-2            PIC X(10).
       77 WS-PARM-3            PIC X(10).
       77 WS-TERMO             PIC X(06).
       77 WS-OVERRIDE          PIC X(01) VALUE 'N'.
       77 WS-LIMITE            PIC 9(02) VALUE 4.
       77 WS-PASSO             PIC 9(01).
       77 WS-PARAR             PIC X(01) VALUE 'N'.
       77 WS-PASSO-FALHO       PIC 9(01) VALUE 0.
       77 WS-PASSO-NOVO        PIC X(01).
       77 WS-COMANDO           PIC X(40).
       77 WS-RC-SISTEMA        PIC S9(09).
       77 WS-RC-PASSO          PIC 9(03).
       77 WS-DATA-SISTEMA      PIC 9(08).
       77 WS-HORA-SISTEMA      PIC 9(08).
       77 WS-FIM-VARREDURA     PIC X(01).
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-ED-RC             PIC ZZ9.
       77 WS-CONT-EXECUTADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-PULADOS      PIC 9(05) VALUE 0.
       77 WS-CONT-HISTORICO    PIC 9(05) VALUE 0.
       77 WS-CONT-APROVADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-REPROVADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-DESISTENTES  PIC 9(05) VALUE 0.
       77 WS-CONT-INCOMPLETOS  PIC 9(05) VALUE 0.
       77 WS-CONT-ATIVOS       PIC 9(05) VALUE 0.

       01 WS-PASSOS.
          02 FILLER PIC X(08) VALUE 'INCRESOL'.
          02 FILLER PIC X(08) VALUE 'GRADSLIP'.
          02 FILLER PIC X(08) VALUE 'INSTRPT'.
          02 FILLER PIC X(08) VALUE 'STANDRPT'.
          02 FILLER PIC X(08) VALUE 'TERMCLOS'.
       01 WS-TABELA-PASSOS REDEFINES WS-PASSOS.
          02 WS-PROGRAMA-PASSO OCCURS 5 TIMES PIC X(08).

       01 WS-SAIDAS.
          02 FILLER PIC X(30) VALUE 'INCOMPLETE-RESOLUTION.TXT'.
          02 FILLER PIC X(30) VALUE 'GRADE-SLIPS.TXT'.
          02 FILLER PIC X(30) VALUE 'INSTRUCTOR-REPORT.TXT'.
          02 FILLER PIC X(30) VALUE 'STANDING-REPORT.TXT'.
          02 FILLER PIC X(30) VALUE 'GRADHIST.DAT / TERMCAL.DAT'.
       01 WS-TABELA-SAIDAS REDEFINES WS-SAIDAS.
          02 WS-SAIDA-PASSO OCCURS 5 TIMES PIC X(30).

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.

            UNSTRING WS-PARM DELIMITED BY ALL SPACE
                INTO WS-TERMO WS-PARM-2 WS-PARM-3
            END-UNSTRING.

            IF WS-TERMO IS EQUAL SPACES
                DISPLAY '***************************************'
                DISPLAY '*  NO TERM GIVEN ON THE COMMAND LINE   *'
                DISPLAY '*  USAGE: TERMEND <TERM> [RC-LIMIT]    *'
                DISPLAY '*         [OVERRIDE]                   *'
                DISPLAY '*  EX. TERMEND 2026-1 4                *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-PARAMETRO THRU P-PARAMETRO-FIM.
            IF WS-RETORNO IS EQUAL 12
                GO TO P-START-END
            END-IF.

            MOVE WS-PARM-3 TO WS-PARM-2.
            PERFORM P-PARAMETRO THRU P-PARAMETRO-FIM.
            IF WS-RETORNO IS EQUAL 12
                GO TO P-START-END
            END-IF.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.
            IF WS-RETORNO IS EQUAL 12
                GO TO P-START-END
            END-IF.

            PERFORM P-CONFERE-TERMO THRU P-CONFERE-TERMO-FIM.
            IF WS-RETORNO IS EQUAL 12
                CLOSE STEP-FILE
                GO TO P-START-END
            END-IF.

            PERFORM P-EXECUTA-PASSO THRU P-EXECUTA-PASSO-FIM
                VARYING WS-PASSO FROM 1 BY 1
                UNTIL WS-PASSO IS GREATER THAN 5
                   OR WS-PARAR IS EQUAL 'Y'.

            PERFORM P-RESUMO THRU P-RESUMO-FIM.

            CLOSE STEP-FILE.

            DISPLAY '********* TERM-END STREAM SUMMARY *********'
            DISPLAY 'TERM                 : ' WS-TERMO
            DISPLAY 'RC LIMIT             : ' WS-LIMITE
            DISPLAY 'STEPS RUN            : ' WS-CONT-EXECUTADOS
            DISPLAY 'STEPS ALREADY DONE   : ' WS-CONT-PULADOS
            IF WS-PARAR IS EQUAL 'Y'
                DISPLAY 'STREAM STOPPED AT   : STEP ' WS-PASSO-FALHO
                    ' ' WS-PROGRAMA-PASSO(WS-PASSO-FALHO)
                DISPLAY 'RERUN TERMEND ' WS-TERMO ' TO RESUME'
            ELSE
                DISPLAY 'STREAM COMPLETE - READY FOR SIGN-OFF'
            END-IF
            DISPLAY 'SUMMARY WRITTEN TO TERMEND-SUMMARY.TXT'
            DISPLAY '*******************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      *  P-PARAMETRO TAKES ONE OPTIONAL PARAMETER FROM WS-PARM-2:     *
      *  A NUMBER IS THE HIGHEST STEP RC ALLOWED, OVERRIDE IS PASSED  *
      *  ON TO TERMCLOS.                                              *
      *****************************************************************
       P-PARAMETRO.

            IF WS-PARM-2 IS EQUAL SPACES
                GO TO P-PARAMETRO-FIM
            END-IF.

            IF WS-PARM-2 IS EQUAL 'OVERRIDE'
                MOVE 'Y' TO WS-OVERRIDE
                GO TO P-PARAMETRO-FIM
            END-IF.

            IF FUNCTION TEST-NUMVAL(WS-PARM-2) IS EQUAL 0
                IF FUNCTION NUMVAL(WS-PARM-2) IS NOT LESS THAN 0
                        AND FUNCTION NUMVAL(WS-PARM-2)
                            IS LESS THAN 100
                    COMPUTE WS-LIMITE = FUNCTION NUMVAL(WS-PARM-2)
                    GO TO P-PARAMETRO-FIM
                END-IF
            END-IF.

            DISPLAY '***************************************'
            DISPLAY '*  PARAMETER NOT RECOGNISED:           *'
            DISPLAY '*  ' WS-PARM-2
            DISPLAY '*  USAGE: TERMEND <TERM> [RC-LIMIT]    *'
            DISPLAY '*         [OVERRIDE]                   *'
            DISPLAY '***************************************'
            MOVE 12 TO WS-RETORNO.

       P-PARAMETRO-FIM.

       P-ABRE-ARQUIVOS.

            OPEN I-O STEP-FILE.

            IF WS-FS-PASSO IS EQUAL '35'
                CLOSE STEP-FILE
                OPEN OUTPUT STEP-FILE
                CLOSE STEP-FILE
                OPEN I-O STEP-FILE
            END-IF.

            IF WS-FS-PASSO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STEP LOG         *'
                DISPLAY '*  TERMEND-STEPS.DAT                   *'
                DISPLAY '*  NO STEP WAS RUN                     *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

      *****************************************************************
      *  P-CONFERE-TERMO - THE TERM MUST BE ON THE CALENDAR. A TERM   *
      *  ALREADY CLOSED IS ONLY ACCEPTED WHEN THIS STREAM CLOSED IT   *
      *  (STEP 5 COMPLETE ON THE STEP LOG) - THEN THE RERUN JUST      *
      *  REPRINTS THE SUMMARY. A TERM CLOSED BY HAND BEFORE THE       *
      *  OTHER STEPS RAN IS REFUSED, SINCE GRADSLIP AND THE REPORTS   *
      *  WOULD FIND NOTHING LEFT ON THE ACTIVE FILE.                  *
      *  TERMCAL.DAT IS CLOSED AGAIN BEFORE ANY STEP RUNS, BECAUSE    *
      *  TERMCLOS UPDATES IT.                                         *
      *****************************************************************
       P-CONFERE-TERMO.

            OPEN INPUT TERM-FILE.

            IF WS-FS-TERMCAL IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE TERM CALENDAR    *'
                DISPLAY '*  TERMCAL.DAT - NO STEP WAS RUN       *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-CONFERE-TERMO-FIM
            END-IF.

            MOVE WS-TERMO TO TRM-TERMO.
            READ TERM-FILE
                KEY IS TRM-TERMO
                INVALID KEY
                    DISPLAY '***************************************'
                    DISPLAY '*  TERM ' WS-TERMO ' IS NOT ON THE'
                    DISPLAY '*  TERM CALENDAR - NO STEP WAS RUN     *'
                    DISPLAY '***************************************'
                    MOVE 12 TO WS-RETORNO
            END-READ.

            CLOSE TERM-FILE.

            IF WS-RETORNO IS EQUAL 12
                GO TO P-CONFERE-TERMO-FIM
            END-IF.

            IF TRM-STATUS IS NOT EQUAL 'C'
                GO TO P-CONFERE-TERMO-FIM
            END-IF.

            MOVE WS-TERMO TO STP-TERMO.
            MOVE 5        TO STP-PASSO.
            READ STEP-FILE
                KEY IS STP-CHAVE
                INVALID KEY
                    MOVE SPACE TO STP-STATUS
            END-READ.

            IF STP-STATUS IS NOT EQUAL 'C'
                DISPLAY '***************************************'
                DISPLAY '*  TERM ' WS-TERMO ' IS ALREADY CLOSED'
                DISPLAY '*  BUT NOT BY TERMEND - THE TERM-END   *'
                DISPLAY '*  STEPS CANNOT BE RUN AGAINST IT      *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-CONFERE-TERMO-FIM.

      *****************************************************************
      *  P-EXECUTA-PASSO RUNS STEP WS-PASSO UNLESS THE STEP LOG SAYS  *
      *  IT IS ALREADY COMPLETE FOR THE TERM. THE STEP IS LOGGED AS   *
      *  RUNNING BEFORE IT STARTS, SO A STEP THAT NEVER RETURNED      *
      *  SHOWS UP AS RUNNING AND IS RUN AGAIN NEXT TIME.              *
      *****************************************************************
       P-EXECUTA-PASSO.

            MOVE 'N' TO WS-PASSO-NOVO.
            MOVE WS-TERMO TO STP-TERMO.
            MOVE WS-PASSO TO STP-PASSO.
            READ STEP-FILE
                KEY IS STP-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-PASSO-NOVO
            END-READ.

            IF WS-PASSO-NOVO IS EQUAL 'N'
                    AND STP-STATUS IS EQUAL 'C'
                DISPLAY '*** STEP ' WS-PASSO ' '
                    WS-PROGRAMA-PASSO(WS-PASSO)
                    ' ALREADY COMPLETE FOR ' WS-TERMO
                    ' - SKIPPED ***'
                ADD 1 TO WS-CONT-PULADOS
                GO TO P-EXECUTA-PASSO-FIM
            END-IF.

            IF WS-PASSO-NOVO IS EQUAL 'Y'
                MOVE WS-TERMO TO STP-TERMO
                MOVE WS-PASSO TO STP-PASSO
                MOVE 0 TO STP-TENTATIVAS
            END-IF.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-SISTEMA FROM TIME.

            MOVE WS-PROGRAMA-PASSO(WS-PASSO) TO STP-PROGRAMA.
            MOVE 'R'                  TO STP-STATUS.
            MOVE WS-DATA-SISTEMA      TO STP-DATA-INICIO.
            MOVE WS-HORA-SISTEMA(1:6) TO STP-HORA-INICIO.
            MOVE 0                    TO STP-DATA-FIM
                                         STP-HORA-FIM
                                         STP-RC.
            MOVE WS-LIMITE            TO STP-LIMITE.
            ADD 1                     TO STP-TENTATIVAS.

            IF WS-PASSO-NOVO IS EQUAL 'Y'
                WRITE STEP-RECORD
            ELSE
                REWRITE STEP-RECORD
            END-IF.

            IF WS-FS-PASSO IS NOT EQUAL '00'
                DISPLAY '*** COULD NOT LOG STEP ' WS-PASSO
                    ' - STATUS ' WS-FS-PASSO
                    ' - STREAM STOPPED ***'
                MOVE WS-PASSO TO WS-PASSO-FALHO
                MOVE 'Y' TO WS-PARAR
                MOVE 12 TO WS-RETORNO
                GO TO P-EXECUTA-PASSO-FIM
            END-IF.

            MOVE SPACES TO WS-COMANDO.
            EVALUATE WS-PASSO
                WHEN 4
                    MOVE WS-PROGRAMA-PASSO(WS-PASSO) TO WS-COMANDO
                WHEN 5
                    IF WS-OVERRIDE IS EQUAL 'Y'
                        STRING WS-PROGRAMA-PASSO(WS-PASSO)
                                                 DELIMITED BY SPACE
                               ' '               DELIMITED BY SIZE
                               WS-TERMO          DELIMITED BY SIZE
                               ' OVERRIDE'       DELIMITED BY SIZE
                            INTO WS-COMANDO
                    ELSE
                        STRING WS-PROGRAMA-PASSO(WS-PASSO)
                                                 DELIMITED BY SPACE
                               ' '               DELIMITED BY SIZE
                               WS-TERMO          DELIMITED BY SIZE
                            INTO WS-COMANDO
                    END-IF
                WHEN OTHER
                    STRING WS-PROGRAMA-PASSO(WS-PASSO)
                                             DELIMITED BY SPACE
                           ' '               DELIMITED BY SIZE
                           WS-TERMO          DELIMITED BY SIZE
                        INTO WS-COMANDO
            END-EVALUATE.

            DISPLAY '*** TERMEND STEP ' WS-PASSO ': '
                FUNCTION TRIM(WS-COMANDO) ' ***'.

            ADD 1 TO WS-CONT-EXECUTADOS.

            CALL 'SYSTEM' USING WS-COMANDO.

      *    THE SHELL HANDS BACK THE WAIT STATUS - THE STEP'S OWN
      *    RETURN CODE IS IN THE HIGH-ORDER BYTE. A STEP THAT COULD
      *    NOT BE STARTED AT ALL IS LOGGED AS RC 999.
            MOVE RETURN-CODE TO WS-RC-SISTEMA.
            MOVE 0 TO RETURN-CODE.

            IF WS-RC-SISTEMA IS LESS THAN 0
                MOVE 999 TO WS-RC-PASSO
            ELSE
                IF WS-RC-SISTEMA IS GREATER THAN 255
                    DIVIDE 256 INTO WS-RC-SISTEMA
                END-IF
                IF WS-RC-SISTEMA IS GREATER THAN 999
                    MOVE 999 TO WS-RC-PASSO
                ELSE
                    MOVE WS-RC-SISTEMA TO WS-RC-PASSO
                END-IF
            END-IF.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-SISTEMA FROM TIME.

            MOVE WS-DATA-SISTEMA      TO STP-DATA-FIM.
            MOVE WS-HORA-SISTEMA(1:6) TO STP-HORA-FIM.
            MOVE WS-RC-PASSO          TO STP-RC.

            IF WS-RC-PASSO IS GREATER THAN WS-LIMITE
                MOVE 'F' TO STP-STATUS
                MOVE WS-PASSO TO WS-PASSO-FALHO
                MOVE 'Y' TO WS-PARAR
                MOVE 12 TO WS-RETORNO
                MOVE WS-RC-PASSO TO WS-ED-RC
                DISPLAY '***************************************'
                DISPLAY '*  STEP ' WS-PASSO ' '
                    WS-PROGRAMA-PASSO(WS-PASSO) ' ENDED RC '
                    WS-ED-RC
                DISPLAY '*  ABOVE THE LIMIT - STREAM STOPPED    *'
                DISPLAY '*  FIX THE CAUSE AND RERUN TERMEND -   *'
                DISPLAY '*  IT RESUMES AT THIS STEP             *'
                DISPLAY '***************************************'
            ELSE
                MOVE 'C' TO STP-STATUS
                IF WS-RC-PASSO IS GREATER THAN 0
                    MOVE 4 TO WS-RETORNO
                END-IF
            END-IF.

            REWRITE STEP-RECORD.

            IF WS-FS-PASSO IS NOT EQUAL '00'
                DISPLAY '*** COULD NOT LOG THE END OF STEP '
                    WS-PASSO ' - STATUS ' WS-FS-PASSO
                    ' - STREAM STOPPED ***'
                MOVE WS-PASSO TO WS-PASSO-FALHO
                MOVE 'Y' TO WS-PARAR
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-EXECUTA-PASSO-FIM.

      *****************************************************************
      *  P-RESUMO WRITES THE CLOSING SUMMARY PAGE: EVERY STEP AS THE  *
      *  STEP LOG HAS IT, WHAT THE TERM LEFT ON THE GRADE FILES, AND  *
      *  THE SIGN-OFF BLOCK. A STOPPED STREAM IS MARKED NOT READY.    *
      *****************************************************************
       P-RESUMO.

            OPEN OUTPUT SUMMARY-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN TERMEND-SUMMARY.TXT  *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-RESUMO-FIM
            END-IF.

            PERFORM P-CONTA-TERMO THRU P-CONTA-TERMO-FIM.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-SISTEMA FROM TIME.

            MOVE SPACES TO SUMMARY-LINE
            STRING 'TERM-END CLOSING SUMMARY - TERM ' DELIMITED BY SIZE
                   WS-TERMO                           DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            STRING 'PRINTED ' DELIMITED BY SIZE
                   WS-DATA-SISTEMA DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                   '   RC LIMIT '  DELIMITED BY SIZE
                   WS-LIMITE       DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            MOVE 'STEP'     TO SUMMARY-LINE(1:4)
            MOVE 'PROGRAM'  TO SUMMARY-LINE(6:7)
            MOVE 'STATUS'   TO SUMMARY-LINE(15:6)
            MOVE 'STARTED'  TO SUMMARY-LINE(25:7)
            MOVE 'ENDED'    TO SUMMARY-LINE(42:5)
            MOVE 'RC'       TO SUMMARY-LINE(60:2)
            MOVE 'RUNS'     TO SUMMARY-LINE(64:4)
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '---------------------------'
                DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            PERFORM P-LINHA-PASSO THRU P-LINHA-PASSO-FIM
                VARYING WS-PASSO FROM 1 BY 1
                UNTIL WS-PASSO IS GREATER THAN 5

            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE 'STEP OUTPUTS:' TO SUMMARY-LINE
            WRITE SUMMARY-LINE

            PERFORM VARYING WS-PASSO FROM 1 BY 1
                    UNTIL WS-PASSO IS GREATER THAN 5
                MOVE SPACES TO SUMMARY-LINE
                MOVE WS-PASSO TO SUMMARY-LINE(3:1)
                MOVE WS-PROGRAMA-PASSO(WS-PASSO) TO SUMMARY-LINE(6:8)
                MOVE WS-SAIDA-PASSO(WS-PASSO) TO SUMMARY-LINE(15:30)
                WRITE SUMMARY-LINE
            END-PERFORM

            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            STRING 'GRADE RECORDS FOR TERM ' DELIMITED BY SIZE
                   WS-TERMO                  DELIMITED BY SIZE
                   ':'                       DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE WS-CONT-HISTORICO TO WS-ED-CONTAGEM
            MOVE SPACES TO SUMMARY-LINE
            STRING '  ON HISTORY (GRADHIST.DAT)   : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                     DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE WS-CONT-APROVADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO SUMMARY-LINE
            STRING '    APPROVED                  : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                     DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE WS-CONT-REPROVADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO SUMMARY-LINE
            STRING '    REPROVED                  : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                     DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE WS-CONT-DESISTENTES TO WS-ED-CONTAGEM
            MOVE SPACES TO SUMMARY-LINE
            STRING '    WITHDRAWN                 : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                     DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE WS-CONT-INCOMPLETOS TO WS-ED-CONTAGEM
            MOVE SPACES TO SUMMARY-LINE
            STRING '    INCOMPLETE                : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                     DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE WS-CONT-ATIVOS TO WS-ED-CONTAGEM
            MOVE SPACES TO SUMMARY-LINE
            STRING '  STILL ON ACTIVE (STDNTGRD)  : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                     DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            IF WS-PARAR IS EQUAL 'Y'
                STRING 'STREAM STOPPED AT STEP ' DELIMITED BY SIZE
                       WS-PASSO-FALHO            DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-PROGRAMA-PASSO(WS-PASSO-FALHO)
                                                 DELIMITED BY SPACE
                       ' - NOT READY FOR SIGN-OFF. RERUN TERMEND '
                                                 DELIMITED BY SIZE
                       WS-TERMO                  DELIMITED BY SIZE
                    INTO SUMMARY-LINE
            ELSE
                MOVE 'ALL STEPS COMPLETE - READY FOR REGISTRAR SIGN-OFF'
                    TO SUMMARY-LINE
            END-IF
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            WRITE SUMMARY-LINE
            WRITE SUMMARY-LINE

            MOVE SPACES TO SUMMARY-LINE
            STRING 'REGISTRAR: ______________________________   DATE: '
                                                DELIMITED BY SIZE
                   '__________'                 DELIMITED BY SIZE
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE

            CLOSE SUMMARY-FILE.

       P-RESUMO-FIM.

       P-LINHA-PASSO.

            MOVE WS-TERMO TO STP-TERMO.
            MOVE WS-PASSO TO STP-PASSO.

            MOVE SPACES TO SUMMARY-LINE
            MOVE WS-PASSO TO SUMMARY-LINE(3:1)
            MOVE WS-PROGRAMA-PASSO(WS-PASSO) TO SUMMARY-LINE(6:8)

            READ STEP-FILE
                KEY IS STP-CHAVE
                INVALID KEY
                    MOVE 'NOT RUN' TO SUMMARY-LINE(15:8)
                    WRITE SUMMARY-LINE
                    GO TO P-LINHA-PASSO-FIM
            END-READ

            EVALUATE STP-STATUS
                WHEN 'C'
                    MOVE 'COMPLETE' TO SUMMARY-LINE(15:8)
                WHEN 'F'
                    MOVE 'FAILED'   TO SUMMARY-LINE(15:8)
                WHEN OTHER
                    MOVE 'RUNNING'  TO SUMMARY-LINE(15:8)
            END-EVALUATE

            MOVE STP-DATA-INICIO TO SUMMARY-LINE(25:8)
            MOVE STP-HORA-INICIO TO SUMMARY-LINE(34:6)

            IF STP-DATA-FIM IS NOT EQUAL 0
                MOVE STP-DATA-FIM TO SUMMARY-LINE(42:8)
                MOVE STP-HORA-FIM TO SUMMARY-LINE(51:6)
                MOVE STP-RC       TO WS-ED-RC
                MOVE WS-ED-RC     TO SUMMARY-LINE(59:3)
            END-IF

            MOVE STP-TENTATIVAS TO SUMMARY-LINE(65:2)
            WRITE SUMMARY-LINE.

       P-LINHA-PASSO-FIM.

      *****************************************************************
      *  P-CONTA-TERMO COUNTS THE TERM'S GRADE RECORDS ON HISTORY BY  *
      *  RESULT, AND ANY STILL LEFT ON THE ACTIVE FILE.               *
      *****************************************************************
       P-CONTA-TERMO.

            OPEN INPUT HISTORY-FILE.

            IF WS-FS-HISTORY IS EQUAL '00'
                MOVE 'N' TO WS-FIM-VARREDURA
                MOVE LOW-VALUES TO HG-CHAVE
                START HISTORY-FILE
                    KEY IS NOT LESS THAN HG-CHAVE
                    INVALID KEY
                        MOVE 'Y' TO WS-FIM-VARREDURA
                END-START
                PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                    READ HISTORY-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIM-VARREDURA
                        NOT AT END
                            IF HG-TERMO IS EQUAL WS-TERMO
                                ADD 1 TO WS-CONT-HISTORICO
                                EVALUATE HG-RESULTADO
                                    WHEN 'APPROVED'
                                        ADD 1 TO WS-CONT-APROVADOS
                                    WHEN 'REPROVED'
                                        ADD 1 TO WS-CONT-REPROVADOS
                                    WHEN 'WITHDRAWN'
                                        ADD 1 TO WS-CONT-DESISTENTES
                                    WHEN 'INCOMPLETE'
                                        ADD 1 TO WS-CONT-INCOMPLETOS
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF.

            OPEN INPUT STUDENT-GRADES-FILE.

            IF WS-FS-STUDENT-GRADES IS EQUAL '00'
                MOVE 'N' TO WS-FIM-VARREDURA
                MOVE LOW-VALUES TO SG-CHAVE
                START STUDENT-GRADES-FILE
                    KEY IS NOT LESS THAN SG-CHAVE
                    INVALID KEY
                        MOVE 'Y' TO WS-FIM-VARREDURA
                END-START
                PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                    READ STUDENT-GRADES-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIM-VARREDURA
                        NOT AT END
                            IF SG-TERMO IS EQUAL WS-TERMO
                                ADD 1 TO WS-CONT-ATIVOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       P-CONTA-TERMO-FIM.
       END PROGRAM TERMEND.
