               RECORD KEY IS TRM-TERMO
               FILE STATUS IS WS-FS-TERMCAL.

           SELECT REGISTRATION-FILE
               ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT CATALOG-FILE
               ASSIGN TO "CATALOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-NOME-MATERIA
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT HISTORY-FILE
               ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-CHAVE
               FILE STATUS IS WS-FS-HISTORY.

           SELECT APPEALS-FILE
               ASSIGN TO "APPEALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-FS-APELACAO.

           SELECT EXTRATO-FILE
               ASSIGN TO "REGISTRAR-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TERM-FILE.
       COPY TRMREC.

       FD  REGISTRATION-FILE.
       COPY REGREC.

       FD  CATALOG-FILE.
       COPY CATREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  APPEALS-FILE.
       COPY APLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       01  EXCEPTION-LINE             PIC X(100).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(450).

       FD  EXTRATO-FILE.
       01  EXTRATO-RECORD.
           02 RW-RESULTADO         PIC X(10).
           02 RW-SECAO             PIC X(03).
           02 RW-INSTRUTOR         PIC X(08).
           02 RW-RETIDO            PIC X(01).

       FD  TRANSCRIPT-WORK-FILE.
       01  TRANSCRIPT-WORK-RECORD.

       77 WS-ID-ALUNO         PIC X(08).
       77 WS-NOME-ALUNO       PIC X(15).
       77 WS-ALUNO-RETIDO     PIC X(01) VALUE 'N'.
       77 WS-NOME-MASCARA     PIC X(15) VALUE '*** HELD ***'.
       77 WS-CONT-MASCARADOS  PIC 9(05) VALUE 0.
       77 WS-FS-CADASTRO      PIC XX.
       77 WS-CADASTRO-OK      PIC X(01) VALUE 'N'.
       77 WS-FS-TERMCAL       PIC XX.
       77 WS-CALENDARIO-OK    PIC X(01) VALUE 'N'.
       77 WS-TERMO-VALIDO     PIC X(01).
       77 WS-FS-REGISTRO      PIC XX.
       77 WS-REGISTRO-OK      PIC X(01) VALUE 'N'.
       77 WS-FS-CATALOGO      PIC XX.
       77 WS-CATALOGO-OK      PIC X(01) VALUE 'N'.
       77 WS-FS-HISTORY       PIC XX.
       77 WS-HISTORICO-OK     PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-FALHOU PIC X(01) VALUE 'N'.
       77 WS-FS-APELACAO      PIC XX.
       77 WS-APELACAO-OK      PIC X(01) VALUE 'N'.
       77 WS-APELACAO-NUM     PIC 9(05) VALUE 0.
       77 WS-APELACAO-ENTRADA PIC X(10).
       77 WS-APELACAO-VALIDA  PIC X(01).
       77 WS-CORRECAO-ORIGEM  PIC X(01) VALUE 'A'.
       77 WS-CORRECAO-GRAVOU  PIC X(01) VALUE 'N'.
       77 WS-FS-JOURNAL       PIC XX.
       77 WS-JOURNAL-OK       PIC X(01) VALUE 'N'.
       77 WS-RUN-ID           PIC X(14) VALUE SPACES.
       77 WS-MOTIVO-CORRECAO     PIC X(08).
       77 WS-NOTA-ENTRADA        PIC X(06).
       77 WS-CORRECAO-ACHOU      PIC X(01).
       77 WS-AUDIT-SUFIXO        PIC X(180).
       77 WS-PONTEIRO-SUFIXO     PIC 9(03).

       01 WS-ANTES.
          02 WS-ANT-MEDIA        PIC 9(03)V99.
       77 WS-CTL-CALCULADOS      PIC 9(05) VALUE 0.
       77 WS-CTL-REJEITADOS      PIC 9(05) VALUE 0.
       77 WS-CTL-EXTRATO         PIC 9(05) VALUE 0.
       77 WS-CTL-RETIDOS         PIC 9(05) VALUE 0.
       77 WS-CTL-GRAVADOS        PIC 9(05) VALUE 0.
       77 WS-CTL-REGRAVADOS      PIC 9(05) VALUE 0.
       77 WS-EM-BALANCO          PIC X(01).
       77 WS-ROSTER-WORK-OK       PIC X(01) VALUE 'N'.
       77 WS-TRANS-WORK-OK        PIC X(01) VALUE 'N'.
       77 WS-FIM-WORK             PIC X(01).
       77 WS-SOMA-NOTAS       PIC 9(07)V99 VALUE 0.
       77 WS-SOMA-PESOS       PIC 9(04) VALUE 0.
       77 WS-PESO-NOTA        PIC 9(03).
       77 WS-PESOS-INFORMADOS PIC 9(01).
       77 WS-QTD-POOL         PIC 9(01).
       77 WS-QTD-DESCARTAR    PIC 9(01).
       77 WS-IND-AVAL         PIC 9(01).
       77 WS-IND-MENOR        PIC 9(01).
       77 WS-ED-PESO          PIC ZZ9.
       77 WS-NOTAS-REGRA      PIC X(110).
       77 WS-NOTAS-TXT        PIC X(45).
       77 WS-NOTA-TXT-ITEM    PIC ZZ9.99.
       77 WS-PONTEIRO         PIC 9(03).
             03 WS-NOTA-ITEM OCCURS 6 TIMES.
                04 WS-NOTA        PIC 9(03)V99.
                04 WS-NOTA-STATUS PIC X(01).
      *   WEIGHTS AND DROP-LOWEST RULE FROM THE SUBJECT POLICY.
      *   WS-PONDERADA 'N' MEANS EVERY ASSESSMENT COUNTS EQUALLY.
          02 WS-PONDERADA     PIC X(01) VALUE 'N'.
          02 WS-QTD-DESCARTE  PIC 9(01) VALUE 0.
          02 WS-AVALIACOES.
             03 WS-AVAL-ITEM OCCURS 6 TIMES.
                04 WS-PESO        PIC 9(03).
                04 WS-DESCARTAVEL PIC X(01).

       PROCEDURE DIVISION.
       P-START.

            PERFORM P-CALCULA         THRU P-CALCULA-FIM.

            PERFORM P-BUSCA-CREDITOS  THRU P-BUSCA-CREDITOS-FIM.

            ADD 1 TO WS-QTD-MATERIAS.


       P-ENTRADA-MATERIA-FIM.

      *****************************************************************
      *  P-BUSCA-CREDITOS TAKES THE SUBJECT'S CREDIT HOURS FROM THE   *
      *  COURSE CATALOG (CATALOG.DAT, SEE CATMAINT); THE OPERATOR IS  *
      *  ONLY ASKED FOR THEM WHEN THE SUBJECT IS NOT IN THE CATALOG.  *
      *****************************************************************
       P-BUSCA-CREDITOS.

            IF WS-CATALOGO-OK IS EQUAL 'Y'
                MOVE WS-NOME-MATERIA OF WS-MATERIA TO CAT-NOME-MATERIA
                READ CATALOG-FILE
                    KEY IS CAT-NOME-MATERIA
                    INVALID KEY
                        DISPLAY 'SUBJECT IS NOT IN THE COURSE CATALOG'
                    NOT INVALID KEY
                        MOVE CAT-CREDITOS TO WS-CREDITO-HORAS
                        DISPLAY 'CREDIT HOURS FROM COURSE CATALOG: '
                            WS-CREDITO-HORAS
                        GO TO P-BUSCA-CREDITOS-FIM
                END-READ
            END-IF.

            DISPLAY "INSERT CREDIT HOURS FOR THIS SUBJECT: "
            ACCEPT WS-CREDITO-HORAS.

       P-BUSCA-CREDITOS-FIM.

       P-PEDE-STATUS-LINHA.

            DISPLAY 'ROW STATUS (BLANK=GRADED, W=WITHDRAWN, '
                GO TO P-LOTE-FIM
            END-IF.

            IF WS-REGISTRO-OK IS NOT EQUAL 'Y'
                MOVE 12 TO WS-RETORNO
                MOVE SPACES TO WS-MSG-LINHA
                STRING 'REGISTRATION FILE UNAVAILABLE - ROSTER ROWS '
                       'CANNOT BE VERIFIED, BATCH NOT RUN'
                    DELIMITED BY SIZE
                    INTO WS-MSG-LINHA
                PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                GO TO P-LOTE-FIM
            END-IF.

            IF WS-UNATTENDED IS NOT EQUAL 'Y'
                DISPLAY "INSERT ROSTER FILE NAME: "
                ACCEPT WS-ROSTER-FILENAME
                        WS-CTL-CALCULADOS
                        WS-CTL-REJEITADOS
                        WS-CTL-EXTRATO
                        WS-CTL-RETIDOS
                        WS-CTL-GRAVADOS
                        WS-CTL-REGRAVADOS
            MOVE 'N' TO WS-FIM-ROSTER
                END-READ
            END-IF.

            IF WS-PRE-MOTIVO IS EQUAL SPACES
                PERFORM P-CONFERE-REGISTRO
                    THRU P-CONFERE-REGISTRO-FIM
            END-IF.

            IF WS-PRE-MOTIVO IS EQUAL SPACES
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J IS GREATER THAN 6

       P-PRE-EDITA-LINHA-FIM.

      *****************************************************************
      *  P-CONFERE-REGISTRO REJECTS A ROSTER ROW WHOSE STUDENT IS NOT *
      *  REGISTERED IN THE SUBJECT SECTION FOR THE TERM (REGISTER.DAT *
      *  AS LOADED BY REGLOAD). AN OLDER ROSTER ROW WITH NO SECTION   *
      *  MATCHES ANY SECTION OF THE SUBJECT THE STUDENT IS IN.        *
      *****************************************************************
       P-CONFERE-REGISTRO.

            MOVE ROS-ID-ALUNO     TO REG-ID-ALUNO.
            MOVE ROS-NOME-MATERIA TO REG-NOME-MATERIA.
            MOVE WS-TERMO         TO REG-TERMO.
            MOVE ROS-SECAO        TO REG-SECAO.

            READ REGISTRATION-FILE
                KEY IS REG-CHAVE
                INVALID KEY
                    MOVE 'NO MATCHING REGISTRATION' TO WS-PRE-MOTIVO
                NOT INVALID KEY
                    CONTINUE
            END-READ.

            IF WS-PRE-MOTIVO IS EQUAL SPACES
                    OR ROS-SECAO IS NOT EQUAL SPACES
                GO TO P-CONFERE-REGISTRO-FIM
            END-IF.

            MOVE LOW-VALUES TO REG-SECAO.

            START REGISTRATION-FILE
                KEY IS NOT LESS THAN REG-CHAVE
                INVALID KEY
                    GO TO P-CONFERE-REGISTRO-FIM
            END-START.

            READ REGISTRATION-FILE NEXT RECORD
                AT END
                    GO TO P-CONFERE-REGISTRO-FIM
            END-READ.

            IF REG-ID-ALUNO IS EQUAL ROS-ID-ALUNO
                    AND REG-NOME-MATERIA IS EQUAL ROS-NOME-MATERIA
                    AND REG-TERMO IS EQUAL WS-TERMO
                MOVE SPACES TO WS-PRE-MOTIVO
            END-IF.

       P-CONFERE-REGISTRO-FIM.

       P-PRE-EXCECAO.

            MOVE SPACES TO EXCEPTION-LINE
       P-GRAVA-REJEITO.

            IF WS-REJEITO-OK IS EQUAL 'Y'
                MOVE ROSTER-RECORD TO REJECT-RECORD
                MOVE WS-PRE-MOTIVO TO REJ-MOTIVO-REJEITO
                WRITE REJECT-RECORD
                IF WS-FS-REJEITO IS EQUAL '00'
                    ADD 1 TO WS-CONT-REJ-GRAVADOS
                END-IF
            MOVE ROS-INSTRUTOR      TO WS-INSTRUTOR

      *     THE DISPLAY NAME ON THE STORED GRADE COMES FROM THE
      *     STUDENT MASTER, NOT FROM WHATEVER WAS KEYED ON THE ROSTER.
      *     A STUDENT ON RECORDS HOLD IS STILL POSTED, BUT LEFT OFF
      *     THE REGISTRAR EXTRACT AND MASKED ON THE ROSTER REPORT
            MOVE 'N' TO WS-ALUNO-RETIDO
            MOVE ROS-ID-ALUNO TO STU-ID-ALUNO
            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    ADD 1 TO WS-CTL-REJEITADOS
                    MOVE 'STUDENT ID NOT ON MASTER' TO WS-PRE-MOTIVO
                    PERFORM P-GRAVA-REJEITO THRU P-GRAVA-REJEITO-FIM
                    MOVE SPACES TO WS-MSG-LINHA
                    STRING 'ROSTER ROW SKIPPED - STUDENT ID '
                    PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                NOT INVALID KEY
                    MOVE STU-NOME-COMPLETO(1:15) TO WS-NOME-ALUNO
                    IF STU-RETENCAO IS EQUAL 'Y'
                        MOVE 'Y' TO WS-ALUNO-RETIDO
                    END-IF
            END-READ.

            IF WS-NOME-ALUNO IS EQUAL SPACES

            IF WS-LINHA-REJEITADA IS EQUAL 'Y'
                ADD 1 TO WS-CTL-REJEITADOS
                MOVE 'INVALID GRADE(S)' TO WS-PRE-MOTIVO
                PERFORM P-GRAVA-REJEITO THRU P-GRAVA-REJEITO-FIM
                MOVE SPACES TO WS-MSG-LINHA
                STRING 'STUDENT SKIPPED ON ROSTER REPORT: '
                PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
            ELSE
                ADD 1 TO WS-CTL-CALCULADOS
                IF WS-ALUNO-RETIDO IS EQUAL 'Y'
                    ADD 1 TO WS-CTL-RETIDOS
                END-IF

                IF WS-EXTRATO-OK IS EQUAL 'Y'
                        AND WS-ALUNO-RETIDO IS EQUAL 'N'
                    MOVE WS-ID-ALUNO         TO RX-ID-ALUNO
                    MOVE WS-NOME-ALUNO       TO RX-NOME-ALUNO
                    MOVE WS-NOME-MATERIA OF WS-MATERIA
                IF WS-ROSTER-WORK-OK IS EQUAL 'Y'
                    MOVE WS-ID-ALUNO   TO RW-ID-ALUNO
                    MOVE WS-NOME-ALUNO TO RW-NOME-ALUNO
                    MOVE WS-ALUNO-RETIDO TO RW-RETIDO
                    IF WS-ALUNO-RETIDO IS EQUAL 'Y'
                        MOVE WS-NOME-MASCARA TO RW-NOME-ALUNO
                    END-IF
                    MOVE WS-NOME-MATERIA OF WS-MATERIA
                                       TO RW-NOME-MATERIA
                    MOVE WS-MEDIA      TO RW-MEDIA
                          WS-CONT-RETIRADOS
                          WS-CONT-INCOMPLETOS
                          WS-CONT-GRADUADOS
                          WS-CONT-MASCARADOS
                          WS-SOMA-MEDIAS

                PERFORM P-COLETA-SECOES THRU P-COLETA-SECOES-FIM
                    INTO REPORT-LINE
                WRITE REPORT-LINE

                MOVE WS-CONT-MASCARADOS TO WS-ED-CONTAGEM
                MOVE SPACES TO REPORT-LINE
                STRING 'NAMES MASKED (RECORDS HOLD): '
                                         DELIMITED BY SIZE
                       WS-ED-CONTAGEM    DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE

                CLOSE REPORT-FILE

                MOVE 'ROSTER REPORT WRITTEN TO ROSTER-REPORT.TXT'
                INTO REPORT-LINE
            WRITE REPORT-LINE

            IF RW-RETIDO IS EQUAL 'Y'
                ADD 1 TO WS-CONT-MASCARADOS
            END-IF

            EVALUATE RW-RESULTADO
                WHEN 'APPROVED'
                    ADD 1 TO WS-CONT-APROVADOS
                MOVE 'N' TO WS-EM-BALANCO
            END-IF.

            IF WS-CTL-CALCULADOS IS NOT EQUAL
                    WS-CTL-EXTRATO + WS-CTL-RETIDOS
                MOVE 'N' TO WS-EM-BALANCO
            END-IF.

                INTO CONTROL-LINE
            WRITE CONTROL-LINE

            MOVE WS-CTL-RETIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO CONTROL-LINE
            STRING 'EXTRACT WITHHELD (HOLD)    : '
                                                 DELIMITED BY SIZE
                   WS-ED-CONTAGEM                DELIMITED BY SIZE
                INTO CONTROL-LINE
            WRITE CONTROL-LINE

            MOVE WS-CTL-GRAVADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO CONTROL-LINE
            STRING 'GRADE MASTER WRITTEN       : '
            STRING 'BATCH RECONCILIATION: EXTRACT '
                                                  DELIMITED BY SIZE
                   WS-CTL-EXTRATO                 DELIMITED BY SIZE
                   ' HELD '                       DELIMITED BY SIZE
                   WS-CTL-RETIDOS                 DELIMITED BY SIZE
                   ' MASTER WRITTEN '             DELIMITED BY SIZE
                   WS-CTL-GRAVADOS                DELIMITED BY SIZE
                   ' REWRITTEN '                  DELIMITED BY SIZE
                PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
            END-IF.

            OPEN INPUT CATALOG-FILE.

            IF WS-FS-CATALOGO IS EQUAL '00'
                MOVE 'Y' TO WS-CATALOGO-OK
            ELSE
                MOVE 'N' TO WS-CATALOGO-OK
            END-IF.

            OPEN INPUT REGISTRATION-FILE.

            IF WS-FS-REGISTRO IS EQUAL '00'
                MOVE 'Y' TO WS-REGISTRO-OK
            ELSE
                MOVE 'N' TO WS-REGISTRO-OK
                MOVE SPACES TO WS-MSG-LINHA
                STRING 'COULD NOT OPEN THE REGISTRATION FILE - RUN '
                       'REGLOAD TO BUILD IT. BATCH POSTING IS '
                       'DISABLED'
                    DELIMITED BY SIZE
                    INTO WS-MSG-LINHA
                PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
            END-IF.

            MOVE 'Y' TO WS-ARQUIVOS-ABERTOS.

       P-ABRE-ARQUIVOS-FIM.
            MOVE 3 TO WS-CORTE-D OF WS-MATERIA.
            MOVE 10 TO WS-ESCALA-MAX OF WS-MATERIA.
            MOVE 0 TO WS-DECIMAIS OF WS-MATERIA.
            MOVE 'N' TO WS-PONDERADA OF WS-MATERIA.
            MOVE 0 TO WS-QTD-DESCARTE OF WS-MATERIA.
            INITIALIZE WS-AVALIACOES OF WS-MATERIA.

            IF WS-POLITICA-DISPONIVEL IS EQUAL 'Y'
                MOVE WS-NOME-MATERIA OF WS-MATERIA TO POL-NOME-MATERIA
                            MOVE 5 TO WS-CORTE-C OF WS-MATERIA
                            MOVE 3 TO WS-CORTE-D OF WS-MATERIA
                        END-IF

                        PERFORM P-CARREGA-PESOS
                            THRU P-CARREGA-PESOS-FIM
                END-READ
            END-IF.

       P-CARREGA-POLITICA-FIM.

      *****************************************************************
      *  P-CARREGA-PESOS TAKES THE ASSESSMENT WEIGHTS AND THE DROP-   *
      *  LOWEST RULE FROM THE POLICY RECORD JUST READ. WEIGHTS ARE    *
      *  USED ONLY WHEN EVERY ASSESSMENT HAS ONE AND THEY TOTAL 100;  *
      *  A DROP RULE ONLY WHEN ITS POOL IS LARGER THAN THE NUMBER     *
      *  DROPPED. ANYTHING ELSE FALLS BACK TO EQUAL WEIGHTS / NO DROP *
      *  WITH A MESSAGE, THE SAME WAY BAD CUTOFFS FALL BACK ABOVE.    *
      *****************************************************************
       P-CARREGA-PESOS.

            MOVE 0 TO WS-SOMA-PESOS
                      WS-PESOS-INFORMADOS.

            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                IF POL-PESO(WS-IND-AVAL) IS NUMERIC
                        AND POL-PESO(WS-IND-AVAL) IS GREATER THAN 0
                    MOVE POL-PESO(WS-IND-AVAL)
                        TO WS-PESO OF WS-MATERIA (WS-IND-AVAL)
                    ADD POL-PESO(WS-IND-AVAL) TO WS-SOMA-PESOS
                    ADD 1 TO WS-PESOS-INFORMADOS
                END-IF
            END-PERFORM.

            IF WS-PESOS-INFORMADOS IS GREATER THAN 0
                IF WS-PESOS-INFORMADOS IS EQUAL
                        WS-QTD-NOTAS OF WS-MATERIA
                        AND WS-SOMA-PESOS IS EQUAL 100
                    MOVE 'Y' TO WS-PONDERADA OF WS-MATERIA
                ELSE
                    MOVE SPACES TO WS-MSG-LINHA
                    STRING '*** POLICY WEIGHTS DO NOT TOTAL 100 FOR '
                                               DELIMITED BY SIZE
                           FUNCTION TRIM(POL-NOME-MATERIA)
                                               DELIMITED BY SIZE
                           ' - ASSESSMENTS WEIGHTED EQUALLY ***'
                                               DELIMITED BY SIZE
                        INTO WS-MSG-LINHA
                    PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                    INITIALIZE WS-AVALIACOES OF WS-MATERIA
                END-IF
            END-IF.

            IF POL-QTD-DESCARTE IS NOT NUMERIC
                    OR POL-QTD-DESCARTE IS EQUAL 0
                GO TO P-CARREGA-PESOS-FIM
            END-IF.

            MOVE 0 TO WS-QTD-POOL.
            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                IF POL-DESCARTAVEL(WS-IND-AVAL) IS EQUAL 'Y'
                    ADD 1 TO WS-QTD-POOL
                END-IF
            END-PERFORM.

            IF WS-QTD-POOL IS NOT GREATER THAN POL-QTD-DESCARTE
                MOVE SPACES TO WS-MSG-LINHA
                STRING '*** POLICY DROP POOL TOO SMALL FOR '
                                               DELIMITED BY SIZE
                       FUNCTION TRIM(POL-NOME-MATERIA)
                                               DELIMITED BY SIZE
                       ' - NO GRADE DROPPED ***'
                                               DELIMITED BY SIZE
                    INTO WS-MSG-LINHA
                PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                GO TO P-CARREGA-PESOS-FIM
            END-IF.

            MOVE POL-QTD-DESCARTE TO WS-QTD-DESCARTE OF WS-MATERIA.
            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                MOVE POL-DESCARTAVEL(WS-IND-AVAL)
                    TO WS-DESCARTAVEL OF WS-MATERIA (WS-IND-AVAL)
            END-PERFORM.

       P-CARREGA-PESOS-FIM.

       P-DEFINE-LETRA.

            EVALUATE TRUE
                    DISPLAY 'GRADE NAME   : '
                            FUNCTION TRIM(WS-NOME-MATERIA)
                    DISPLAY 'GRADE AVERAGE: ' WS-MEDIA
                    PERFORM P-MONTA-NOTAS-TXT
                        THRU P-MONTA-NOTAS-TXT-FIM
                    PERFORM P-MONTA-REGRA-TXT
                        THRU P-MONTA-REGRA-TXT-FIM
                    IF WS-NOTAS-REGRA IS NOT EQUAL WS-NOTAS-TXT
                        DISPLAY 'AVERAGED FROM: '
                                FUNCTION TRIM(WS-NOTAS-REGRA)
                    END-IF
                    DISPLAY 'RESULT       : '
                            FUNCTION TRIM(WS-RESULTADO)
                            '  (' WS-LETRA-GRADE OF WS-MATERIA ')'
                        TO SG-NOTA-STATUS(WS-J)
                END-PERFORM

      *         A CORRECTION TO A CLOSED-TERM GRADE GOES BACK TO
      *         THE HISTORY FILE IT WAS READ FROM
                IF WS-CORRECAO-ORIGEM IS EQUAL 'H'
                    PERFORM P-GRAVA-HISTORICO
                        THRU P-GRAVA-HISTORICO-FIM
                ELSE
                    IF WS-STUDENT-GRADES-OK IS EQUAL 'Y'
                        PERFORM P-GRAVA-MESTRE
                            THRU P-GRAVA-MESTRE-FIM
                    END-IF
                END-IF

                PERFORM P-REGISTRA-AUDITORIA
                        PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                    NOT INVALID KEY
                        ADD 1 TO WS-CTL-REGRAVADOS
                        MOVE 'Y' TO WS-CORRECAO-GRAVOU
                        IF WS-MODO-PROCESSAMENTO IS EQUAL 'B'
                            MOVE 'R' TO WS-JR-ACAO
                            PERFORM P-REGISTRA-JOURNAL
                        PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                    NOT INVALID KEY
                        ADD 1 TO WS-CTL-GRAVADOS
                        MOVE 'Y' TO WS-CORRECAO-GRAVOU
                        IF WS-MODO-PROCESSAMENTO IS EQUAL 'B'
                            MOVE 'W' TO WS-JR-ACAO
                            PERFORM P-REGISTRA-JOURNAL

       P-GRAVA-MESTRE-FIM.

      *****************************************************************
      *  P-GRAVA-HISTORICO REPLACES A CORRECTED CLOSED-TERM RECORD    *
      *  ON GRADHIST.DAT. ONLY P-CORRECAO GETS HERE, AND ONLY FOR A   *
      *  RECORD IT HAS JUST READ FROM HISTORY, SO IT IS A REWRITE.    *
      *****************************************************************
       P-GRAVA-HISTORICO.

            MOVE STUDENT-GRADE-RECORD TO HISTORY-GRADE-RECORD.

            REWRITE HISTORY-GRADE-RECORD
                INVALID KEY
                    MOVE SPACES TO WS-MSG-LINHA
                    STRING '*** COULD NOT REWRITE THE HISTORY FILE '
                           'FOR ' DELIMITED BY SIZE
                           FUNCTION TRIM(SG-ID-ALUNO)
                                         DELIMITED BY SIZE
                           ' ***'        DELIMITED BY SIZE
                        INTO WS-MSG-LINHA
                    PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CORRECAO-GRAVOU
            END-REWRITE.

       P-GRAVA-HISTORICO-FIM.

      *****************************************************************
      *  P-CALCULA-MEDIA AVERAGES THE ASSESSMENTS ACTUALLY TAKEN      *
      *  (EXCUSED ONES ARE LEFT OUT). A ROW WITH EVERY ASSESSMENT     *
      *  EXCUSED BECOMES AN INCOMPLETE RATHER THAN A FAKE AVERAGE.    *
      *  UNDER A WEIGHTED POLICY EACH GRADE COUNTS BY ITS WEIGHT AND  *
      *  THE DIVISOR IS THE SUM OF THE WEIGHTS COUNTED, SO THE WEIGHT *
      *  OF AN EXCUSED OR DROPPED ASSESSMENT IS SPREAD OVER THE REST  *
      *  IN PROPORTION. DROPPED GRADES ARE MARKED 'D' FIRST.          *
      *****************************************************************
       P-CALCULA-MEDIA.

            PERFORM P-APLICA-DESCARTE THRU P-APLICA-DESCARTE-FIM.

            MOVE 0 TO WS-SOMA-NOTAS
                      WS-SOMA-PESOS
                      WS-NOTAS-TOMADAS.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-QTD-NOTAS OF WS-MATERIA
                IF WS-NOTA-STATUS OF WS-MATERIA (WS-J)
                        IS NOT EQUAL 'E'
                        AND WS-NOTA-STATUS OF WS-MATERIA (WS-J)
                        IS NOT EQUAL 'D'
                    IF WS-PONDERADA OF WS-MATERIA IS EQUAL 'Y'
                        MOVE WS-PESO OF WS-MATERIA (WS-J)
                            TO WS-PESO-NOTA
                    ELSE
                        MOVE 1 TO WS-PESO-NOTA
                    END-IF
                    COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS +
                        WS-NOTA OF WS-MATERIA (WS-J) * WS-PESO-NOTA
                    ADD WS-PESO-NOTA TO WS-SOMA-PESOS
                    ADD 1 TO WS-NOTAS-TOMADAS
                END-IF
            END-PERFORM.
            END-IF.

            COMPUTE WS-MEDIA OF WS-MATERIA ROUNDED =
                   WS-SOMA-NOTAS / WS-SOMA-PESOS.

            IF WS-MEDIA GREATER THAN OR EQUAL
                    WS-NOTA-CORTE OF WS-MATERIA THEN

       P-CALCULA-MEDIA-FIM.

      *****************************************************************
      *  P-APLICA-DESCARTE MARKS THE GRADES THE DROP-LOWEST RULE      *
      *  LEAVES OUT. ONLY GRADES ACTUALLY TAKEN IN THE POOL CAN BE    *
      *  DROPPED, AND AT LEAST ONE OF THEM ALWAYS COUNTS: WITH TWO    *
      *  POOL GRADES EXCUSED UNDER A DROP-2 RULE, FEWER ARE DROPPED.  *
      *  EQUAL LOWEST GRADES DROP THE EARLIER ASSESSMENT FIRST.       *
      *****************************************************************
       P-APLICA-DESCARTE.

            MOVE 0 TO WS-QTD-POOL.

            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                IF WS-NOTA-STATUS OF WS-MATERIA (WS-IND-AVAL)
                        IS EQUAL 'D'
                    MOVE SPACE
                        TO WS-NOTA-STATUS OF WS-MATERIA (WS-IND-AVAL)
                END-IF
                IF WS-DESCARTAVEL OF WS-MATERIA (WS-IND-AVAL)
                        IS EQUAL 'Y'
                        AND WS-NOTA-STATUS OF WS-MATERIA (WS-IND-AVAL)
                        IS NOT EQUAL 'E'
                    ADD 1 TO WS-QTD-POOL
                END-IF
            END-PERFORM.

            IF WS-QTD-DESCARTE OF WS-MATERIA IS EQUAL 0
                    OR WS-QTD-POOL IS LESS THAN 2
                GO TO P-APLICA-DESCARTE-FIM
            END-IF.

            IF WS-QTD-DESCARTE OF WS-MATERIA IS LESS THAN WS-QTD-POOL
                MOVE WS-QTD-DESCARTE OF WS-MATERIA TO WS-QTD-DESCARTAR
            ELSE
                SUBTRACT 1 FROM WS-QTD-POOL GIVING WS-QTD-DESCARTAR
            END-IF.

            PERFORM P-DESCARTA-MENOR THRU P-DESCARTA-MENOR-FIM
                WS-QTD-DESCARTAR TIMES.

       P-APLICA-DESCARTE-FIM.

       P-DESCARTA-MENOR.

            MOVE 0 TO WS-IND-MENOR.

            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                IF WS-DESCARTAVEL OF WS-MATERIA (WS-IND-AVAL)
                        IS EQUAL 'Y'
                        AND WS-NOTA-STATUS OF WS-MATERIA (WS-IND-AVAL)
                        IS EQUAL SPACE
                    IF WS-IND-MENOR IS EQUAL 0
                        MOVE WS-IND-AVAL TO WS-IND-MENOR
                    ELSE
                        IF WS-NOTA OF WS-MATERIA (WS-IND-AVAL)
                                IS LESS THAN
                                WS-NOTA OF WS-MATERIA (WS-IND-MENOR)
                            MOVE WS-IND-AVAL TO WS-IND-MENOR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-IND-MENOR IS GREATER THAN 0
                MOVE 'D' TO WS-NOTA-STATUS OF WS-MATERIA (WS-IND-MENOR)
            END-IF.

       P-DESCARTA-MENOR-FIM.

      *****************************************************************
      *  P-MONTA-REGRA-TXT EXTENDS THE NOTAS TEXT WITH THE WEIGHTS    *
      *  USED AND THE POSITIONS DROPPED, SO THE AUDIT LOG CARRIES     *
      *  EVERYTHING NEEDED TO REPRODUCE THE AVERAGE.                  *
      *****************************************************************
       P-MONTA-REGRA-TXT.

            MOVE SPACES TO WS-NOTAS-REGRA.
            MOVE 1 TO WS-PONTEIRO.
            STRING FUNCTION TRIM(WS-NOTAS-TXT) DELIMITED BY SIZE
                INTO WS-NOTAS-REGRA
                WITH POINTER WS-PONTEIRO.

            IF WS-PONDERADA OF WS-MATERIA IS EQUAL 'Y'
                STRING ' / WEIGHTS=' DELIMITED BY SIZE
                    INTO WS-NOTAS-REGRA
                    WITH POINTER WS-PONTEIRO
                PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                        UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                    IF WS-IND-AVAL IS GREATER THAN 1
                        STRING ',' DELIMITED BY SIZE
                            INTO WS-NOTAS-REGRA
                            WITH POINTER WS-PONTEIRO
                    END-IF
                    MOVE WS-PESO OF WS-MATERIA (WS-IND-AVAL)
                        TO WS-ED-PESO
                    STRING FUNCTION TRIM(WS-ED-PESO) DELIMITED BY SIZE
                        INTO WS-NOTAS-REGRA
                        WITH POINTER WS-PONTEIRO
                END-PERFORM
            END-IF.

            MOVE 0 TO WS-QTD-DESCARTAR.
            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > WS-QTD-NOTAS OF WS-MATERIA
                IF WS-NOTA-STATUS OF WS-MATERIA (WS-IND-AVAL)
                        IS EQUAL 'D'
                    IF WS-QTD-DESCARTAR IS EQUAL 0
                        STRING ' / DROPPED=' DELIMITED BY SIZE
                            INTO WS-NOTAS-REGRA
                            WITH POINTER WS-PONTEIRO
                    ELSE
                        STRING ',' DELIMITED BY SIZE
                            INTO WS-NOTAS-REGRA
                            WITH POINTER WS-PONTEIRO
                    END-IF
                    STRING WS-IND-AVAL DELIMITED BY SIZE
                        INTO WS-NOTAS-REGRA
                        WITH POINTER WS-PONTEIRO
                    ADD 1 TO WS-QTD-DESCARTAR
                END-IF
            END-PERFORM.

       P-MONTA-REGRA-TXT-FIM.

       P-MONTA-NOTAS-TXT.

            MOVE SPACES TO WS-NOTAS-TXT.
            ACCEPT WS-HORA-SISTEMA FROM TIME.

            PERFORM P-MONTA-NOTAS-TXT THRU P-MONTA-NOTAS-TXT-FIM.
            PERFORM P-MONTA-REGRA-TXT THRU P-MONTA-REGRA-TXT-FIM.

            MOVE SPACES TO WS-AUDIT-SUFIXO
            IF WS-TIPO-LANCAMENTO IS EQUAL 'C'
                MOVE WS-ANT-MEDIA TO WS-RD-MEDIA-EDIT
                MOVE 1 TO WS-PONTEIRO-SUFIXO
                STRING ' / TYPE=CORRECTION'          DELIMITED BY SIZE
                    INTO WS-AUDIT-SUFIXO
                    WITH POINTER WS-PONTEIRO-SUFIXO
      *         AN UPHELD APPEAL IS NAMED RIGHT AFTER THE TYPE SO THE
      *         LINK SURVIVES EVEN IF THE LINE HAS TO BE TRUNCATED. A
      *         CORRECTION THAT WAS NOT STORED LEAVES THE APPEAL OPEN,
      *         SO IT IS MARKED APART AND NEVER READS AS UPHELD
                IF WS-APELACAO-NUM IS GREATER THAN 0
                    IF WS-CORRECAO-GRAVOU IS EQUAL 'Y'
                        STRING ' / APPEAL='          DELIMITED BY SIZE
                               WS-APELACAO-NUM       DELIMITED BY SIZE
                            INTO WS-AUDIT-SUFIXO
                            WITH POINTER WS-PONTEIRO-SUFIXO
                    ELSE
                        STRING ' / APPEAL-NOT-STORED='
                                                     DELIMITED BY SIZE
                               WS-APELACAO-NUM       DELIMITED BY SIZE
                            INTO WS-AUDIT-SUFIXO
                            WITH POINTER WS-PONTEIRO-SUFIXO
                    END-IF
                END-IF
                STRING ' / REASON='                 DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MOTIVO-CORRECAO)
                                                    DELIMITED BY SIZE
                       ' / OLD-NOTAS='              DELIMITED BY SIZE
                       ' / OLD-GRADE='              DELIMITED BY SIZE
                       WS-ANT-LETRA                 DELIMITED BY SIZE
                    INTO WS-AUDIT-SUFIXO
                    WITH POINTER WS-PONTEIRO-SUFIXO
            ELSE
                MOVE ' / TYPE=POSTING' TO WS-AUDIT-SUFIXO
            END-IF
                   ' / TERM='                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMO)            DELIMITED BY SIZE
                   ' / NOTAS='                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTAS-REGRA)      DELIMITED BY SIZE
                   ' / MEDIA='                         DELIMITED BY SIZE
                   WS-MEDIA                            DELIMITED BY SIZE
                   ' / RESULT='                        DELIMITED BY SIZE
                           ' / '                 DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NOME-MATERIA)
                                                 DELIMITED BY SIZE
                           ' - BEFORE-IMAGE MAY BE MISSING ***'
                                                 DELIMITED BY SIZE
                        INTO WS-MSG-LINHA
                    PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
                GO TO P-CORRECAO-FIM
            END-IF.

            MOVE 0   TO WS-APELACAO-NUM.
            MOVE 'A' TO WS-CORRECAO-ORIGEM.

            PERFORM P-PEDE-APELACAO THRU P-PEDE-APELACAO-FIM.

            IF WS-APELACAO-VALIDA IS NOT EQUAL 'Y'
                PERFORM P-FECHA-CORRECAO THRU P-FECHA-CORRECAO-FIM
                GO TO P-CORRECAO-FIM
            END-IF.

      *     AN APPEAL ALREADY NAMES THE GRADE IT IS AGAINST
            IF WS-APELACAO-NUM IS GREATER THAN 0
                MOVE APL-ID-ALUNO     TO SG-ID-ALUNO
                MOVE APL-NOME-MATERIA TO SG-NOME-MATERIA
                MOVE APL-TERMO        TO SG-TERMO
            ELSE
                DISPLAY "INSERT STUDENT ID: "
                ACCEPT SG-ID-ALUNO
                DISPLAY "INSERT GRADE NAME: "
                ACCEPT SG-NOME-MATERIA
                DISPLAY "INSERT ACADEMIC TERM (EX. 2026-1): "
                ACCEPT SG-TERMO
            END-IF.

            MOVE 'N' TO WS-CORRECAO-ACHOU
            READ STUDENT-GRADES-FILE
                    MOVE 'Y' TO WS-CORRECAO-ACHOU
            END-READ.

      *     ONLY AN UPHELD APPEAL MAY REACH A CLOSED TERM'S GRADE
            MOVE 'N' TO WS-HISTORICO-FALHOU.
            IF WS-CORRECAO-ACHOU IS NOT EQUAL 'Y'
                    AND WS-APELACAO-NUM IS GREATER THAN 0
                PERFORM P-LE-HISTORICO THRU P-LE-HISTORICO-FIM
            END-IF.

            IF WS-HISTORICO-FALHOU IS EQUAL 'Y'
                PERFORM P-FECHA-CORRECAO THRU P-FECHA-CORRECAO-FIM
                GO TO P-CORRECAO-FIM
            END-IF.

            IF WS-CORRECAO-ACHOU IS NOT EQUAL 'Y'
                DISPLAY '***************************************'
                DISPLAY '*  NO STORED GRADE FOR THAT STUDENT/   *'
                DISPLAY '*  SUBJECT/TERM - NOTHING TO CORRECT   *'
                DISPLAY '***************************************'
                PERFORM P-FECHA-CORRECAO THRU P-FECHA-CORRECAO-FIM
                GO TO P-CORRECAO-FIM
            END-IF.

      *     THE STORED GRADES WERE POSTED UNDER THE RECORD'S OWN
      *     ASSESSMENT COUNT AND GRADING SCALE, WHICH OVERRIDE
      *     WHATEVER THE SUBJECT POLICY SAYS TODAY
      *     SO ARE ITS WEIGHTS AND DROP RULE, UNLESS THE ASSESSMENT
      *     COUNT STILL MATCHES - OTHERWISE THEY COUNT EQUALLY
            IF SG-QTD-NOTAS IS NOT EQUAL WS-QTD-NOTAS OF WS-MATERIA
                    AND (WS-PONDERADA OF WS-MATERIA IS EQUAL 'Y'
                      OR WS-QTD-DESCARTE OF WS-MATERIA
                         IS GREATER THAN 0)
                MOVE 'N' TO WS-PONDERADA OF WS-MATERIA
                MOVE 0 TO WS-QTD-DESCARTE OF WS-MATERIA
                INITIALIZE WS-AVALIACOES OF WS-MATERIA
                MOVE SPACES TO WS-MSG-LINHA
                STRING '*** RECORD HAS A DIFFERENT ASSESSMENT COUNT '
                       'FROM THE POLICY - WEIGHTS/DROP NOT APPLIED ***'
                                               DELIMITED BY SIZE
                    INTO WS-MSG-LINHA
                PERFORM P-ESCREVE-MSG THRU P-ESCREVE-MSG-FIM
            END-IF.
            MOVE SG-QTD-NOTAS TO WS-QTD-NOTAS OF WS-MATERIA.
            IF SG-ESCALA-MAX IS NUMERIC
                    AND SG-ESCALA-MAX IS GREATER THAN 0
            DISPLAY 'STUDENT NAME : ' FUNCTION TRIM(SG-NOME-ALUNO)
            DISPLAY 'GRADE NAME   : ' FUNCTION TRIM(SG-NOME-MATERIA)
            DISPLAY 'TERM         : ' SG-TERMO
            IF WS-CORRECAO-ORIGEM IS EQUAL 'H'
                DISPLAY 'GRADE FILE   : GRADHIST.DAT (CLOSED TERM)'
            END-IF
            IF WS-APELACAO-NUM IS GREATER THAN 0
                DISPLAY 'APPEAL       : ' WS-APELACAO-NUM
            END-IF
            DISPLAY 'GRADES       : ' FUNCTION TRIM(WS-ANT-NOTAS-TXT)
            DISPLAY 'GRADE AVERAGE: ' WS-RD-MEDIA-EDIT
            DISPLAY 'RESULT       : ' FUNCTION TRIM(WS-ANT-RESULTADO)
                END-IF
            END-PERFORM.

            MOVE 'N' TO WS-CORRECAO-GRAVOU.

            PERFORM P-CALCULA THRU P-CALCULA-FIM.

            IF WS-APELACAO-NUM IS GREATER THAN 0
                IF WS-CORRECAO-GRAVOU IS EQUAL 'Y'
                    PERFORM P-DEFERE-APELACAO
                        THRU P-DEFERE-APELACAO-FIM
                ELSE
                    DISPLAY '*** THE CORRECTION WAS NOT STORED - '
                        'APPEAL ' WS-APELACAO-NUM
                        ' IS LEFT OPEN ***'
                END-IF
            END-IF.

            PERFORM P-FECHA-CORRECAO THRU P-FECHA-CORRECAO-FIM.

            MOVE 'P' TO WS-TIPO-LANCAMENTO.

       P-CORRECAO-FIM.

      *****************************************************************
      *  P-PEDE-APELACAO ASKS WHETHER THIS CORRECTION UPHOLDS A GRADE *
      *  APPEAL (APPEALS.DAT, FILED THROUGH APLMAINT). A NUMBER GIVEN *
      *  HERE MUST BE AN OPEN APPEAL - FILED OR UNDER REVIEW - AND    *
      *  NEEDS A REVIEWER ON RECORD. WS-APELACAO-VALIDA = 'N' STOPS   *
      *  THE CORRECTION.                                              *
      *****************************************************************
       P-PEDE-APELACAO.

            MOVE 'Y' TO WS-APELACAO-VALIDA.
            MOVE SPACES TO WS-APELACAO-ENTRADA.
            DISPLAY 'APPEAL NUMBER THIS CORRECTION UPHOLDS '
                    '(BLANK IF NONE): '
            ACCEPT WS-APELACAO-ENTRADA.

            IF WS-APELACAO-ENTRADA IS EQUAL SPACES
                GO TO P-PEDE-APELACAO-FIM
            END-IF.

            MOVE 'N' TO WS-APELACAO-VALIDA.

            IF FUNCTION TEST-NUMVAL(WS-APELACAO-ENTRADA)
                    IS NOT EQUAL 0
                DISPLAY '*** THE APPEAL NUMBER MUST BE NUMERIC ***'
                GO TO P-PEDE-APELACAO-FIM
            END-IF.

            OPEN I-O APPEALS-FILE.

            IF WS-FS-APELACAO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE APPEALS FILE -   *'
                DISPLAY '*  CORRECTION NOT MADE                 *'
                DISPLAY '***************************************'
                GO TO P-PEDE-APELACAO-FIM
            END-IF.

            MOVE 'Y' TO WS-APELACAO-OK.
            COMPUTE APL-NUMERO = FUNCTION NUMVAL(WS-APELACAO-ENTRADA).

            READ APPEALS-FILE
                KEY IS APL-NUMERO
                INVALID KEY
                    DISPLAY '*** NO APPEAL NUMBER ' APL-NUMERO
                        ' ON FILE - CORRECTION NOT MADE ***'
                    GO TO P-PEDE-APELACAO-FIM
            END-READ.

            IF APL-STATUS IS NOT EQUAL 'F'
                    AND APL-STATUS IS NOT EQUAL 'R'
                DISPLAY '*** APPEAL ' APL-NUMERO
                    ' HAS ALREADY BEEN DECIDED - CORRECTION NOT '
                    'MADE ***'
                GO TO P-PEDE-APELACAO-FIM
            END-IF.

            PERFORM UNTIL APL-REVISOR IS NOT EQUAL SPACES
                DISPLAY 'REVIEWER WHO UPHELD THE APPEAL (REQUIRED): '
                ACCEPT APL-REVISOR
            END-PERFORM.

            MOVE APL-NUMERO TO WS-APELACAO-NUM.
            MOVE 'Y' TO WS-APELACAO-VALIDA.

       P-PEDE-APELACAO-FIM.

      *****************************************************************
      *  P-LE-HISTORICO LOOKS FOR THE GRADE TO CORRECT ON GRADHIST.DAT *
      *  WHEN AN UPHELD APPEAL NAMES A GRADE THAT IS NOT ON THE       *
      *  ACTIVE MASTER (ITS TERM IS CLOSED).                          *
      *  THE HISTORY RECORD IS COPIED INTO THE GRADE MASTER RECORD    *
      *  AREA SO THE CORRECTION RUNS THE SAME WAY FOR EITHER FILE.    *
      *****************************************************************
       P-LE-HISTORICO.

            OPEN I-O HISTORY-FILE.

            IF WS-FS-HISTORY IS NOT EQUAL '00'
                IF WS-FS-HISTORY IS NOT EQUAL '35'
                    DISPLAY '***************************************'
                    DISPLAY '*  COULD NOT OPEN GRADHIST.DAT -       *'
                    DISPLAY '*  CORRECTION IS NOT AVAILABLE         *'
                    DISPLAY '***************************************'
                    DISPLAY 'FILE STATUS: ' WS-FS-HISTORY
                    MOVE 'Y' TO WS-HISTORICO-FALHOU
                END-IF
                GO TO P-LE-HISTORICO-FIM
            END-IF.

            MOVE 'Y' TO WS-HISTORICO-OK.
            MOVE SG-CHAVE TO HG-CHAVE.

            READ HISTORY-FILE
                KEY IS HG-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CORRECAO-ACHOU
                    MOVE 'H' TO WS-CORRECAO-ORIGEM
                    MOVE HISTORY-GRADE-RECORD TO STUDENT-GRADE-RECORD
            END-READ.

       P-LE-HISTORICO-FIM.

      *****************************************************************
      *  P-DEFERE-APELACAO RECORDS THE APPEAL AS UPHELD ONCE ITS      *
      *  CORRECTION IS STORED. THE AUDIT LINE ALREADY CARRIES THE     *
      *  APPEAL NUMBER (P-REGISTRA-AUDITORIA).                        *
      *****************************************************************
       P-DEFERE-APELACAO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

            MOVE 'U'             TO APL-STATUS.
            MOVE WS-DATA-SISTEMA TO APL-DATA-DECISAO.
            MOVE SPACES          TO APL-PARECER.
            STRING 'CORRECTION POSTED, REASON '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOTIVO-CORRECAO)
                                                 DELIMITED BY SIZE
                INTO APL-PARECER.

            REWRITE APPEAL-RECORD
                INVALID KEY
                    DISPLAY '*** COULD NOT MARK APPEAL '
                        APL-NUMERO ' UPHELD - UPDATE IT IN '
                        'APLMAINT ***'
                NOT INVALID KEY
                    DISPLAY 'APPEAL ' APL-NUMERO ' UPHELD ON '
                        APL-DATA-DECISAO
            END-REWRITE.

       P-DEFERE-APELACAO-FIM.

       P-FECHA-CORRECAO.

            IF WS-APELACAO-OK IS EQUAL 'Y'
                CLOSE APPEALS-FILE
                MOVE 'N' TO WS-APELACAO-OK
            END-IF.

            IF WS-HISTORICO-OK IS EQUAL 'Y'
                CLOSE HISTORY-FILE
                MOVE 'N' TO WS-HISTORICO-OK
            END-IF.

            MOVE 0   TO WS-APELACAO-NUM.
            MOVE 'A' TO WS-CORRECAO-ORIGEM.

       P-FECHA-CORRECAO-FIM.

       P-CORRIGE-NOTA.

            IF WS-NOTA-STATUS OF WS-MATERIA (WS-I) IS EQUAL 'E'
               IF WS-CALENDARIO-OK IS EQUAL 'Y'
                   CLOSE TERM-FILE
               END-IF
               IF WS-REGISTRO-OK IS EQUAL 'Y'
                   CLOSE REGISTRATION-FILE
               END-IF
               IF WS-CATALOGO-OK IS EQUAL 'Y'
                   CLOSE CATALOG-FILE
               END-IF
           END-IF.
           IF WS-CHECKPOINT-ABERTO IS EQUAL 'Y'
               CLOSE CHECKPOINT-FILE
