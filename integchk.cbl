      *****************************************************************
      *     INTEGCHK.CBL - CROSS-FILE INTEGRITY VERIFICATION          *
      *     READ-ONLY CHECK THAT THE GRADE FILES STILL AGREE WITH     *
      *     EACH OTHER. RUN IT BEFORE TERMCLOS AND AFTER ANY BCKOUT.  *
      *     EVERY RECORD ON STDNTGRD.DAT (ACTIVE) AND GRADHIST.DAT    *
      *     (HISTORY), AND EVERY GRADE-JOURNAL.DAT ENTRY, IS TESTED:  *
      *       1 - STUDENT ID NOT ON STUDMAST.DAT                      *
      *       2 - TERM NOT ON TERMCAL.DAT                             *
      *       3 - ACTIVE RECORD SITTING IN A CLOSED TERM              *
      *       4 - SAME KEY ON BOTH THE ACTIVE AND HISTORY FILES       *
      *       5 - STORED AVERAGE, RESULT OR LETTER GRADE THAT DOES    *
      *           NOT RECOMPUTE FROM THE STORED ASSESSMENTS AND THE   *
      *           SUBJECT'S POLICY.DAT ENTRY                          *
      *       6 - JOURNAL ENTRY WHOSE GRADE KEY IS ON NEITHER FILE    *
      *     EXCEPTIONS GO TO INTEGRITY-EXCEPTIONS.TXT WITH A COUNT    *
      *     PER CHECK. NOTHING IS EVER WRITTEN BACK.                  *
      *     RETURN CODE 0 = CLEAN, 4 = EXCEPTIONS LISTED, 12 = THE    *
      *     VERIFICATION COULD NOT BE RUN.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID-ALUNO
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT TERM-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMO
               FILE STATUS IS WS-FS-TERMCAL.

           SELECT POLICY-FILE
               ASSIGN TO "POLICY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-NOME-MATERIA
               FILE STATUS IS WS-FS-POLICY.

           SELECT JOURNAL-FILE
               ASSIGN TO "GRADE-JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-CHAVE
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT EXCEPTIONS-FILE
               ASSIGN TO "INTEGRITY-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  STUDENT-MASTER-FILE.
       COPY STUREC.

       FD  TERM-FILE.
       COPY TRMREC.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  JOURNAL-FILE.
       COPY JRNREC.

       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY        PIC XX.
       77 WS-FS-CADASTRO       PIC XX.
       77 WS-FS-TERMCAL        PIC XX.
       77 WS-FS-POLICY         PIC XX.
       77 WS-FS-JOURNAL        PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-ATIVO-OK          PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-OK      PIC X(01) VALUE 'N'.
       77 WS-POLITICA-OK       PIC X(01) VALUE 'N'.
       77 WS-JOURNAL-OK        PIC X(01) VALUE 'N'.
       77 WS-FIM-VARREDURA     PIC X(01).
       77 WS-ARQUIVO           PIC X(03).
       77 WS-ACHOU             PIC X(01).
       77 WS-CHECAGEM          PIC 9(01).
       77 WS-DETALHE           PIC X(46).
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-J                 PIC 9(02).
       77 WS-NOTAS-TOMADAS     PIC 9(01).
       77 WS-SOMA-NOTAS        PIC 9(07)V99.
       77 WS-SOMA-PESOS        PIC 9(04).
       77 WS-PESO-NOTA         PIC 9(03).
       77 WS-PESOS-INFORMADOS  PIC 9(01).
       77 WS-QTD-POOL          PIC 9(01).
       77 WS-QTD-POLITICA      PIC 9(01).
       77 WS-QTD-DESCARTAR     PIC 9(01).
       77 WS-IND-MENOR         PIC 9(01).
       77 WS-MEDIA-CALC        PIC 9(03)V99.
       77 WS-RESULTADO-CALC    PIC X(10).
       77 WS-LETRA-CALC        PIC X(01).
       77 WS-ED-MEDIA          PIC ZZ9.99.
       77 WS-ED-MEDIA2         PIC ZZ9.99.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-CONT-ATIVOS       PIC 9(05) VALUE 0.
       77 WS-CONT-HISTORICOS   PIC 9(05) VALUE 0.
       77 WS-CONT-JOURNAL      PIC 9(05) VALUE 0.
       77 WS-CONT-EXCECOES     PIC 9(05) VALUE 0.

       01 WS-CONTAGENS.
          02 WS-CONT-CHECAGEM OCCURS 6 TIMES PIC 9(05).

       01 WS-NOMES-CHECAGEM.
          02 FILLER PIC X(30) VALUE 'STUDENT NOT ON MASTER'.
          02 FILLER PIC X(30) VALUE 'TERM NOT ON CALENDAR'.
          02 FILLER PIC X(30) VALUE 'ACTIVE RECORD IN CLOSED TERM'.
          02 FILLER PIC X(30) VALUE 'KEY ON ACTIVE AND HISTORY'.
          02 FILLER PIC X(30) VALUE 'DOES NOT RECOMPUTE'.
          02 FILLER PIC X(30) VALUE 'ORPHAN JOURNAL ENTRY'.
       01 WS-TABELA-CHECAGEM REDEFINES WS-NOMES-CHECAGEM.
          02 WS-NOME-CHECAGEM OCCURS 6 TIMES PIC X(30).

       01 WS-POLITICA.
          02 WS-NOTA-CORTE     PIC 9(03)V99.
          02 WS-CORTE-A        PIC 9(03)V99.
          02 WS-CORTE-B        PIC 9(03)V99.
          02 WS-CORTE-C        PIC 9(03)V99.
          02 WS-CORTE-D        PIC 9(03)V99.
          02 WS-PONDERADA      PIC X(01).
          02 WS-QTD-DESCARTE   PIC 9(01).
          02 WS-AVALIACOES.
             03 WS-AVAL-ITEM OCCURS 6 TIMES.
                04 WS-PESO        PIC 9(03).
                04 WS-DESCARTAVEL PIC X(01).

      *   THE RECORD'S GRADE STATUSES AS THE DROP RULE WOULD SET THEM
       01 WS-STATUS-CALC.
          02 WS-ST-CALC OCCURS 6 TIMES PIC X(01).

       PROCEDURE DIVISION.
       P-START.

            INITIALIZE WS-CONTAGENS.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-RETORNO IS EQUAL 12
                GO TO P-START-END
            END-IF.

            PERFORM P-CABECALHO THRU P-CABECALHO-FIM.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                PERFORM P-VARRE-ATIVO THRU P-VARRE-ATIVO-FIM
            END-IF.

            IF WS-HISTORICO-OK IS EQUAL 'Y'
                PERFORM P-VARRE-HISTORICO THRU P-VARRE-HISTORICO-FIM
            END-IF.

            IF WS-JOURNAL-OK IS EQUAL 'Y'
                PERFORM P-VARRE-JOURNAL THRU P-VARRE-JOURNAL-FIM
            END-IF.

            PERFORM P-RODAPE THRU P-RODAPE-FIM.

            PERFORM P-FECHA-ARQUIVOS THRU P-FECHA-ARQUIVOS-FIM.

            IF WS-CONT-EXCECOES IS GREATER THAN 0
                MOVE 4 TO WS-RETORNO
            END-IF.

            DISPLAY '***** INTEGRITY VERIFICATION SUMMARY *****'
            DISPLAY 'ACTIVE RECORDS READ  : ' WS-CONT-ATIVOS
            DISPLAY 'HISTORY RECORDS READ : ' WS-CONT-HISTORICOS
            DISPLAY 'JOURNAL ENTRIES READ : ' WS-CONT-JOURNAL
            PERFORM VARYING WS-CHECAGEM FROM 1 BY 1
                    UNTIL WS-CHECAGEM IS GREATER THAN 6
                DISPLAY WS-CHECAGEM ' ' WS-NOME-CHECAGEM(WS-CHECAGEM)
                        ': ' WS-CONT-CHECAGEM(WS-CHECAGEM)
            END-PERFORM
            DISPLAY 'TOTAL EXCEPTIONS     : ' WS-CONT-EXCECOES
            DISPLAY 'REPORT WRITTEN TO INTEGRITY-EXCEPTIONS.TXT'
            DISPLAY '*******************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      *  P-ABRE-ARQUIVOS OPENS EVERYTHING INPUT ONLY. THE STUDENT     *
      *  MASTER AND TERM CALENDAR ARE REQUIRED - WITHOUT THEM EVERY   *
      *  RECORD WOULD BE FLAGGED. A GRADE FILE OR JOURNAL THAT DOES   *
      *  NOT EXIST YET HAS NOTHING TO CHECK; ANY OTHER OPEN FAILURE   *
      *  ON THEM STOPS THE RUN, SINCE A CLEAN REPORT WOULD BE FALSE.  *
      *  WITHOUT POLICY.DAT THE DEFAULT POLICY IS USED, AS STDGRAV    *
      *  DOES.                                                        *
      *****************************************************************
       P-ABRE-ARQUIVOS.

            OPEN INPUT STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STUDENT MASTER   *'
                DISPLAY '*  NO VERIFICATION WAS RUN             *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN INPUT TERM-FILE.

            IF WS-FS-TERMCAL IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE TERM CALENDAR    *'
                DISPLAY '*  NO VERIFICATION WAS RUN             *'
                DISPLAY '***************************************'
                CLOSE STUDENT-MASTER-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN INPUT STUDENT-GRADES-FILE.

            IF WS-FS-STUDENT-GRADES IS EQUAL '00'
                MOVE 'Y' TO WS-ATIVO-OK
            ELSE
                IF WS-FS-STUDENT-GRADES IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN STDNTGRD.DAT - STATUS '
                        WS-FS-STUDENT-GRADES ' ***'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT HISTORY-FILE.

            IF WS-FS-HISTORY IS EQUAL '00'
                MOVE 'Y' TO WS-HISTORICO-OK
            ELSE
                IF WS-FS-HISTORY IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN GRADHIST.DAT - STATUS '
                        WS-FS-HISTORY ' ***'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT JOURNAL-FILE.

            IF WS-FS-JOURNAL IS EQUAL '00'
                MOVE 'Y' TO WS-JOURNAL-OK
            ELSE
                IF WS-FS-JOURNAL IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN GRADE-JOURNAL.DAT - '
                        'STATUS ' WS-FS-JOURNAL ' ***'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT POLICY-FILE.

            IF WS-FS-POLICY IS EQUAL '00'
                MOVE 'Y' TO WS-POLITICA-OK
            ELSE
                DISPLAY '*** POLICY.DAT NOT AVAILABLE - RECOMPUTING '
                    'WITH THE DEFAULT POLICY ***'
            END-IF.

            IF WS-RETORNO IS NOT EQUAL 12
                OPEN OUTPUT EXCEPTIONS-FILE
                IF WS-FS-RELATORIO IS NOT EQUAL '00'
                    DISPLAY '***************************************'
                    DISPLAY '*  COULD NOT OPEN                      *'
                    DISPLAY '*  INTEGRITY-EXCEPTIONS.TXT            *'
                    DISPLAY '***************************************'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            IF WS-RETORNO IS EQUAL 12
                DISPLAY '*** NO VERIFICATION WAS RUN ***'
                CLOSE STUDENT-MASTER-FILE
                      TERM-FILE
                IF WS-ATIVO-OK IS EQUAL 'Y'
                    CLOSE STUDENT-GRADES-FILE
                END-IF
                IF WS-HISTORICO-OK IS EQUAL 'Y'
                    CLOSE HISTORY-FILE
                END-IF
                IF WS-JOURNAL-OK IS EQUAL 'Y'
                    CLOSE JOURNAL-FILE
                END-IF
                IF WS-POLITICA-OK IS EQUAL 'Y'
                    CLOSE POLICY-FILE
                END-IF
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

       P-FECHA-ARQUIVOS.

            CLOSE STUDENT-MASTER-FILE
                  TERM-FILE
                  EXCEPTIONS-FILE.
            IF WS-ATIVO-OK IS EQUAL 'Y'
                CLOSE STUDENT-GRADES-FILE
            END-IF.
            IF WS-HISTORICO-OK IS EQUAL 'Y'
                CLOSE HISTORY-FILE
            END-IF.
            IF WS-JOURNAL-OK IS EQUAL 'Y'
                CLOSE JOURNAL-FILE
            END-IF.
            IF WS-POLITICA-OK IS EQUAL 'Y'
                CLOSE POLICY-FILE
            END-IF.

       P-FECHA-ARQUIVOS-FIM.

       P-VARRE-ATIVO.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE LOW-VALUES TO SG-CHAVE.

            START STUDENT-GRADES-FILE
                KEY IS NOT LESS THAN SG-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ STUDENT-GRADES-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        ADD 1 TO WS-CONT-ATIVOS
                        MOVE 'ACT' TO WS-ARQUIVO
                        PERFORM P-VERIFICA-REGISTRO
                            THRU P-VERIFICA-REGISTRO-FIM
                        PERFORM P-VERIFICA-DUPLICADO
                            THRU P-VERIFICA-DUPLICADO-FIM
                END-READ
            END-PERFORM.

       P-VARRE-ATIVO-FIM.

      *****************************************************************
      *  THE ACTIVE FILE HAS BEEN READ TO THE END WHEN HISTORY IS     *
      *  SWEPT, SO EACH HISTORY RECORD IS COPIED INTO THE GRADE       *
      *  MASTER RECORD AREA AND CHECKED BY THE SAME PARAGRAPHS.       *
      *****************************************************************
       P-VARRE-HISTORICO.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE LOW-VALUES TO HG-CHAVE.

            START HISTORY-FILE
                KEY IS NOT LESS THAN HG-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ HISTORY-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        ADD 1 TO WS-CONT-HISTORICOS
                        MOVE 'HST' TO WS-ARQUIVO
                        MOVE HISTORY-GRADE-RECORD
                            TO STUDENT-GRADE-RECORD
                        PERFORM P-VERIFICA-REGISTRO
                            THRU P-VERIFICA-REGISTRO-FIM
                END-READ
            END-PERFORM.

       P-VARRE-HISTORICO-FIM.

      *****************************************************************
      *  P-VERIFICA-REGISTRO RUNS CHECKS 1, 2, 3 AND 5 ON THE GRADE   *
      *  RECORD IN STUDENT-GRADE-RECORD (ACTIVE OR HISTORY).          *
      *****************************************************************
       P-VERIFICA-REGISTRO.

            MOVE SG-ID-ALUNO TO STU-ID-ALUNO.
            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    MOVE 1 TO WS-CHECAGEM
                    MOVE 'STUDENT ID NOT ON STUDMAST.DAT'
                        TO WS-DETALHE
                    PERFORM P-EXCECAO THRU P-EXCECAO-FIM
            END-READ.

            MOVE SG-TERMO TO TRM-TERMO.
            READ TERM-FILE
                KEY IS TRM-TERMO
                INVALID KEY
                    MOVE 2 TO WS-CHECAGEM
                    MOVE 'TERM NOT ON TERMCAL.DAT' TO WS-DETALHE
                    PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                NOT INVALID KEY
                    IF WS-ARQUIVO IS EQUAL 'ACT'
                            AND TRM-STATUS IS EQUAL 'C'
                        MOVE 3 TO WS-CHECAGEM
                        MOVE SPACES TO WS-DETALHE
                        STRING 'TERM IS CLOSED - RECORD NOT ROLLED '
                                                DELIMITED BY SIZE
                               'TO HISTORY'     DELIMITED BY SIZE
                            INTO WS-DETALHE
                        PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                    END-IF
            END-READ.

            PERFORM P-RECALCULA THRU P-RECALCULA-FIM.

       P-VERIFICA-REGISTRO-FIM.

       P-VERIFICA-DUPLICADO.

            IF WS-HISTORICO-OK IS NOT EQUAL 'Y'
                GO TO P-VERIFICA-DUPLICADO-FIM
            END-IF.

            MOVE SG-CHAVE TO HG-CHAVE.
            READ HISTORY-FILE
                KEY IS HG-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 4 TO WS-CHECAGEM
                    MOVE 'SAME KEY IS ALSO ON GRADHIST.DAT'
                        TO WS-DETALHE
                    PERFORM P-EXCECAO THRU P-EXCECAO-FIM
            END-READ.

       P-VERIFICA-DUPLICADO-FIM.

      *****************************************************************
      *  P-RECALCULA RECOMPUTES THE STORED RESULT THE WAY STDGRAV     *
      *  POSTS IT (P-CALCULA / P-CALCULA-MEDIA / P-DEFINE-LETRA):     *
      *  THE RECORD'S OWN ASSESSMENT COUNT, EXCUSED ASSESSMENTS LEFT  *
      *  OUT, CUTOFFS FROM THE SUBJECT'S POLICY. WITHDRAWN AND        *
      *  INCOMPLETE ROWS MUST CARRY A ZERO AVERAGE AND W/I. A ROW     *
      *  WITH NO ASSESSMENT TAKEN THAT INCRESOL LAPSED TO REPROVED/F  *
      *  IS ACCEPTED AS SUCH.                                         *
      *****************************************************************
       P-RECALCULA.

            MOVE 5 TO WS-CHECAGEM.

            IF SG-MEDIA IS NOT NUMERIC
                MOVE 'STORED AVERAGE IS NOT NUMERIC' TO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                GO TO P-RECALCULA-FIM
            END-IF.

            IF SG-RESULTADO IS EQUAL 'WITHDRAWN'
                    OR SG-RESULTADO IS EQUAL 'INCOMPLETE'
                IF SG-MEDIA IS NOT EQUAL 0
                        OR (SG-RESULTADO IS EQUAL 'WITHDRAWN'
                            AND SG-LETRA-GRADE IS NOT EQUAL 'W')
                        OR (SG-RESULTADO IS EQUAL 'INCOMPLETE'
                            AND SG-LETRA-GRADE IS NOT EQUAL 'I')
                    MOVE SPACES TO WS-DETALHE
                    STRING FUNCTION TRIM(SG-RESULTADO)
                                                 DELIMITED BY SIZE
                           ' ROW NEEDS ZERO AVG AND LETTER '
                                                 DELIMITED BY SIZE
                           SG-RESULTADO(1:1)     DELIMITED BY SIZE
                        INTO WS-DETALHE
                    PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                END-IF
                GO TO P-RECALCULA-FIM
            END-IF.

            IF SG-QTD-NOTAS IS NOT NUMERIC
                    OR SG-QTD-NOTAS IS EQUAL 0
                    OR SG-QTD-NOTAS IS GREATER THAN 6
                MOVE 'ASSESSMENT COUNT IS NOT 1-6' TO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                GO TO P-RECALCULA-FIM
            END-IF.

            MOVE 0 TO WS-NOTAS-TOMADAS.
            MOVE 'N' TO WS-ACHOU.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF SG-NOTA-STATUS(WS-J) IS NOT EQUAL 'E'
                    IF SG-NOTA(WS-J) IS NUMERIC
                        ADD 1 TO WS-NOTAS-TOMADAS
                    ELSE
                        MOVE 'Y' TO WS-ACHOU
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-ACHOU IS EQUAL 'Y'
                MOVE 'A STORED ASSESSMENT IS NOT NUMERIC'
                    TO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                GO TO P-RECALCULA-FIM
            END-IF.

            IF WS-NOTAS-TOMADAS IS EQUAL 0
                IF SG-MEDIA IS EQUAL 0
                        AND SG-RESULTADO IS EQUAL 'REPROVED'
                        AND SG-LETRA-GRADE IS EQUAL 'F'
                    GO TO P-RECALCULA-FIM
                END-IF
                MOVE 'ALL ASSESSMENTS EXCUSED - SHOULD BE INCOMPLETE'
                    TO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                GO TO P-RECALCULA-FIM
            END-IF.

            PERFORM P-CARREGA-POLITICA THRU P-CARREGA-POLITICA-FIM.

            PERFORM P-APLICA-DESCARTE THRU P-APLICA-DESCARTE-FIM.

            MOVE 'N' TO WS-ACHOU.
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF (SG-NOTA-STATUS(WS-J) IS EQUAL 'D'
                        AND WS-ST-CALC(WS-J) IS NOT EQUAL 'D')
                   OR (SG-NOTA-STATUS(WS-J) IS NOT EQUAL 'D'
                        AND WS-ST-CALC(WS-J) IS EQUAL 'D')
                    MOVE 'Y' TO WS-ACHOU
                END-IF
            END-PERFORM.

            IF WS-ACHOU IS EQUAL 'Y'
                MOVE 'DROPPED GRADES DIFFER FROM THE DROP RULE'
                    TO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
            END-IF.

            MOVE 0 TO WS-SOMA-NOTAS
                      WS-SOMA-PESOS.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF WS-ST-CALC(WS-J) IS NOT EQUAL 'E'
                        AND WS-ST-CALC(WS-J) IS NOT EQUAL 'D'
                    IF WS-PONDERADA IS EQUAL 'Y'
                        MOVE WS-PESO(WS-J) TO WS-PESO-NOTA
                    ELSE
                        MOVE 1 TO WS-PESO-NOTA
                    END-IF
                    COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS +
                        SG-NOTA(WS-J) * WS-PESO-NOTA
                    ADD WS-PESO-NOTA TO WS-SOMA-PESOS
                END-IF
            END-PERFORM.

            COMPUTE WS-MEDIA-CALC ROUNDED =
                WS-SOMA-NOTAS / WS-SOMA-PESOS.

            IF WS-MEDIA-CALC IS NOT LESS THAN WS-NOTA-CORTE
                MOVE 'APPROVED' TO WS-RESULTADO-CALC
            ELSE
                MOVE 'REPROVED' TO WS-RESULTADO-CALC
            END-IF.

            EVALUATE TRUE
                WHEN WS-MEDIA-CALC IS NOT LESS THAN WS-CORTE-A
                    MOVE 'A' TO WS-LETRA-CALC
                WHEN WS-MEDIA-CALC IS NOT LESS THAN WS-CORTE-B
                    MOVE 'B' TO WS-LETRA-CALC
                WHEN WS-MEDIA-CALC IS NOT LESS THAN WS-CORTE-C
                    MOVE 'C' TO WS-LETRA-CALC
                WHEN WS-MEDIA-CALC IS NOT LESS THAN WS-CORTE-D
                    MOVE 'D' TO WS-LETRA-CALC
                WHEN OTHER
                    MOVE 'F' TO WS-LETRA-CALC
            END-EVALUATE.

            IF SG-MEDIA IS NOT EQUAL WS-MEDIA-CALC
                MOVE SG-MEDIA      TO WS-ED-MEDIA
                MOVE WS-MEDIA-CALC TO WS-ED-MEDIA2
                MOVE SPACES TO WS-DETALHE
                STRING 'STORED AVERAGE '     DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-MEDIA)
                                             DELIMITED BY SIZE
                       ' RECOMPUTES TO '     DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-MEDIA2)
                                             DELIMITED BY SIZE
                    INTO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
            END-IF.

            IF SG-RESULTADO IS NOT EQUAL WS-RESULTADO-CALC
                MOVE SPACES TO WS-DETALHE
                STRING 'STORED RESULT '      DELIMITED BY SIZE
                       FUNCTION TRIM(SG-RESULTADO)
                                             DELIMITED BY SIZE
                       ' RECOMPUTES TO '     DELIMITED BY SIZE
                       WS-RESULTADO-CALC     DELIMITED BY SPACE
                    INTO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
            END-IF.

            IF SG-LETRA-GRADE IS NOT EQUAL WS-LETRA-CALC
                MOVE SPACES TO WS-DETALHE
                STRING 'STORED LETTER GRADE ' DELIMITED BY SIZE
                       SG-LETRA-GRADE         DELIMITED BY SIZE
                       ' RECOMPUTES TO '      DELIMITED BY SIZE
                       WS-LETRA-CALC          DELIMITED BY SIZE
                    INTO WS-DETALHE
                PERFORM P-EXCECAO THRU P-EXCECAO-FIM
            END-IF.

       P-RECALCULA-FIM.

      *****************************************************************
      *  P-APLICA-DESCARTE WORKS OUT WHICH GRADES THE SUBJECT'S DROP- *
      *  LOWEST RULE LEAVES OUT, ON A COPY OF THE RECORD'S STATUSES,  *
      *  EXACTLY AS STDGRAV DOES WHEN IT POSTS THE GRADE.             *
      *****************************************************************
       P-APLICA-DESCARTE.

            MOVE SPACES TO WS-STATUS-CALC.
            MOVE 0 TO WS-QTD-POOL.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF SG-NOTA-STATUS(WS-J) IS EQUAL 'E'
                    MOVE 'E' TO WS-ST-CALC(WS-J)
                ELSE
                    IF WS-DESCARTAVEL(WS-J) IS EQUAL 'Y'
                        ADD 1 TO WS-QTD-POOL
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-QTD-DESCARTE IS EQUAL 0
                    OR WS-QTD-POOL IS LESS THAN 2
                GO TO P-APLICA-DESCARTE-FIM
            END-IF.

            IF WS-QTD-DESCARTE IS LESS THAN WS-QTD-POOL
                MOVE WS-QTD-DESCARTE TO WS-QTD-DESCARTAR
            ELSE
                SUBTRACT 1 FROM WS-QTD-POOL GIVING WS-QTD-DESCARTAR
            END-IF.

            PERFORM P-DESCARTA-MENOR THRU P-DESCARTA-MENOR-FIM
                WS-QTD-DESCARTAR TIMES.

       P-APLICA-DESCARTE-FIM.

       P-DESCARTA-MENOR.

            MOVE 0 TO WS-IND-MENOR.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF WS-DESCARTAVEL(WS-J) IS EQUAL 'Y'
                        AND WS-ST-CALC(WS-J) IS EQUAL SPACE
                    IF WS-IND-MENOR IS EQUAL 0
                        MOVE WS-J TO WS-IND-MENOR
                    ELSE
                        IF SG-NOTA(WS-J) IS LESS THAN
                                SG-NOTA(WS-IND-MENOR)
                            MOVE WS-J TO WS-IND-MENOR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-IND-MENOR IS GREATER THAN 0
                MOVE 'D' TO WS-ST-CALC(WS-IND-MENOR)
            END-IF.

       P-DESCARTA-MENOR-FIM.

      *****************************************************************
      *  P-CARREGA-POLITICA LOADS THE SUBJECT'S PASS MARK, LETTER     *
      *  CUTOFFS, ASSESSMENT WEIGHTS AND DROP-LOWEST RULE WITH THE    *
      *  SAME DEFAULTS AND FALLBACKS STDGRAV USES. WEIGHTS AND DROP   *
      *  RULE APPLY ONLY WHILE THE POLICY'S ASSESSMENT COUNT STILL    *
      *  MATCHES THE RECORD'S, AS IN A STDGRAV CORRECTION.            *
      *****************************************************************
       P-CARREGA-POLITICA.

            MOVE 7 TO WS-NOTA-CORTE.
            MOVE 9 TO WS-CORTE-A.
            MOVE 7 TO WS-CORTE-B.
            MOVE 5 TO WS-CORTE-C.
            MOVE 3 TO WS-CORTE-D.
            MOVE 'N' TO WS-PONDERADA.
            MOVE 0 TO WS-QTD-DESCARTE.
            INITIALIZE WS-AVALIACOES.

            IF WS-POLITICA-OK IS NOT EQUAL 'Y'
                GO TO P-CARREGA-POLITICA-FIM
            END-IF.

            MOVE SG-NOME-MATERIA TO POL-NOME-MATERIA.
            READ POLICY-FILE
                KEY IS POL-NOME-MATERIA
                INVALID KEY
                    GO TO P-CARREGA-POLITICA-FIM
            END-READ.

            IF POL-NOTA-CORTE IS GREATER THAN 0
                MOVE POL-NOTA-CORTE TO WS-NOTA-CORTE
            END-IF.
            IF POL-CORTE-A IS GREATER THAN 0
                MOVE POL-CORTE-A TO WS-CORTE-A
            END-IF.
            IF POL-CORTE-B IS GREATER THAN 0
                MOVE POL-CORTE-B TO WS-CORTE-B
            END-IF.
            IF POL-CORTE-C IS GREATER THAN 0
                MOVE POL-CORTE-C TO WS-CORTE-C
            END-IF.
            IF POL-CORTE-D IS GREATER THAN 0
                MOVE POL-CORTE-D TO WS-CORTE-D
            END-IF.

            IF WS-CORTE-A IS LESS THAN WS-CORTE-B
                    OR WS-CORTE-B IS LESS THAN WS-CORTE-C
                    OR WS-CORTE-C IS LESS THAN WS-CORTE-D
                MOVE 9 TO WS-CORTE-A
                MOVE 7 TO WS-CORTE-B
                MOVE 5 TO WS-CORTE-C
                MOVE 3 TO WS-CORTE-D
            END-IF.

            IF POL-QTD-NOTAS IS EQUAL 0
                    OR POL-QTD-NOTAS IS GREATER THAN 6
                MOVE 4 TO WS-QTD-POLITICA
            ELSE
                MOVE POL-QTD-NOTAS TO WS-QTD-POLITICA
            END-IF.

            IF WS-QTD-POLITICA IS NOT EQUAL SG-QTD-NOTAS
                GO TO P-CARREGA-POLITICA-FIM
            END-IF.

            MOVE 0 TO WS-SOMA-PESOS
                      WS-PESOS-INFORMADOS.
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF POL-PESO(WS-J) IS NUMERIC
                        AND POL-PESO(WS-J) IS GREATER THAN 0
                    MOVE POL-PESO(WS-J) TO WS-PESO(WS-J)
                    ADD POL-PESO(WS-J) TO WS-SOMA-PESOS
                    ADD 1 TO WS-PESOS-INFORMADOS
                END-IF
            END-PERFORM.

            IF WS-PESOS-INFORMADOS IS EQUAL SG-QTD-NOTAS
                    AND WS-SOMA-PESOS IS EQUAL 100
                MOVE 'Y' TO WS-PONDERADA
            ELSE
                INITIALIZE WS-AVALIACOES
            END-IF.

            IF POL-QTD-DESCARTE IS NOT NUMERIC
                    OR POL-QTD-DESCARTE IS EQUAL 0
                GO TO P-CARREGA-POLITICA-FIM
            END-IF.

            MOVE 0 TO WS-QTD-POOL.
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                IF POL-DESCARTAVEL(WS-J) IS EQUAL 'Y'
                    ADD 1 TO WS-QTD-POOL
                END-IF
            END-PERFORM.

            IF WS-QTD-POOL IS GREATER THAN POL-QTD-DESCARTE
                MOVE POL-QTD-DESCARTE TO WS-QTD-DESCARTE
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J IS GREATER THAN SG-QTD-NOTAS
                    MOVE POL-DESCARTAVEL(WS-J) TO WS-DESCARTAVEL(WS-J)
                END-PERFORM
            END-IF.

       P-CARREGA-POLITICA-FIM.

      *****************************************************************
      *  P-VARRE-JOURNAL CHECKS THAT EVERY JOURNAL ENTRY STILL POINTS *
      *  AT A GRADE KEY ON THE ACTIVE OR HISTORY FILE. AN ENTRY LEFT  *
      *  BEHIND BY A RECORD THAT WAS DELETED (OR BACKED OUT) IS AN    *
      *  ORPHAN - BCKOUT COULD NOT REVERSE IT CLEANLY.                *
      *****************************************************************
       P-VARRE-JOURNAL.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE LOW-VALUES TO JR-CHAVE.
            MOVE 'JRN' TO WS-ARQUIVO.

            START JOURNAL-FILE
                KEY IS NOT LESS THAN JR-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ JOURNAL-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        ADD 1 TO WS-CONT-JOURNAL
                        PERFORM P-VERIFICA-JOURNAL
                            THRU P-VERIFICA-JOURNAL-FIM
                END-READ
            END-PERFORM.

       P-VARRE-JOURNAL-FIM.

       P-VERIFICA-JOURNAL.

            MOVE 'N' TO WS-ACHOU.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                MOVE JR-CHAVE-SG TO SG-CHAVE
                READ STUDENT-GRADES-FILE
                    KEY IS SG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ACHOU
                END-READ
            END-IF.

            IF WS-ACHOU IS EQUAL 'N'
                    AND WS-HISTORICO-OK IS EQUAL 'Y'
                MOVE JR-CHAVE-SG TO HG-CHAVE
                READ HISTORY-FILE
                    KEY IS HG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ACHOU
                END-READ
            END-IF.

            IF WS-ACHOU IS EQUAL 'Y'
                GO TO P-VERIFICA-JOURNAL-FIM
            END-IF.

            MOVE JR-CHAVE-SG TO SG-CHAVE.
            MOVE 6 TO WS-CHECAGEM.
            MOVE SPACES TO WS-DETALHE.
            STRING 'RUN '                    DELIMITED BY SIZE
                   JR-RUN-ID                 DELIMITED BY SIZE
                   ' ENTRY '                 DELIMITED BY SIZE
                   JR-SEQ                    DELIMITED BY SIZE
                   ' ('                      DELIMITED BY SIZE
                   JR-ACAO                   DELIMITED BY SIZE
                   ') - KEY GONE'            DELIMITED BY SIZE
                INTO WS-DETALHE.
            PERFORM P-EXCECAO THRU P-EXCECAO-FIM.

       P-VERIFICA-JOURNAL-FIM.

      *****************************************************************
      *  P-EXCECAO PRINTS ONE EXCEPTION FOR THE KEY IN SG-CHAVE AND   *
      *  COUNTS IT UNDER CHECK WS-CHECAGEM.                           *
      *****************************************************************
       P-EXCECAO.

            ADD 1 TO WS-CONT-CHECAGEM(WS-CHECAGEM)
                     WS-CONT-EXCECOES.

            MOVE SPACES TO EXCEPTION-LINE
            MOVE WS-CHECAGEM     TO EXCEPTION-LINE(1:1)
            MOVE WS-ARQUIVO      TO EXCEPTION-LINE(3:3)
            MOVE SG-ID-ALUNO     TO EXCEPTION-LINE(7:8)
            MOVE SG-NOME-MATERIA TO EXCEPTION-LINE(16:10)
            MOVE SG-TERMO        TO EXCEPTION-LINE(27:6)
            MOVE WS-DETALHE      TO EXCEPTION-LINE(34:46)
            WRITE EXCEPTION-LINE.

       P-EXCECAO-FIM.

       P-CABECALHO.

            MOVE SPACES TO EXCEPTION-LINE
            STRING 'GRADE FILES CROSS-FILE INTEGRITY EXCEPTIONS'
                DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            PERFORM VARYING WS-CHECAGEM FROM 1 BY 1
                    UNTIL WS-CHECAGEM IS GREATER THAN 6
                MOVE SPACES TO EXCEPTION-LINE
                STRING 'CHECK '                  DELIMITED BY SIZE
                       WS-CHECAGEM               DELIMITED BY SIZE
                       ' - '                     DELIMITED BY SIZE
                       WS-NOME-CHECAGEM(WS-CHECAGEM)
                                                 DELIMITED BY SIZE
                    INTO EXCEPTION-LINE
                WRITE EXCEPTION-LINE
            END-PERFORM

            MOVE SPACES TO EXCEPTION-LINE
            STRING 'FILE: ACT = STDNTGRD.DAT, HST = GRADHIST.DAT, '
                                                DELIMITED BY SIZE
                   'JRN = GRADE-JOURNAL.DAT'    DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            MOVE SPACES TO EXCEPTION-LINE
            MOVE 'C'        TO EXCEPTION-LINE(1:1)
            MOVE 'FILE'     TO EXCEPTION-LINE(3:4)
            MOVE 'ID'       TO EXCEPTION-LINE(8:2)
            MOVE 'SUBJECT'  TO EXCEPTION-LINE(16:7)
            MOVE 'TERM'     TO EXCEPTION-LINE(27:4)
            MOVE 'EXCEPTION' TO EXCEPTION-LINE(34:9)
            WRITE EXCEPTION-LINE

            MOVE SPACES TO EXCEPTION-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '---------------------------------------'
                DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE.

       P-CABECALHO-FIM.

       P-RODAPE.

            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            IF WS-CONT-EXCECOES IS EQUAL 0
                MOVE 'NO EXCEPTIONS - THE GRADE FILES AGREE'
                    TO EXCEPTION-LINE
                WRITE EXCEPTION-LINE
                MOVE SPACES TO EXCEPTION-LINE
                WRITE EXCEPTION-LINE
            END-IF

            MOVE WS-CONT-ATIVOS TO WS-ED-CONTAGEM
            MOVE SPACES TO EXCEPTION-LINE
            STRING 'ACTIVE RECORDS READ           : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            MOVE WS-CONT-HISTORICOS TO WS-ED-CONTAGEM
            MOVE SPACES TO EXCEPTION-LINE
            STRING 'HISTORY RECORDS READ          : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            MOVE WS-CONT-JOURNAL TO WS-ED-CONTAGEM
            MOVE SPACES TO EXCEPTION-LINE
            STRING 'JOURNAL ENTRIES READ          : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            PERFORM VARYING WS-CHECAGEM FROM 1 BY 1
                    UNTIL WS-CHECAGEM IS GREATER THAN 6
                MOVE WS-CONT-CHECAGEM(WS-CHECAGEM) TO WS-ED-CONTAGEM
                MOVE SPACES TO EXCEPTION-LINE
                MOVE WS-CHECAGEM TO EXCEPTION-LINE(1:1)
                MOVE WS-NOME-CHECAGEM(WS-CHECAGEM)
                    TO EXCEPTION-LINE(3:28)
                MOVE ': '           TO EXCEPTION-LINE(31:2)
                MOVE WS-ED-CONTAGEM TO EXCEPTION-LINE(33:5)
                WRITE EXCEPTION-LINE
            END-PERFORM

            MOVE WS-CONT-EXCECOES TO WS-ED-CONTAGEM
            MOVE SPACES TO EXCEPTION-LINE
            STRING 'TOTAL EXCEPTIONS              : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE.

       P-RODAPE-FIM.
       END PROGRAM INTEGCHK.
