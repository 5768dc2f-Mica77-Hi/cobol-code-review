      *****************************************************************
      *       APLMAINT.CBL - GRADE APPEAL CASE MAINTENANCE            *
      *     FILES AN APPEAL AGAINST ONE STORED GRADE (STUDENT ID,     *
      *     SUBJECT AND TERM ON STDNTGRD.DAT OR GRADHIST.DAT),        *
      *     ASSIGNS THE REVIEWER, RECORDS A DENIAL AND LISTS THE      *
      *     APPEALS FILE (APPEALS.DAT) TO APPEALS-LISTING.TXT.        *
      *     AN APPEAL IS UPHELD BY POSTING THE CORRECTION IN STDGRAV  *
      *     (OPTION 4) AND QUOTING THE APPEAL NUMBER THERE, SO THE    *
      *     CHANGE AND THE DECISION LAND ON THE SAME GRADE-AUDIT.LOG  *
      *     LINE. APLAGING REPORTS OPEN APPEALS PAST THEIR DEADLINE.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEALS-FILE
               ASSIGN TO "APPEALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-FS-APELACAO.

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

           SELECT LISTING-FILE
               ASSIGN TO "APPEALS-LISTING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
       FD  APPEALS-FILE.
       COPY APLREC.

       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  LISTING-FILE.
       01  LISTING-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-APELACAO      PIC XX.
       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY       PIC XX.
       77 WS-FS-LISTAGEM      PIC XX.
       77 WS-APELACAO-OK      PIC X(01) VALUE 'N'.
       77 WS-ATIVO-OK         PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-OK     PIC X(01) VALUE 'N'.
       77 WS-OPCAO            PIC 9(01).
       77 WS-FIM-MENU         PIC X(01) VALUE 'N'.
       77 WS-FIM-APELACOES    PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA         PIC X(01).
       77 WS-RESPOSTA         PIC X(10).
       77 WS-VALOR-ENTRADA    PIC 9(05).
       77 WS-CAMPO-OK         PIC X(01).
       77 WS-ACHOU            PIC X(01).
       77 WS-ACHOU-DUPLICATA  PIC X(01).
       77 WS-DUPLICATA-NUM    PIC 9(05).
       77 WS-MAIOR-NUMERO     PIC 9(05).
       77 WS-NUMERO-PEDIDO    PIC 9(05).
       77 WS-PRAZO-DIAS       PIC 9(03).
       77 WS-DATA-SISTEMA     PIC 9(08).
       77 WS-DIA-JULIANO      PIC 9(07).
       77 WS-DECISAO          PIC X(01).
       77 WS-ED-MEDIA         PIC ZZ9.99.
       77 WS-ED-CONTAGEM      PIC ZZZZ9.
       77 WS-CONT-LISTADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-ABERTAS     PIC 9(05) VALUE 0.
       77 WS-STATUS-TXT       PIC X(12).

      *****************************************************************
      *  DAYS THE REGISTRAR'S OFFICE HAS TO ANSWER AN APPEAL WHEN     *
      *  THE CLERK FILING IT DOES NOT GIVE A DIFFERENT WINDOW.        *
      *****************************************************************
       77 WS-PRAZO-PADRAO     PIC 9(03) VALUE 30.

       01 WS-APELACAO.
          02 WS-ID-ALUNO      PIC X(08).
          02 WS-NOME-MATERIA  PIC X(10).
          02 WS-TERMO         PIC X(06).
          02 WS-ORIGEM        PIC X(01).
          02 WS-MOTIVO        PIC X(40).
          02 WS-REVISOR       PIC X(08).
          02 WS-PARECER       PIC X(40).

       PROCEDURE DIVISION.
       P-START.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-APELACAO-OK IS NOT EQUAL 'Y'
                GO TO P-START-END
            END-IF.

            PERFORM UNTIL WS-FIM-MENU IS EQUAL 'Y'
                PERFORM P-MENU THRU P-MENU-FIM
            END-PERFORM.

            CLOSE APPEALS-FILE.
            IF WS-ATIVO-OK IS EQUAL 'Y'
                CLOSE STUDENT-GRADES-FILE
            END-IF.
            IF WS-HISTORICO-OK IS EQUAL 'Y'
                CLOSE HISTORY-FILE
            END-IF.

       P-START-END.
            STOP RUN.

       P-MENU.

            DISPLAY '***************************************'
            DISPLAY '*  GRADE APPEAL MAINTENANCE            *'
            DISPLAY '*  1 - FILE AN APPEAL                  *'
            DISPLAY '*  2 - ASSIGN REVIEWER / START REVIEW  *'
            DISPLAY '*  3 - DECIDE AN APPEAL                *'
            DISPLAY '*  4 - SHOW AN APPEAL                  *'
            DISPLAY '*  5 - LIST ALL APPEALS                *'
            DISPLAY '*  6 - EXIT                            *'
            DISPLAY '***************************************'
            DISPLAY 'CHOOSE AN OPTION: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                    PERFORM P-ADICIONA THRU P-ADICIONA-FIM
                WHEN 2
                    PERFORM P-REVISA   THRU P-REVISA-FIM
                WHEN 3
                    PERFORM P-DECIDE   THRU P-DECIDE-FIM
                WHEN 4
                    PERFORM P-CONSULTA THRU P-CONSULTA-FIM
                WHEN 5
                    PERFORM P-LISTA    THRU P-LISTA-FIM
                WHEN 6
                    MOVE 'Y' TO WS-FIM-MENU
                WHEN OTHER
                    DISPLAY 'INVALID OPTION, PLEASE TRY AGAIN'
            END-EVALUATE.

       P-MENU-FIM.

       P-ABRE-ARQUIVOS.

            OPEN I-O APPEALS-FILE.

            IF WS-FS-APELACAO IS EQUAL '35'
                CLOSE APPEALS-FILE
                OPEN OUTPUT APPEALS-FILE
                CLOSE APPEALS-FILE
                OPEN I-O APPEALS-FILE
            END-IF.

            IF WS-FS-APELACAO IS NOT EQUAL '00'
                MOVE 'N' TO WS-APELACAO-OK
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE APPEALS FILE     *'
                DISPLAY '*  MAINTENANCE IS NOT AVAILABLE        *'
                DISPLAY '***************************************'
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            MOVE 'Y' TO WS-APELACAO-OK.

      *     THE GRADE FILES ARE ONLY NEEDED TO FILE A NEW APPEAL;
      *     REVIEWING, DECIDING AND LISTING WORK WITHOUT THEM
            OPEN INPUT STUDENT-GRADES-FILE.

            IF WS-FS-STUDENT-GRADES IS EQUAL '00'
                MOVE 'Y' TO WS-ATIVO-OK
            END-IF.

            OPEN INPUT HISTORY-FILE.

            IF WS-FS-HISTORY IS EQUAL '00'
                MOVE 'Y' TO WS-HISTORICO-OK
            END-IF.

            IF WS-ATIVO-OK IS NOT EQUAL 'Y'
                    AND WS-HISTORICO-OK IS NOT EQUAL 'Y'
                DISPLAY '*** NEITHER STDNTGRD.DAT NOR GRADHIST.DAT '
                    'COULD BE OPENED - NEW APPEALS CANNOT BE FILED ***'
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

      *****************************************************************
      *  P-ADICIONA FILES A NEW APPEAL. THE GRADE MUST BE ON FILE     *
      *  (ACTIVE MASTER FIRST, THEN HISTORY) AND MUST NOT ALREADY     *
      *  HAVE AN OPEN APPEAL. THE APPEAL NUMBER IS THE HIGHEST ON     *
      *  FILE + 1 AND THE DEADLINE IS TODAY + THE RESPONSE WINDOW.    *
      *****************************************************************
       P-ADICIONA.

            IF WS-ATIVO-OK IS NOT EQUAL 'Y'
                    AND WS-HISTORICO-OK IS NOT EQUAL 'Y'
                DISPLAY '***************************************'
                DISPLAY '*  NO GRADE FILE IS OPEN - AN APPEAL   *'
                DISPLAY '*  CANNOT BE FILED THIS SESSION        *'
                DISPLAY '***************************************'
                GO TO P-ADICIONA-FIM
            END-IF.

            MOVE SPACES TO WS-APELACAO
            DISPLAY 'INSERT STUDENT ID (BLANK TO CANCEL): '
            ACCEPT WS-ID-ALUNO.

            IF WS-ID-ALUNO IS EQUAL SPACES
                GO TO P-ADICIONA-FIM
            END-IF.

            DISPLAY 'INSERT GRADE NAME: '
            ACCEPT WS-NOME-MATERIA.
            DISPLAY 'INSERT ACADEMIC TERM (EX. 2026-1): '
            ACCEPT WS-TERMO.

            PERFORM P-BUSCA-NOTA THRU P-BUSCA-NOTA-FIM.

            IF WS-ACHOU IS NOT EQUAL 'Y'
                DISPLAY '***************************************'
                DISPLAY '*  NO STORED GRADE FOR THAT STUDENT/   *'
                DISPLAY '*  SUBJECT/TERM - NOTHING TO APPEAL    *'
                DISPLAY '***************************************'
                GO TO P-ADICIONA-FIM
            END-IF.

            PERFORM P-VARRE-APELACOES THRU P-VARRE-APELACOES-FIM.

            IF WS-ACHOU-DUPLICATA IS EQUAL 'Y'
                DISPLAY '*** APPEAL ' WS-DUPLICATA-NUM
                    ' IS ALREADY OPEN FOR THAT GRADE - DECIDE IT '
                    'BEFORE FILING ANOTHER ***'
                GO TO P-ADICIONA-FIM
            END-IF.

            IF WS-MAIOR-NUMERO IS EQUAL 99999
                DISPLAY '*** APPEAL NUMBERS ARE EXHAUSTED - '
                    'NO APPEAL FILED ***'
                GO TO P-ADICIONA-FIM
            END-IF.

            PERFORM UNTIL WS-MOTIVO IS NOT EQUAL SPACES
                DISPLAY 'GROUNDS FOR THE APPEAL (REQUIRED): '
                ACCEPT WS-MOTIVO
                IF WS-MOTIVO IS EQUAL SPACES
                    DISPLAY 'THE GROUNDS FOR THE APPEAL ARE REQUIRED'
                END-IF
            END-PERFORM.

            PERFORM P-ENTRA-PRAZO THRU P-ENTRA-PRAZO-FIM.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

            MOVE SPACES TO APPEAL-RECORD
            ADD 1 TO WS-MAIOR-NUMERO GIVING APL-NUMERO
            MOVE WS-ID-ALUNO     TO APL-ID-ALUNO
            MOVE WS-NOME-MATERIA TO APL-NOME-MATERIA
            MOVE WS-TERMO        TO APL-TERMO
            MOVE WS-ORIGEM       TO APL-ORIGEM
            MOVE 'F'             TO APL-STATUS
            MOVE WS-DATA-SISTEMA TO APL-DATA-ABERTURA
            COMPUTE WS-DIA-JULIANO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                + WS-PRAZO-DIAS
            COMPUTE APL-PRAZO =
                FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO)
            MOVE 0               TO APL-DATA-DECISAO
            MOVE WS-MOTIVO       TO APL-MOTIVO

            WRITE APPEAL-RECORD
                INVALID KEY
                    DISPLAY '*** COULD NOT FILE THE APPEAL ***'
                NOT INVALID KEY
                    DISPLAY 'APPEAL FILED: NUMBER ' APL-NUMERO
                        ' - RESPONSE DUE BY ' APL-PRAZO
            END-WRITE.

       P-ADICIONA-FIM.

      *****************************************************************
      *  P-BUSCA-NOTA LOOKS THE APPEALED GRADE UP BY THE GRADE        *
      *  MASTER KEY, ACTIVE FILE FIRST, THEN HISTORY, AND SHOWS IT.   *
      *****************************************************************
       P-BUSCA-NOTA.

            MOVE 'N' TO WS-ACHOU.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                MOVE WS-ID-ALUNO     TO SG-ID-ALUNO
                MOVE WS-NOME-MATERIA TO SG-NOME-MATERIA
                MOVE WS-TERMO        TO SG-TERMO
                READ STUDENT-GRADES-FILE
                    KEY IS SG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ACHOU
                        MOVE 'A' TO WS-ORIGEM
                END-READ
            END-IF.

            IF WS-ACHOU IS EQUAL 'N'
                    AND WS-HISTORICO-OK IS EQUAL 'Y'
                MOVE WS-ID-ALUNO     TO HG-ID-ALUNO
                MOVE WS-NOME-MATERIA TO HG-NOME-MATERIA
                MOVE WS-TERMO        TO HG-TERMO
                READ HISTORY-FILE
                    KEY IS HG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ACHOU
                        MOVE 'H' TO WS-ORIGEM
                        MOVE HISTORY-GRADE-RECORD
                            TO STUDENT-GRADE-RECORD
                END-READ
            END-IF.

            IF WS-ACHOU IS NOT EQUAL 'Y'
                GO TO P-BUSCA-NOTA-FIM
            END-IF.

            MOVE SG-MEDIA TO WS-ED-MEDIA
            DISPLAY '********* STORED GRADE UNDER APPEAL *********'
            DISPLAY 'STUDENT      : ' FUNCTION TRIM(SG-ID-ALUNO)
                    ' ' FUNCTION TRIM(SG-NOME-ALUNO)
            DISPLAY 'GRADE NAME   : ' FUNCTION TRIM(SG-NOME-MATERIA)
                    '  TERM ' SG-TERMO
            DISPLAY 'AVERAGE      : ' WS-ED-MEDIA ' OF ' SG-ESCALA-MAX
                    '  RESULT: ' FUNCTION TRIM(SG-RESULTADO)
                    '  (' SG-LETRA-GRADE ')'
            IF WS-ORIGEM IS EQUAL 'H'
                DISPLAY 'FOUND ON     : GRADHIST.DAT (CLOSED TERM)'
            ELSE
                DISPLAY 'FOUND ON     : STDNTGRD.DAT'
            END-IF
            DISPLAY '*********************************************'.

       P-BUSCA-NOTA-FIM.

      *****************************************************************
      *  P-VARRE-APELACOES READS THE WHOLE APPEALS FILE ONCE, NOTING  *
      *  THE HIGHEST APPEAL NUMBER AND ANY OPEN (FILED OR UNDER       *
      *  REVIEW) APPEAL ALREADY STANDING AGAINST THE SAME GRADE.      *
      *****************************************************************
       P-VARRE-APELACOES.

            MOVE 0   TO WS-MAIOR-NUMERO
                        WS-DUPLICATA-NUM.
            MOVE 'N' TO WS-ACHOU-DUPLICATA
                        WS-FIM-APELACOES.
            MOVE 0   TO APL-NUMERO.

            START APPEALS-FILE
                KEY IS NOT LESS THAN APL-NUMERO
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-APELACOES
            END-START.

            PERFORM UNTIL WS-FIM-APELACOES IS EQUAL 'Y'
                READ APPEALS-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-APELACOES
                    NOT AT END
                        MOVE APL-NUMERO TO WS-MAIOR-NUMERO
                        IF APL-ID-ALUNO IS EQUAL WS-ID-ALUNO
                                AND APL-NOME-MATERIA IS EQUAL
                                    WS-NOME-MATERIA
                                AND APL-TERMO IS EQUAL WS-TERMO
                                AND (APL-STATUS IS EQUAL 'F'
                                  OR APL-STATUS IS EQUAL 'R')
                            MOVE 'Y' TO WS-ACHOU-DUPLICATA
                            MOVE APL-NUMERO TO WS-DUPLICATA-NUM
                        END-IF
                END-READ
            END-PERFORM.

       P-VARRE-APELACOES-FIM.

       P-ENTRA-PRAZO.

            MOVE 'N' TO WS-CAMPO-OK
            PERFORM UNTIL WS-CAMPO-OK IS EQUAL 'Y'
                DISPLAY 'RESPONSE WINDOW IN DAYS (1-365, BLANK FOR '
                        WS-PRAZO-PADRAO '): '
                MOVE SPACES TO WS-RESPOSTA
                ACCEPT WS-RESPOSTA
                IF WS-RESPOSTA IS EQUAL SPACES
                    MOVE WS-PRAZO-PADRAO TO WS-PRAZO-DIAS
                    MOVE 'Y' TO WS-CAMPO-OK
                ELSE
                    IF FUNCTION TEST-NUMVAL(WS-RESPOSTA) IS EQUAL 0
                        COMPUTE WS-VALOR-ENTRADA =
                            FUNCTION NUMVAL(WS-RESPOSTA)
                        IF WS-VALOR-ENTRADA IS LESS THAN 1
                                OR WS-VALOR-ENTRADA IS GREATER THAN 365
                            DISPLAY '*** MUST BE FROM 1 TO 365 ***'
                        ELSE
                            MOVE WS-VALOR-ENTRADA TO WS-PRAZO-DIAS
                            MOVE 'Y' TO WS-CAMPO-OK
                        END-IF
                    ELSE
                        DISPLAY '*** MUST BE FROM 1 TO 365 ***'
                    END-IF
                END-IF
            END-PERFORM.

       P-ENTRA-PRAZO-FIM.

      *****************************************************************
      *  P-REVISA ASSIGNS (OR REASSIGNS) THE REVIEWER OF AN OPEN      *
      *  APPEAL AND MOVES IT TO UNDER REVIEW.                         *
      *****************************************************************
       P-REVISA.

            PERFORM P-PEDE-NUMERO THRU P-PEDE-NUMERO-FIM.

            IF WS-ACHOU IS NOT EQUAL 'Y'
                GO TO P-REVISA-FIM
            END-IF.

            PERFORM P-MOSTRA-APELACAO THRU P-MOSTRA-APELACAO-FIM.

            IF APL-STATUS IS NOT EQUAL 'F'
                    AND APL-STATUS IS NOT EQUAL 'R'
                DISPLAY '*** APPEAL ' APL-NUMERO
                    ' HAS ALREADY BEEN DECIDED ***'
                GO TO P-REVISA-FIM
            END-IF.

            MOVE SPACES TO WS-REVISOR
            PERFORM UNTIL WS-REVISOR IS NOT EQUAL SPACES
                DISPLAY 'REVIEWER ID (REQUIRED): '
                ACCEPT WS-REVISOR
                IF WS-REVISOR IS EQUAL SPACES
                    DISPLAY 'A REVIEWER MUST BE ASSIGNED'
                END-IF
            END-PERFORM.

            MOVE WS-REVISOR TO APL-REVISOR
            MOVE 'R'        TO APL-STATUS

            REWRITE APPEAL-RECORD
                INVALID KEY
                    DISPLAY '*** COULD NOT UPDATE APPEAL '
                        APL-NUMERO ' ***'
                NOT INVALID KEY
                    DISPLAY 'APPEAL ' APL-NUMERO ' UNDER REVIEW BY '
                        FUNCTION TRIM(APL-REVISOR)
            END-REWRITE.

       P-REVISA-FIM.

      *****************************************************************
      *  P-DECIDE RECORDS A DENIAL: NO CORRECTION IS MADE, THE        *
      *  DECISION DATE IS TODAY AND THE REVIEWER'S FINDING IS KEPT.   *
      *  AN UPHELD APPEAL IS NOT DECIDED HERE - IT IS RECORDED BY     *
      *  STDGRAV WHEN THE CORRECTION QUOTING THE APPEAL IS POSTED.    *
      *****************************************************************
       P-DECIDE.

            PERFORM P-PEDE-NUMERO THRU P-PEDE-NUMERO-FIM.

            IF WS-ACHOU IS NOT EQUAL 'Y'
                GO TO P-DECIDE-FIM
            END-IF.

            PERFORM P-MOSTRA-APELACAO THRU P-MOSTRA-APELACAO-FIM.

            IF APL-STATUS IS NOT EQUAL 'F'
                    AND APL-STATUS IS NOT EQUAL 'R'
                DISPLAY '*** APPEAL ' APL-NUMERO
                    ' HAS ALREADY BEEN DECIDED ***'
                GO TO P-DECIDE-FIM
            END-IF.

            MOVE SPACE TO WS-DECISAO
            PERFORM UNTIL WS-DECISAO IS EQUAL 'U'
                    OR WS-DECISAO IS EQUAL 'D'
                DISPLAY 'DECISION (U=UPHELD, D=DENIED): '
                ACCEPT WS-DECISAO
                EVALUATE WS-DECISAO
                    WHEN 'u'
                        MOVE 'U' TO WS-DECISAO
                    WHEN 'd'
                        MOVE 'D' TO WS-DECISAO
                    WHEN 'U'
                        CONTINUE
                    WHEN 'D'
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'PLEASE ANSWER U OR D'
                END-EVALUATE
            END-PERFORM.

            IF WS-DECISAO IS EQUAL 'U'
                DISPLAY '***************************************'
                DISPLAY '*  POST THE CORRECTION IN STDGRAV      *'
                DISPLAY '*  (OPTION 4) AND GIVE THIS APPEAL     *'
                DISPLAY '*  NUMBER - THAT RECORDS IT UPHELD     *'
                DISPLAY '***************************************'
                GO TO P-DECIDE-FIM
            END-IF.

            IF APL-REVISOR IS EQUAL SPACES
                PERFORM UNTIL APL-REVISOR IS NOT EQUAL SPACES
                    DISPLAY 'REVIEWER ID (REQUIRED): '
                    ACCEPT APL-REVISOR
                END-PERFORM
            END-IF.

            MOVE SPACES TO WS-PARECER
            PERFORM UNTIL WS-PARECER IS NOT EQUAL SPACES
                DISPLAY 'REASON FOR THE DENIAL (REQUIRED): '
                ACCEPT WS-PARECER
                IF WS-PARECER IS EQUAL SPACES
                    DISPLAY 'A DENIAL MUST GIVE ITS REASON'
                END-IF
            END-PERFORM.

            DISPLAY 'DENY APPEAL ' APL-NUMERO '? (Y/N)'
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA IS NOT EQUAL 'Y'
                    AND WS-CONFIRMA IS NOT EQUAL 'y'
                DISPLAY 'DECISION CANCELLED'
                GO TO P-DECIDE-FIM
            END-IF.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE 'D'             TO APL-STATUS
            MOVE WS-DATA-SISTEMA TO APL-DATA-DECISAO
            MOVE WS-PARECER      TO APL-PARECER

            REWRITE APPEAL-RECORD
                INVALID KEY
                    DISPLAY '*** COULD NOT UPDATE APPEAL '
                        APL-NUMERO ' ***'
                NOT INVALID KEY
                    DISPLAY 'APPEAL ' APL-NUMERO ' DENIED ON '
                        APL-DATA-DECISAO
            END-REWRITE.

       P-DECIDE-FIM.

       P-CONSULTA.

            PERFORM P-PEDE-NUMERO THRU P-PEDE-NUMERO-FIM.

            IF WS-ACHOU IS EQUAL 'Y'
                PERFORM P-MOSTRA-APELACAO THRU P-MOSTRA-APELACAO-FIM
            END-IF.

       P-CONSULTA-FIM.

       P-LISTA.

            OPEN OUTPUT LISTING-FILE.

            IF WS-FS-LISTAGEM IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE APPEALS LISTING  *'
                DISPLAY '***************************************'
                GO TO P-LISTA-FIM
            END-IF.

            MOVE SPACES TO LISTING-LINE
            STRING 'GRADE APPEALS LISTING' DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            MOVE 'NO.'      TO LISTING-LINE(1:3)
            MOVE 'ID'       TO LISTING-LINE(7:2)
            MOVE 'SUBJECT'  TO LISTING-LINE(16:7)
            MOVE 'TERM'     TO LISTING-LINE(27:4)
            MOVE 'STATUS'   TO LISTING-LINE(34:6)
            MOVE 'REVIEWER' TO LISTING-LINE(41:8)
            MOVE 'FILED'    TO LISTING-LINE(50:5)
            MOVE 'DUE'      TO LISTING-LINE(59:3)
            MOVE 'DECIDED'  TO LISTING-LINE(68:7)
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '-----------------------------------' DELIMITED
                   BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE 0 TO WS-CONT-LISTADOS
                      WS-CONT-ABERTAS
            MOVE 'N' TO WS-FIM-APELACOES
            MOVE 0 TO APL-NUMERO

            START APPEALS-FILE
                KEY IS NOT LESS THAN APL-NUMERO
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-APELACOES
            END-START

            PERFORM UNTIL WS-FIM-APELACOES IS EQUAL 'Y'
                READ APPEALS-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-APELACOES
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        IF APL-STATUS IS EQUAL 'F'
                                OR APL-STATUS IS EQUAL 'R'
                            ADD 1 TO WS-CONT-ABERTAS
                        END-IF
                        PERFORM P-LISTA-LINHA THRU P-LISTA-LINHA-FIM
                END-READ
            END-PERFORM

            MOVE SPACES TO LISTING-LINE
            WRITE LISTING-LINE

            MOVE WS-CONT-LISTADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO LISTING-LINE
            STRING 'APPEALS ON FILE : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM       DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE WS-CONT-ABERTAS TO WS-ED-CONTAGEM
            MOVE SPACES TO LISTING-LINE
            STRING 'STILL OPEN      : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM       DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            CLOSE LISTING-FILE

            DISPLAY 'APPEALS ON FILE: ' WS-CONT-LISTADOS
            DISPLAY 'APPEALS LISTING WRITTEN TO APPEALS-LISTING.TXT'.

       P-LISTA-FIM.

       P-LISTA-LINHA.

            PERFORM P-TEXTO-STATUS THRU P-TEXTO-STATUS-FIM.

            MOVE SPACES TO LISTING-LINE
            MOVE APL-NUMERO        TO LISTING-LINE(1:5)
            MOVE APL-ID-ALUNO      TO LISTING-LINE(7:8)
            MOVE APL-NOME-MATERIA  TO LISTING-LINE(16:10)
            MOVE APL-TERMO         TO LISTING-LINE(27:6)
            MOVE WS-STATUS-TXT     TO LISTING-LINE(34:6)
            MOVE APL-REVISOR       TO LISTING-LINE(41:8)
            MOVE APL-DATA-ABERTURA TO LISTING-LINE(50:8)
            MOVE APL-PRAZO         TO LISTING-LINE(59:8)
            IF APL-DATA-DECISAO IS NUMERIC
                    AND APL-DATA-DECISAO IS GREATER THAN 0
                MOVE APL-DATA-DECISAO TO LISTING-LINE(68:8)
            END-IF
            WRITE LISTING-LINE

            DISPLAY LISTING-LINE(1:75).

       P-LISTA-LINHA-FIM.

       P-TEXTO-STATUS.

            EVALUATE APL-STATUS
                WHEN 'F'
                    MOVE 'FILED'        TO WS-STATUS-TXT
                WHEN 'R'
                    MOVE 'REVIEW'       TO WS-STATUS-TXT
                WHEN 'U'
                    MOVE 'UPHELD'       TO WS-STATUS-TXT
                WHEN 'D'
                    MOVE 'DENIED'       TO WS-STATUS-TXT
                WHEN OTHER
                    MOVE '??????'       TO WS-STATUS-TXT
            END-EVALUATE.

       P-TEXTO-STATUS-FIM.

       P-PEDE-NUMERO.

            MOVE 'N' TO WS-ACHOU.
            MOVE SPACES TO WS-RESPOSTA
            DISPLAY 'INSERT APPEAL NUMBER (BLANK TO CANCEL): '
            ACCEPT WS-RESPOSTA.

            IF WS-RESPOSTA IS EQUAL SPACES
                GO TO P-PEDE-NUMERO-FIM
            END-IF.

            IF FUNCTION TEST-NUMVAL(WS-RESPOSTA) IS NOT EQUAL 0
                DISPLAY '*** THE APPEAL NUMBER MUST BE NUMERIC ***'
                GO TO P-PEDE-NUMERO-FIM
            END-IF.

            COMPUTE WS-NUMERO-PEDIDO = FUNCTION NUMVAL(WS-RESPOSTA).
            MOVE WS-NUMERO-PEDIDO TO APL-NUMERO.

            READ APPEALS-FILE
                KEY IS APL-NUMERO
                INVALID KEY
                    DISPLAY '*** NO APPEAL NUMBER '
                        WS-NUMERO-PEDIDO ' ON FILE ***'
                NOT INVALID KEY
                    MOVE 'Y' TO WS-ACHOU
            END-READ.

       P-PEDE-NUMERO-FIM.

       P-MOSTRA-APELACAO.

            PERFORM P-TEXTO-STATUS THRU P-TEXTO-STATUS-FIM.

            DISPLAY 'APPEAL ' APL-NUMERO ':'
            DISPLAY '  STUDENT ID : ' FUNCTION TRIM(APL-ID-ALUNO)
            DISPLAY '  GRADE NAME : ' FUNCTION TRIM(APL-NOME-MATERIA)
                    '  TERM ' APL-TERMO
            IF APL-ORIGEM IS EQUAL 'H'
                DISPLAY '  GRADE FILE : GRADHIST.DAT'
            ELSE
                DISPLAY '  GRADE FILE : STDNTGRD.DAT'
            END-IF
            DISPLAY '  GROUNDS    : ' FUNCTION TRIM(APL-MOTIVO)
            DISPLAY '  STATUS     : ' FUNCTION TRIM(WS-STATUS-TXT)
            DISPLAY '  FILED ON   : ' APL-DATA-ABERTURA
                    '  DUE BY ' APL-PRAZO
            IF APL-REVISOR IS EQUAL SPACES
                DISPLAY '  REVIEWER   : (NOT ASSIGNED)'
            ELSE
                DISPLAY '  REVIEWER   : ' APL-REVISOR
            END-IF
            IF APL-STATUS IS EQUAL 'U'
                    OR APL-STATUS IS EQUAL 'D'
                DISPLAY '  DECIDED ON : ' APL-DATA-DECISAO
                DISPLAY '  FINDING    : ' FUNCTION TRIM(APL-PARECER)
            END-IF.

       P-MOSTRA-APELACAO-FIM.
       END PROGRAM APLMAINT.
