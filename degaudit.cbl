      *****************************************************************
      *     DEGAUDIT.CBL - DEGREE AUDIT AGAINST PROGRAM-OF-STUDY      *
      *     REQUIREMENTS. AUDITS ONE STUDENT, OR EVERY ACTIVE         *
      *     STUDENT IN A PROGRAM, AGAINST THE PROGRAM'S REQUIREMENTS  *
      *     ON PROGREQ.DAT (SEE REQMAINT). THE STUDENT'S GRADES ARE   *
      *     MERGED FROM THE ACTIVE GRADE MASTER (STDNTGRD.DAT) AND    *
      *     THE GRADHIST.DAT HISTORY FILE THE SAME WAY TRNSCRPT DOES  *
      *     (ACTIVE WINS). EACH REQUIRED SUBJECT PRINTS AS            *
      *        COMPLETED    - PASSED, WITH THE PASSING TERM           *
      *        IN PROGRESS  - REGISTERED (REGISTER.DAT) IN A TERM     *
      *                       STILL OPEN ON TERMCAL.DAT AND NOT YET   *
      *                       GRADED, OR GRADED INCOMPLETE            *
      *        OUTSTANDING  - NEITHER                                 *
      *     EARNED CREDITS ARE THE CATALOG.DAT CREDIT HOURS OF EVERY  *
      *     DISTINCT SUBJECT PASSED (REQUIRED OR NOT). A STUDENT IS   *
      *     CLEARED TO GRADUATE WHEN EVERY REQUIRED SUBJECT IS        *
      *     COMPLETED AND EARNED CREDITS REACH THE PROGRAM MINIMUM.   *
      *     USAGE: DEGAUDIT S <STUDENT-ID>   ONE STUDENT              *
      *            DEGAUDIT P <PROGRAM>      WHOLE PROGRAM            *
      *     WRITES DEGREE-AUDIT.TXT.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID-ALUNO
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT REQUIREMENT-FILE
               ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-CHAVE
               FILE STATUS IS WS-FS-REQUISITO.

           SELECT CATALOG-FILE
               ASSIGN TO "CATALOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-NOME-MATERIA
               FILE STATUS IS WS-FS-CATALOGO.

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

           SELECT TERM-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMO
               FILE STATUS IS WS-FS-TERMCAL.

           SELECT REGISTRATION-FILE
               ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT AUDIT-REPORT-FILE
               ASSIGN TO "DEGREE-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUREC.

       FD  REQUIREMENT-FILE.
       COPY REQREC.

       FD  CATALOG-FILE.
       COPY CATREC.

       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  TERM-FILE.
       COPY TRMREC.

       FD  REGISTRATION-FILE.
       COPY REGREC.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CADASTRO       PIC XX.
       77 WS-FS-REQUISITO      PIC XX.
       77 WS-FS-CATALOGO       PIC XX.
       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY        PIC XX.
       77 WS-FS-TERMCAL        PIC XX.
       77 WS-FS-REGISTRO       PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-CATALOGO-OK       PIC X(01) VALUE 'N'.
       77 WS-ATIVO-OK          PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-OK      PIC X(01) VALUE 'N'.
       77 WS-CALENDARIO-OK     PIC X(01) VALUE 'N'.
       77 WS-REGISTRO-OK       PIC X(01) VALUE 'N'.
       77 WS-PARM              PIC X(40).
       77 WS-MODO              PIC X(01).
       77 WS-CHAVE-PEDIDA      PIC X(08).
       77 WS-FIM-VARREDURA     PIC X(01).
       77 WS-FIM-CADASTRO      PIC X(01).
       77 WS-ACHOU-DUPLICATA   PIC X(01).
       77 WS-JA-CREDITADA      PIC X(01).
       77 WS-PROGRAMA-OK       PIC X(01).
       77 WS-PROGRAMA-CARREGADO PIC X(08) VALUE SPACES.
       77 WS-PROGRAMA-DESCRICAO PIC X(30).
       77 WS-CREDITOS-MINIMOS  PIC 9(03) VALUE 0.
       77 WS-CREDITOS-GANHOS   PIC 9(04).
       77 WS-CREDITOS-MATERIA  PIC 9(02).
       77 WS-SITUACAO-REQ      PIC X(11).
       77 WS-TERMO-REQ         PIC X(06).
       77 WS-CONT-COMPLETOS    PIC 9(03).
       77 WS-CONT-CURSANDO     PIC 9(03).
       77 WS-CONT-PENDENTES    PIC 9(03).
       77 WS-CONT-AUDITADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-LIBERADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-NAO-LIBERADOS PIC 9(05) VALUE 0.
       77 WS-CONT-IGNORADOS    PIC 9(05) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-ED-CREDITOS       PIC ZZZ9.
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-J                 PIC 9(03).
       77 WS-K                 PIC 9(03).
       77 WS-R                 PIC 9(03).

       01 WS-REQUISITOS.
          02 WS-RQ-QTD         PIC 9(03) VALUE 0.
          02 WS-RQ-ITEM OCCURS 100 TIMES.
             03 WS-RQ-NOME-MATERIA PIC X(10).

       01 WS-NOTAS-ALUNO.
          02 WS-NA-QTD         PIC 9(03) VALUE 0.
          02 WS-NA-ITEM OCCURS 200 TIMES.
             03 WS-NA-TERMO        PIC X(06).
             03 WS-NA-NOME-MATERIA PIC X(10).
             03 WS-NA-RESULTADO    PIC X(10).

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.
            MOVE WS-PARM(1:1) TO WS-MODO.
            MOVE WS-PARM(3:8) TO WS-CHAVE-PEDIDA.

            IF WS-MODO IS EQUAL 's'
                MOVE 'S' TO WS-MODO
            END-IF.
            IF WS-MODO IS EQUAL 'p'
                MOVE 'P' TO WS-MODO
            END-IF.

            IF (WS-MODO IS NOT EQUAL 'S' AND WS-MODO IS NOT EQUAL 'P')
                    OR WS-CHAVE-PEDIDA IS EQUAL SPACES
                DISPLAY '***************************************'
                DISPLAY '*  USAGE: DEGAUDIT S <STUDENT-ID>      *'
                DISPLAY '*     OR: DEGAUDIT P <PROGRAM>         *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-RETORNO IS EQUAL 12
                GO TO P-START-END
            END-IF.

            PERFORM P-CABECALHO THRU P-CABECALHO-FIM.

            IF WS-MODO IS EQUAL 'S'
                MOVE WS-CHAVE-PEDIDA TO STU-ID-ALUNO
                READ STUDENT-MASTER-FILE
                    KEY IS STU-ID-ALUNO
                    INVALID KEY
                        DISPLAY '*** STUDENT '
                            FUNCTION TRIM(WS-CHAVE-PEDIDA)
                            ' IS NOT ON THE STUDENT MASTER ***'
                        MOVE 12 TO WS-RETORNO
                    NOT INVALID KEY
                        PERFORM P-AUDITA-ALUNO
                            THRU P-AUDITA-ALUNO-FIM
                END-READ
            ELSE
                PERFORM P-VARRE-PROGRAMA THRU P-VARRE-PROGRAMA-FIM
            END-IF.

            PERFORM P-RODAPE THRU P-RODAPE-FIM.

            PERFORM P-FECHA-ARQUIVOS THRU P-FECHA-ARQUIVOS-FIM.

            DISPLAY '********* DEGREE AUDIT SUMMARY **********'
            DISPLAY 'STUDENTS AUDITED     : ' WS-CONT-AUDITADOS
            DISPLAY 'CLEARED TO GRADUATE  : ' WS-CONT-LIBERADOS
            DISPLAY 'NOT YET CLEARED      : ' WS-CONT-NAO-LIBERADOS
            DISPLAY 'NOT AUDITABLE        : ' WS-CONT-IGNORADOS
            DISPLAY 'REPORT WRITTEN TO DEGREE-AUDIT.TXT'
            DISPLAY '******************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

       P-ABRE-ARQUIVOS.

            OPEN INPUT STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STUDENT MASTER   *'
                DISPLAY '*  NO DEGREE AUDIT WAS PRODUCED        *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN INPUT REQUIREMENT-FILE.

            IF WS-FS-REQUISITO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE PROGRAM          *'
                DISPLAY '*  REQUIREMENTS FILE - RUN REQMAINT    *'
                DISPLAY '***************************************'
                CLOSE STUDENT-MASTER-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN OUTPUT AUDIT-REPORT-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE DEGREE AUDIT     *'
                DISPLAY '*  REPORT - NOTHING WAS PRINTED        *'
                DISPLAY '***************************************'
                CLOSE STUDENT-MASTER-FILE
                      REQUIREMENT-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN INPUT CATALOG-FILE.

            IF WS-FS-CATALOGO IS EQUAL '00'
                MOVE 'Y' TO WS-CATALOGO-OK
            ELSE
                DISPLAY '*** COULD NOT OPEN THE COURSE CATALOG - '
                    'EARNED CREDITS WILL SHOW AS ZERO ***'
                MOVE 4 TO WS-RETORNO
            END-IF.

            OPEN INPUT STUDENT-GRADES-FILE.

            IF WS-FS-STUDENT-GRADES IS EQUAL '00'
                MOVE 'Y' TO WS-ATIVO-OK
            ELSE
                IF WS-FS-STUDENT-GRADES IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN STUDENT-GRADES-FILE - '
                        'ONLY HISTORY GRADES WILL BE COUNTED ***'
                    MOVE 4 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT HISTORY-FILE.

            IF WS-FS-HISTORY IS EQUAL '00'
                MOVE 'Y' TO WS-HISTORICO-OK
            ELSE
                IF WS-FS-HISTORY IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN THE HISTORY FILE - '
                        'CLOSED TERMS WILL BE MISSING ***'
                    MOVE 4 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT TERM-FILE.

            IF WS-FS-TERMCAL IS EQUAL '00'
                MOVE 'Y' TO WS-CALENDARIO-OK
            END-IF.

            OPEN INPUT REGISTRATION-FILE.

            IF WS-FS-REGISTRO IS EQUAL '00'
                MOVE 'Y' TO WS-REGISTRO-OK
            END-IF.

            IF WS-CALENDARIO-OK IS NOT EQUAL 'Y'
                    OR WS-REGISTRO-OK IS NOT EQUAL 'Y'
                DISPLAY '*** TERM CALENDAR OR REGISTRATION FILE NOT '
                    'AVAILABLE - CURRENT REGISTRATIONS WILL NOT '
                    'SHOW AS IN PROGRESS ***'
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

       P-FECHA-ARQUIVOS.

            CLOSE STUDENT-MASTER-FILE
                  REQUIREMENT-FILE
                  AUDIT-REPORT-FILE.
            IF WS-CATALOGO-OK IS EQUAL 'Y'
                CLOSE CATALOG-FILE
            END-IF.
            IF WS-ATIVO-OK IS EQUAL 'Y'
                CLOSE STUDENT-GRADES-FILE
            END-IF.
            IF WS-HISTORICO-OK IS EQUAL 'Y'
                CLOSE HISTORY-FILE
            END-IF.
            IF WS-CALENDARIO-OK IS EQUAL 'Y'
                CLOSE TERM-FILE
            END-IF.
            IF WS-REGISTRO-OK IS EQUAL 'Y'
                CLOSE REGISTRATION-FILE
            END-IF.

       P-FECHA-ARQUIVOS-FIM.

      *****************************************************************
      *  P-VARRE-PROGRAMA AUDITS EVERY ACTIVE STUDENT ON THE MASTER   *
      *  WHOSE PROGRAM OF STUDY IS THE ONE REQUESTED. THE PROGRAM     *
      *  MUST BE ON PROGREQ.DAT.                                      *
      *****************************************************************
       P-VARRE-PROGRAMA.

            PERFORM P-CARREGA-PROGRAMA THRU P-CARREGA-PROGRAMA-FIM.

            IF WS-PROGRAMA-OK IS NOT EQUAL 'Y'
                DISPLAY '*** PROGRAM ' FUNCTION TRIM(WS-CHAVE-PEDIDA)
                    ' HAS NO REQUIREMENTS ON FILE - RUN REQMAINT ***'
                MOVE 12 TO WS-RETORNO
                GO TO P-VARRE-PROGRAMA-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-CADASTRO.
            MOVE LOW-VALUES TO STU-ID-ALUNO.

            START STUDENT-MASTER-FILE
                KEY IS NOT LESS THAN STU-ID-ALUNO
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-CADASTRO
            END-START.

            PERFORM UNTIL WS-FIM-CADASTRO IS EQUAL 'Y'
                READ STUDENT-MASTER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-CADASTRO
                    NOT AT END
                        IF STU-PROGRAMA IS EQUAL WS-CHAVE-PEDIDA
                                AND STU-SITUACAO IS EQUAL 'A'
                            PERFORM P-AUDITA-ALUNO
                                THRU P-AUDITA-ALUNO-FIM
                        END-IF
                END-READ
            END-PERFORM.

       P-VARRE-PROGRAMA-FIM.

      *****************************************************************
      *  P-CARREGA-PROGRAMA READS THE HEADER OF THE PROGRAM NAMED IN  *
      *  WS-CHAVE-PEDIDA AND LOADS ITS REQUIRED SUBJECTS. THE TABLE   *
      *  IS KEPT WHILE CONSECUTIVE STUDENTS SHARE THE PROGRAM.        *
      *****************************************************************
       P-CARREGA-PROGRAMA.

            IF WS-CHAVE-PEDIDA IS EQUAL WS-PROGRAMA-CARREGADO
                GO TO P-CARREGA-PROGRAMA-FIM
            END-IF.

            MOVE 'N' TO WS-PROGRAMA-OK.
            MOVE SPACES TO WS-PROGRAMA-CARREGADO.
            MOVE 0 TO WS-RQ-QTD.

            MOVE WS-CHAVE-PEDIDA TO REQ-PROGRAMA.
            MOVE SPACES          TO REQ-NOME-MATERIA.
            READ REQUIREMENT-FILE
                KEY IS REQ-CHAVE
                INVALID KEY
                    GO TO P-CARREGA-PROGRAMA-FIM
            END-READ.

            MOVE 'Y' TO WS-PROGRAMA-OK.
            MOVE WS-CHAVE-PEDIDA      TO WS-PROGRAMA-CARREGADO.
            MOVE REQ-DESCRICAO        TO WS-PROGRAMA-DESCRICAO.
            MOVE REQ-CREDITOS-MINIMOS TO WS-CREDITOS-MINIMOS.

            MOVE 'N' TO WS-FIM-VARREDURA.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ REQUIREMENT-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        IF REQ-PROGRAMA IS NOT EQUAL WS-CHAVE-PEDIDA
                            MOVE 'Y' TO WS-FIM-VARREDURA
                        ELSE
                            IF WS-RQ-QTD IS NOT LESS THAN 100
                                DISPLAY '*** REQUIREMENT TABLE FULL '
                                    '(100) - '
                                    FUNCTION TRIM(REQ-NOME-MATERIA)
                                    ' NOT AUDITED ***'
                                MOVE 4 TO WS-RETORNO
                            ELSE
                                ADD 1 TO WS-RQ-QTD
                                MOVE REQ-NOME-MATERIA
                                    TO WS-RQ-NOME-MATERIA(WS-RQ-QTD)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       P-CARREGA-PROGRAMA-FIM.

      *****************************************************************
      *  P-AUDITA-ALUNO AUDITS THE STUDENT NOW IN STUDENT-RECORD AND  *
      *  PRINTS THE STUDENT'S BLOCK ON THE REPORT.                    *
      *****************************************************************
       P-AUDITA-ALUNO.

            IF STU-PROGRAMA IS EQUAL SPACES
                MOVE SPACES TO AUDIT-REPORT-LINE
                STRING 'STUDENT: '                DELIMITED BY SIZE
                       STU-ID-ALUNO               DELIMITED BY SIZE
                       '  '                       DELIMITED BY SIZE
                       STU-NOME-COMPLETO          DELIMITED BY SIZE
                       ' - NO PROGRAM OF STUDY DECLARED'
                                                  DELIMITED BY SIZE
                    INTO AUDIT-REPORT-LINE
                WRITE AUDIT-REPORT-LINE
                ADD 1 TO WS-CONT-IGNORADOS
                MOVE 4 TO WS-RETORNO
                GO TO P-AUDITA-ALUNO-FIM
            END-IF.

            MOVE STU-PROGRAMA TO WS-CHAVE-PEDIDA.
            PERFORM P-CARREGA-PROGRAMA THRU P-CARREGA-PROGRAMA-FIM.

            IF WS-PROGRAMA-OK IS NOT EQUAL 'Y'
                MOVE SPACES TO AUDIT-REPORT-LINE
                STRING 'STUDENT: '                DELIMITED BY SIZE
                       STU-ID-ALUNO               DELIMITED BY SIZE
                       '  PROGRAM '               DELIMITED BY SIZE
                       FUNCTION TRIM(STU-PROGRAMA)
                                                  DELIMITED BY SIZE
                       ' HAS NO REQUIREMENTS ON FILE'
                                                  DELIMITED BY SIZE
                    INTO AUDIT-REPORT-LINE
                WRITE AUDIT-REPORT-LINE
                ADD 1 TO WS-CONT-IGNORADOS
                MOVE 4 TO WS-RETORNO
                GO TO P-AUDITA-ALUNO-FIM
            END-IF.

            ADD 1 TO WS-CONT-AUDITADOS.

            PERFORM P-CARREGA-NOTAS   THRU P-CARREGA-NOTAS-FIM.

            PERFORM P-SOMA-CREDITOS   THRU P-SOMA-CREDITOS-FIM.

            MOVE SPACES TO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'STUDENT: '                    DELIMITED BY SIZE
                   STU-ID-ALUNO                   DELIMITED BY SIZE
                   '  '                           DELIMITED BY SIZE
                   STU-NOME-COMPLETO              DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'PROGRAM: '                    DELIMITED BY SIZE
                   STU-PROGRAMA                   DELIMITED BY SIZE
                   '  '                           DELIMITED BY SIZE
                   WS-PROGRAMA-DESCRICAO          DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE SPACES TO AUDIT-REPORT-LINE
            MOVE 'REQUIRED SUBJECT' TO AUDIT-REPORT-LINE(3:16)
            MOVE 'STATUS'           TO AUDIT-REPORT-LINE(21:6)
            MOVE 'TERM'             TO AUDIT-REPORT-LINE(34:4)
            MOVE 'CREDITS'          TO AUDIT-REPORT-LINE(42:7)
            WRITE AUDIT-REPORT-LINE

            MOVE 0 TO WS-CONT-COMPLETOS
                      WS-CONT-CURSANDO
                      WS-CONT-PENDENTES

            PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R IS GREATER THAN WS-RQ-QTD
                PERFORM P-AVALIA-REQUISITO
                    THRU P-AVALIA-REQUISITO-FIM
            END-PERFORM

            MOVE WS-CREDITOS-GANHOS TO WS-ED-CREDITOS
            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'EARNED CREDITS      : '       DELIMITED BY SIZE
                   WS-ED-CREDITOS                 DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE WS-CREDITOS-MINIMOS TO WS-ED-CREDITOS
            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'REQUIRED CREDITS    : '       DELIMITED BY SIZE
                   WS-ED-CREDITOS                 DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'REQUIREMENTS        : '       DELIMITED BY SIZE
                   WS-CONT-COMPLETOS              DELIMITED BY SIZE
                   ' COMPLETED, '                 DELIMITED BY SIZE
                   WS-CONT-CURSANDO               DELIMITED BY SIZE
                   ' IN PROGRESS, '               DELIMITED BY SIZE
                   WS-CONT-PENDENTES              DELIMITED BY SIZE
                   ' OUTSTANDING'                 DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE SPACES TO AUDIT-REPORT-LINE
            IF WS-CONT-COMPLETOS IS EQUAL WS-RQ-QTD
                    AND WS-CREDITOS-GANHOS IS NOT LESS THAN
                        WS-CREDITOS-MINIMOS
                ADD 1 TO WS-CONT-LIBERADOS
                MOVE 'CLEARED TO GRADUATE : YES'
                    TO AUDIT-REPORT-LINE
            ELSE
                ADD 1 TO WS-CONT-NAO-LIBERADOS
                MOVE 'CLEARED TO GRADUATE : NO'
                    TO AUDIT-REPORT-LINE
            END-IF
            WRITE AUDIT-REPORT-LINE.

       P-AUDITA-ALUNO-FIM.

      *****************************************************************
      *  P-CARREGA-NOTAS COLLECTS THE STUDENT'S GRADE ROWS, ACTIVE    *
      *  MASTER FIRST, THEN HISTORY ROWS NOT ALREADY TAKEN FROM THE   *
      *  ACTIVE MASTER FOR THE SAME TERM AND SUBJECT.                 *
      *****************************************************************
       P-CARREGA-NOTAS.

            MOVE 0 TO WS-NA-QTD.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                MOVE 'N' TO WS-FIM-VARREDURA
                MOVE LOW-VALUES   TO SG-CHAVE
                MOVE STU-ID-ALUNO TO SG-ID-ALUNO
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
                            IF SG-ID-ALUNO IS EQUAL STU-ID-ALUNO
                                PERFORM P-GUARDA-NOTA
                                    THRU P-GUARDA-NOTA-FIM
                            ELSE
                                MOVE 'Y' TO WS-FIM-VARREDURA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

            IF WS-HISTORICO-OK IS EQUAL 'Y'
                MOVE 'N' TO WS-FIM-VARREDURA
                MOVE LOW-VALUES   TO HG-CHAVE
                MOVE STU-ID-ALUNO TO HG-ID-ALUNO
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
                            IF HG-ID-ALUNO IS EQUAL STU-ID-ALUNO
                                PERFORM P-GUARDA-HISTORICO
                                    THRU P-GUARDA-HISTORICO-FIM
                            ELSE
                                MOVE 'Y' TO WS-FIM-VARREDURA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       P-CARREGA-NOTAS-FIM.

       P-GUARDA-HISTORICO.

            MOVE 'N' TO WS-ACHOU-DUPLICATA.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-NA-QTD
                        OR WS-ACHOU-DUPLICATA IS EQUAL 'Y'
                IF WS-NA-TERMO(WS-K) IS EQUAL HG-TERMO
                        AND WS-NA-NOME-MATERIA(WS-K) IS EQUAL
                            HG-NOME-MATERIA
                    MOVE 'Y' TO WS-ACHOU-DUPLICATA
                END-IF
            END-PERFORM.

            IF WS-ACHOU-DUPLICATA IS EQUAL 'Y'
                GO TO P-GUARDA-HISTORICO-FIM
            END-IF.

            MOVE HISTORY-GRADE-RECORD TO STUDENT-GRADE-RECORD.
            PERFORM P-GUARDA-NOTA THRU P-GUARDA-NOTA-FIM.

       P-GUARDA-HISTORICO-FIM.

       P-GUARDA-NOTA.

            IF WS-NA-QTD IS NOT LESS THAN 200
                DISPLAY '*** GRADE TABLE FULL (200) - '
                    FUNCTION TRIM(SG-NOME-MATERIA)
                    ' IN TERM ' SG-TERMO ' NOT AUDITED FOR '
                    FUNCTION TRIM(SG-ID-ALUNO) ' ***'
                MOVE 4 TO WS-RETORNO
                GO TO P-GUARDA-NOTA-FIM
            END-IF.

            ADD 1 TO WS-NA-QTD.
            MOVE SG-TERMO        TO WS-NA-TERMO(WS-NA-QTD).
            MOVE SG-NOME-MATERIA TO WS-NA-NOME-MATERIA(WS-NA-QTD).
            MOVE SG-RESULTADO    TO WS-NA-RESULTADO(WS-NA-QTD).

       P-GUARDA-NOTA-FIM.

      *****************************************************************
      *  P-SOMA-CREDITOS ADDS THE CATALOG CREDIT HOURS OF EVERY       *
      *  DISTINCT SUBJECT THE STUDENT HAS PASSED. A SUBJECT PASSED    *
      *  TWICE (RETAKEN) IS CREDITED ONCE.                            *
      *****************************************************************
       P-SOMA-CREDITOS.

            MOVE 0 TO WS-CREDITOS-GANHOS.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN WS-NA-QTD
                IF WS-NA-RESULTADO(WS-J) IS EQUAL 'APPROVED'
                    MOVE 'N' TO WS-JA-CREDITADA
                    PERFORM VARYING WS-K FROM 1 BY 1
                            UNTIL WS-K IS NOT LESS THAN WS-J
                                OR WS-JA-CREDITADA IS EQUAL 'Y'
                        IF WS-NA-RESULTADO(WS-K) IS EQUAL 'APPROVED'
                                AND WS-NA-NOME-MATERIA(WS-K)
                                    IS EQUAL WS-NA-NOME-MATERIA(WS-J)
                            MOVE 'Y' TO WS-JA-CREDITADA
                        END-IF
                    END-PERFORM
                    IF WS-JA-CREDITADA IS EQUAL 'N'
                        MOVE WS-NA-NOME-MATERIA(WS-J)
                            TO CAT-NOME-MATERIA
                        PERFORM P-BUSCA-CREDITOS
                            THRU P-BUSCA-CREDITOS-FIM
                        ADD WS-CREDITOS-MATERIA TO WS-CREDITOS-GANHOS
                    END-IF
                END-IF
            END-PERFORM.

       P-SOMA-CREDITOS-FIM.

      *****************************************************************
      *  P-BUSCA-CREDITOS RETURNS IN WS-CREDITOS-MATERIA THE CATALOG  *
      *  CREDIT HOURS OF THE SUBJECT IN CAT-NOME-MATERIA (ZERO WHEN   *
      *  THE SUBJECT IS NOT IN THE CATALOG).                          *
      *****************************************************************
       P-BUSCA-CREDITOS.

            MOVE 0 TO WS-CREDITOS-MATERIA.

            IF WS-CATALOGO-OK IS EQUAL 'Y'
                READ CATALOG-FILE
                    KEY IS CAT-NOME-MATERIA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAT-CREDITOS TO WS-CREDITOS-MATERIA
                END-READ
            END-IF.

       P-BUSCA-CREDITOS-FIM.

      *****************************************************************
      *  P-AVALIA-REQUISITO CLASSIFIES REQUIRED SUBJECT WS-R AND      *
      *  PRINTS ITS LINE. THE EARLIEST PASSING TERM IS SHOWN FOR A    *
      *  COMPLETED SUBJECT.                                           *
      *****************************************************************
       P-AVALIA-REQUISITO.

            MOVE 'OUTSTANDING' TO WS-SITUACAO-REQ.
            MOVE SPACES        TO WS-TERMO-REQ.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J IS GREATER THAN WS-NA-QTD
                IF WS-NA-NOME-MATERIA(WS-J) IS EQUAL
                        WS-RQ-NOME-MATERIA(WS-R)
                    IF WS-NA-RESULTADO(WS-J) IS EQUAL 'APPROVED'
                        IF WS-SITUACAO-REQ IS NOT EQUAL 'COMPLETED'
                                OR WS-NA-TERMO(WS-J) IS LESS THAN
                                    WS-TERMO-REQ
                            MOVE 'COMPLETED' TO WS-SITUACAO-REQ
                            MOVE WS-NA-TERMO(WS-J) TO WS-TERMO-REQ
                        END-IF
                    ELSE
                        IF WS-NA-RESULTADO(WS-J) IS EQUAL
                                'INCOMPLETE'
                                AND WS-SITUACAO-REQ IS EQUAL
                                    'OUTSTANDING'
                            MOVE 'IN PROGRESS' TO WS-SITUACAO-REQ
                            MOVE WS-NA-TERMO(WS-J) TO WS-TERMO-REQ
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-SITUACAO-REQ IS EQUAL 'OUTSTANDING'
                PERFORM P-BUSCA-REGISTRO THRU P-BUSCA-REGISTRO-FIM
            END-IF.

            EVALUATE WS-SITUACAO-REQ
                WHEN 'COMPLETED'
                    ADD 1 TO WS-CONT-COMPLETOS
                WHEN 'IN PROGRESS'
                    ADD 1 TO WS-CONT-CURSANDO
                WHEN OTHER
                    ADD 1 TO WS-CONT-PENDENTES
            END-EVALUATE.

            MOVE WS-RQ-NOME-MATERIA(WS-R) TO CAT-NOME-MATERIA.
            PERFORM P-BUSCA-CREDITOS THRU P-BUSCA-CREDITOS-FIM.

            MOVE SPACES TO AUDIT-REPORT-LINE
            MOVE WS-RQ-NOME-MATERIA(WS-R) TO AUDIT-REPORT-LINE(3:10)
            MOVE WS-SITUACAO-REQ          TO AUDIT-REPORT-LINE(21:11)
            MOVE WS-TERMO-REQ             TO AUDIT-REPORT-LINE(34:6)
            MOVE WS-CREDITOS-MATERIA      TO AUDIT-REPORT-LINE(44:2)
            WRITE AUDIT-REPORT-LINE.

       P-AVALIA-REQUISITO-FIM.

      *****************************************************************
      *  P-BUSCA-REGISTRO MARKS THE REQUIREMENT IN PROGRESS WHEN THE  *
      *  STUDENT IS REGISTERED FOR THE SUBJECT IN A TERM STILL OPEN   *
      *  ON THE CALENDAR AND NO GRADE HAS BEEN POSTED FOR THAT TERM.  *
      *****************************************************************
       P-BUSCA-REGISTRO.

            IF WS-REGISTRO-OK IS NOT EQUAL 'Y'
                    OR WS-CALENDARIO-OK IS NOT EQUAL 'Y'
                GO TO P-BUSCA-REGISTRO-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE LOW-VALUES               TO REG-CHAVE.
            MOVE STU-ID-ALUNO             TO REG-ID-ALUNO.
            MOVE WS-RQ-NOME-MATERIA(WS-R) TO REG-NOME-MATERIA.

            START REGISTRATION-FILE
                KEY IS NOT LESS THAN REG-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ REGISTRATION-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        IF REG-ID-ALUNO IS NOT EQUAL STU-ID-ALUNO
                                OR REG-NOME-MATERIA IS NOT EQUAL
                                    WS-RQ-NOME-MATERIA(WS-R)
                            MOVE 'Y' TO WS-FIM-VARREDURA
                        ELSE
                            PERFORM P-CONFERE-TERMO
                                THRU P-CONFERE-TERMO-FIM
                        END-IF
                END-READ
            END-PERFORM.

       P-BUSCA-REGISTRO-FIM.

       P-CONFERE-TERMO.

            MOVE REG-TERMO TO TRM-TERMO.
            READ TERM-FILE
                KEY IS TRM-TERMO
                INVALID KEY
                    GO TO P-CONFERE-TERMO-FIM
            END-READ.

            IF TRM-STATUS IS NOT EQUAL 'O'
                GO TO P-CONFERE-TERMO-FIM
            END-IF.

            MOVE 'N' TO WS-ACHOU-DUPLICATA.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-NA-QTD
                        OR WS-ACHOU-DUPLICATA IS EQUAL 'Y'
                IF WS-NA-TERMO(WS-K) IS EQUAL REG-TERMO
                        AND WS-NA-NOME-MATERIA(WS-K) IS EQUAL
                            REG-NOME-MATERIA
                    MOVE 'Y' TO WS-ACHOU-DUPLICATA
                END-IF
            END-PERFORM.

            IF WS-ACHOU-DUPLICATA IS EQUAL 'Y'
                GO TO P-CONFERE-TERMO-FIM
            END-IF.

            MOVE 'IN PROGRESS' TO WS-SITUACAO-REQ.
            MOVE REG-TERMO     TO WS-TERMO-REQ.

       P-CONFERE-TERMO-FIM.

       P-CABECALHO.

            MOVE SPACES TO AUDIT-REPORT-LINE
            IF WS-MODO IS EQUAL 'S'
                STRING 'DEGREE AUDIT - STUDENT '  DELIMITED BY SIZE
                       WS-CHAVE-PEDIDA            DELIMITED BY SIZE
                    INTO AUDIT-REPORT-LINE
            ELSE
                STRING 'DEGREE AUDIT - PROGRAM '  DELIMITED BY SIZE
                       WS-CHAVE-PEDIDA            DELIMITED BY SIZE
                       ' (ACTIVE STUDENTS)'       DELIMITED BY SIZE
                    INTO AUDIT-REPORT-LINE
            END-IF
            WRITE AUDIT-REPORT-LINE.

       P-CABECALHO-FIM.

       P-RODAPE.

            MOVE SPACES TO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE WS-CONT-AUDITADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'STUDENTS AUDITED    : '  DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE WS-CONT-LIBERADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'CLEARED TO GRADUATE : '  DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE WS-CONT-NAO-LIBERADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'NOT YET CLEARED     : '  DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE

            MOVE WS-CONT-IGNORADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO AUDIT-REPORT-LINE
            STRING 'NOT AUDITABLE       : '  DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE.

       P-RODAPE-FIM.
       END PROGRAM DEGAUDIT.
