      *****************************************************************
      *     STUSYNC.CBL - STUDENT MASTER SYNC FROM ADMISSIONS FEED    *
      *     APPLIES THE ADMISSIONS OFFICE ENROLLMENT FEED             *
      *     (ADMISSIONS-FEED.TXT) TO THE STUDMAST.DAT STUDENT MASTER  *
      *     IN ONE BATCH RUN INSTEAD OF RE-KEYING IT IN STUMAINT:     *
      *       A = ADMIT A NEW STUDENT (OR RE-ADMIT AN INACTIVE ONE    *
      *           UNDER THE SAME ID AND NAME)                         *
      *       C = NAME CHANGE (THE ROW CARRIES THE PRIOR NAME, WHICH  *
      *           MUST MATCH THE MASTER)                              *
      *       L = STUDENT HAS LEFT / GRADUATED - MARK INACTIVE        *
      *     NO ROW MAY TOUCH AN ID THAT BELONGS TO A DIFFERENT        *
      *     STUDENT: AN ADMISSION FOR AN ID ON FILE UNDER ANOTHER     *
      *     NAME, OR A CHANGE/LEAVE WHOSE NAME DOES NOT MATCH THE     *
      *     MASTER, IS REJECTED AS AN ID CLASH.                       *
      *     THE FEED IS CHECKED AGAINST ITS TRAILER COUNT BEFORE      *
      *     ANYTHING IS APPLIED - A FEED WITHOUT A TRAILER, OR WHOSE  *
      *     TRAILER DISAGREES WITH ITS DETAIL ROWS, IS REFUSED WHOLE. *
      *     EVERY ROW IS LISTED ON STUSYNC-REPORT.TXT AS ADDED,       *
      *     CHANGED, INACTIVATED OR REJECTED (WITH THE REASON), AND   *
      *     THE TOTALS ARE BALANCED TO THE TRAILER.                   *
      *     RETURN CODE 4 WHEN ANY ROW IS REJECTED, 12 WHEN THE FEED  *
      *     IS REFUSED OR A FILE CANNOT BE OPENED.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUSYNC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO "ADMISSIONS-FEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEED.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID-ALUNO
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT LOCK-FILE
               ASSIGN TO "GRADE-RUN.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.

           SELECT REPORT-FILE
               ASSIGN TO "STUSYNC-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  ADMISSIONS FEED. ONE OPTIONAL HEADER ROW (TYPE H, CARRYING   *
      *  THE EXTRACT DATE), ANY NUMBER OF DETAIL ROWS (TYPE D) AND    *
      *  ONE TRAILER ROW (TYPE T, CARRYING THE DETAIL ROW COUNT).     *
      *  AF-NOME-ANTERIOR IS ONLY USED ON A NAME CHANGE; AF-PROGRAMA  *
      *  IS APPLIED WHEN IT IS NOT BLANK.                             *
      *****************************************************************
       FD  FEED-FILE.
       01  FEED-RECORD.
           02 AF-TIPO              PIC X(01).
           02 AF-ACAO              PIC X(01).
           02 AF-ID-ALUNO          PIC X(08).
           02 AF-NOME-COMPLETO     PIC X(30).
           02 AF-NOME-ANTERIOR     PIC X(30).
           02 AF-PROGRAMA          PIC X(08).
       01  FEED-CONTROL-RECORD.
           02 AFC-TIPO             PIC X(01).
           02 AFC-DATA-FEED        PIC X(08).
           02 AFC-QTD-DETALHE      PIC X(05).

       FD  STUDENT-MASTER-FILE.
       COPY STUREC.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           02 LCK-OPERATOR         PIC X(08).
           02 LCK-ROSTER           PIC X(40).
           02 LCK-DATA             PIC 9(08).
           02 LCK-HORA             PIC 9(06).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-FEED           PIC XX.
       77 WS-FS-CADASTRO       PIC XX.
       77 WS-FS-TRAVA          PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-TRAVA-OK          PIC X(01) VALUE 'Y'.
       77 WS-TRAVA-MINHA       PIC X(01) VALUE 'N'.
       77 WS-DATA-SISTEMA      PIC 9(08).
       77 WS-HORA-SISTEMA      PIC 9(06).
       77 WS-FIM-FEED          PIC X(01) VALUE 'N'.
       77 WS-TEM-TRAILER       PIC X(01) VALUE 'N'.
       77 WS-DATA-FEED         PIC X(08) VALUE SPACES.
       77 WS-QTD-TRAILER       PIC 9(05) VALUE 0.
       77 WS-QTD-CONTADA       PIC 9(05) VALUE 0.
       77 WS-MOTIVO            PIC X(30).
       77 WS-DISPOSICAO        PIC X(12).
       77 WS-CONT-LIDOS        PIC 9(05) VALUE 0.
       77 WS-CONT-INCLUIDOS    PIC 9(05) VALUE 0.
       77 WS-CONT-ALTERADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-INATIVADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-REJEITADOS   PIC 9(05) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-RETORNO           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       P-START.

            PERFORM P-CONFERE-TRAILER THRU P-CONFERE-TRAILER-FIM.

            IF WS-RETORNO IS NOT EQUAL 0
                GO TO P-START-END
            END-IF.

            PERFORM P-OBTEM-TRAVA THRU P-OBTEM-TRAVA-FIM.

            IF WS-TRAVA-OK IS NOT EQUAL 'Y'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-RETORNO IS NOT EQUAL 0
                PERFORM P-LIBERA-TRAVA THRU P-LIBERA-TRAVA-FIM
                GO TO P-START-END
            END-IF.

            PERFORM P-CABECALHO THRU P-CABECALHO-FIM.

            PERFORM UNTIL WS-FIM-FEED IS EQUAL 'Y'
                READ FEED-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-FEED
                    NOT AT END
                        IF AF-TIPO IS NOT EQUAL 'H'
                                AND AF-TIPO IS NOT EQUAL 'T'
                            ADD 1 TO WS-CONT-LIDOS
                            PERFORM P-APLICA-LINHA
                                THRU P-APLICA-LINHA-FIM
                        END-IF
                END-READ
            END-PERFORM.

            PERFORM P-RODAPE THRU P-RODAPE-FIM.

            CLOSE FEED-FILE
                  STUDENT-MASTER-FILE
                  REPORT-FILE.

            PERFORM P-LIBERA-TRAVA THRU P-LIBERA-TRAVA-FIM.

            IF WS-RETORNO IS EQUAL 0
                    AND WS-CONT-REJEITADOS IS GREATER THAN 0
                MOVE 4 TO WS-RETORNO
            END-IF.

            DISPLAY '******** ADMISSIONS SYNC SUMMARY ********'
            DISPLAY 'FEED EXTRACT DATE    : ' WS-DATA-FEED
            DISPLAY 'TRAILER COUNT        : ' WS-QTD-TRAILER
            DISPLAY 'FEED ROWS READ       : ' WS-CONT-LIDOS
            DISPLAY 'STUDENTS ADDED       : ' WS-CONT-INCLUIDOS
            DISPLAY 'STUDENTS CHANGED     : ' WS-CONT-ALTERADOS
            DISPLAY 'STUDENTS INACTIVATED : ' WS-CONT-INATIVADOS
            DISPLAY 'FEED ROWS REJECTED   : ' WS-CONT-REJEITADOS
            DISPLAY 'REPORT WRITTEN TO STUSYNC-REPORT.TXT'
            DISPLAY '******************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      *  P-CONFERE-TRAILER READS THE WHOLE FEED ONCE, BEFORE THE      *
      *  MASTER IS OPENED, COUNTING THE DETAIL ROWS AND PICKING UP    *
      *  THE HEADER DATE AND THE TRAILER COUNT. A TRUNCATED OR        *
      *  DOUBLED FEED IS REFUSED HERE SO IT IS NEVER HALF APPLIED.    *
      *****************************************************************
       P-CONFERE-TRAILER.

            OPEN INPUT FEED-FILE.

            IF WS-FS-FEED IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE ADMISSIONS FEED  *'
                DISPLAY '*  NOTHING WAS APPLIED                 *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-CONFERE-TRAILER-FIM
            END-IF.

            PERFORM UNTIL WS-FIM-FEED IS EQUAL 'Y'
                READ FEED-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-FEED
                    NOT AT END
                        EVALUATE AFC-TIPO
                            WHEN 'H'
                                MOVE AFC-DATA-FEED TO WS-DATA-FEED
                            WHEN 'T'
                                MOVE 'Y' TO WS-TEM-TRAILER
                                IF AFC-QTD-DETALHE IS NUMERIC
                                    MOVE AFC-QTD-DETALHE
                                        TO WS-QTD-TRAILER
                                ELSE
                                    MOVE 99999 TO WS-QTD-TRAILER
                                END-IF
                            WHEN OTHER
                                ADD 1 TO WS-QTD-CONTADA
                        END-EVALUATE
                END-READ
            END-PERFORM.

            CLOSE FEED-FILE.
            MOVE 'N' TO WS-FIM-FEED.

            IF WS-TEM-TRAILER IS NOT EQUAL 'Y'
                DISPLAY '***************************************'
                DISPLAY '*  THE FEED HAS NO TRAILER ROW - IT    *'
                DISPLAY '*  MAY BE TRUNCATED. NOTHING APPLIED   *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-CONFERE-TRAILER-FIM
            END-IF.

            IF WS-QTD-TRAILER IS NOT EQUAL WS-QTD-CONTADA
                DISPLAY '***************************************'
                DISPLAY '*  FEED DETAIL ROWS DO NOT MATCH THE   *'
                DISPLAY '*  TRAILER COUNT - NOTHING APPLIED     *'
                DISPLAY '***************************************'
                DISPLAY 'TRAILER COUNT: ' WS-QTD-TRAILER
                        '  DETAIL ROWS: ' WS-QTD-CONTADA
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-CONFERE-TRAILER-FIM.

       P-ABRE-ARQUIVOS.

            OPEN INPUT FEED-FILE.

            IF WS-FS-FEED IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE ADMISSIONS FEED  *'
                DISPLAY '*  NOTHING WAS APPLIED                 *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN I-O STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS EQUAL '35'
                CLOSE STUDENT-MASTER-FILE
                OPEN OUTPUT STUDENT-MASTER-FILE
                CLOSE STUDENT-MASTER-FILE
                OPEN I-O STUDENT-MASTER-FILE
            END-IF.

            IF WS-FS-CADASTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STUDENT MASTER   *'
                DISPLAY '*  NOTHING WAS APPLIED                 *'
                DISPLAY '***************************************'
                CLOSE FEED-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN OUTPUT REPORT-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE SYNC REPORT      *'
                DISPLAY '*  NOTHING WAS APPLIED                 *'
                DISPLAY '***************************************'
                CLOSE FEED-FILE
                      STUDENT-MASTER-FILE
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

      *****************************************************************
      *  P-OBTEM-TRAVA TAKES THE POSTING-RUN LOCK (GRADE-RUN.LCK) SO  *
      *  STUDENTS ARE NEVER ADDED OR INACTIVATED UNDER A ROSTER THAT  *
      *  IS BEING PRE-EDITED AGAINST THE MASTER.                      *
      *****************************************************************
       P-OBTEM-TRAVA.

            MOVE 'Y' TO WS-TRAVA-OK.

            OPEN INPUT LOCK-FILE.

            IF WS-FS-TRAVA IS EQUAL '00'
                READ LOCK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE 'N' TO WS-TRAVA-OK
                        DISPLAY 'RUN LOCK HELD BY '
                                FUNCTION TRIM(LCK-OPERATOR)
                                ' ON ROSTER '
                                FUNCTION TRIM(LCK-ROSTER)
                                ' SINCE ' LCK-DATA ' ' LCK-HORA
                        DISPLAY 'IF THAT SESSION IS GONE, REMOVE '
                                'GRADE-RUN.LCK AND TRY AGAIN'
                END-READ
                CLOSE LOCK-FILE
            END-IF.

            IF WS-TRAVA-OK IS EQUAL 'Y'
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                ACCEPT WS-HORA-SISTEMA FROM TIME
                OPEN OUTPUT LOCK-FILE
                IF WS-FS-TRAVA IS EQUAL '00'
                    MOVE 'STUSYNC'       TO LCK-OPERATOR
                    MOVE SPACES          TO LCK-ROSTER
                    MOVE WS-DATA-SISTEMA TO LCK-DATA
                    MOVE WS-HORA-SISTEMA TO LCK-HORA
                    WRITE LOCK-RECORD
                    CLOSE LOCK-FILE
                    MOVE 'Y' TO WS-TRAVA-MINHA
                ELSE
                    DISPLAY 'WARNING: COULD NOT WRITE THE RUN LOCK '
                            '- CONCURRENT SESSIONS WILL NOT BE '
                            'DETECTED'
                END-IF
            END-IF.

       P-OBTEM-TRAVA-FIM.

       P-LIBERA-TRAVA.

            IF WS-TRAVA-MINHA IS EQUAL 'Y'
                OPEN OUTPUT LOCK-FILE
                CLOSE LOCK-FILE
                MOVE 'N' TO WS-TRAVA-MINHA
            END-IF.

       P-LIBERA-TRAVA-FIM.

      *****************************************************************
      *  P-APLICA-LINHA APPLIES ONE DETAIL ROW AND REPORTS ITS        *
      *  DISPOSITION. EXACTLY ONE OF THE FOUR COUNTERS IS BUMPED PER  *
      *  ROW, SO THE TOTALS BALANCE TO THE ROWS READ.                 *
      *****************************************************************
       P-APLICA-LINHA.

            MOVE SPACES TO WS-MOTIVO
                           WS-DISPOSICAO.

            IF AF-ID-ALUNO IS EQUAL SPACES
                MOVE 'SHORT OR GARBLED RECORD' TO WS-MOTIVO
            ELSE
                EVALUATE AF-ACAO
                    WHEN 'A'
                        PERFORM P-INCLUI  THRU P-INCLUI-FIM
                    WHEN 'C'
                        PERFORM P-ALTERA  THRU P-ALTERA-FIM
                    WHEN 'L'
                        PERFORM P-INATIVA THRU P-INATIVA-FIM
                    WHEN OTHER
                        MOVE 'UNKNOWN ACTION CODE' TO WS-MOTIVO
                END-EVALUATE
            END-IF.

            MOVE SPACES TO REPORT-LINE
            MOVE AF-ID-ALUNO      TO REPORT-LINE(1:8)
            MOVE AF-ACAO          TO REPORT-LINE(10:1)
            MOVE AF-NOME-COMPLETO TO REPORT-LINE(12:30)

            IF WS-MOTIVO IS EQUAL SPACES
                MOVE WS-DISPOSICAO TO REPORT-LINE(43:12)
            ELSE
                ADD 1 TO WS-CONT-REJEITADOS
                MOVE 'REJECTED -' TO REPORT-LINE(43:10)
                MOVE WS-MOTIVO    TO REPORT-LINE(54:27)
            END-IF

            WRITE REPORT-LINE.

       P-APLICA-LINHA-FIM.

      *****************************************************************
      *  P-INCLUI ADMITS A STUDENT. AN ID ALREADY ON FILE IS ONLY     *
      *  ACCEPTED AS A RE-ADMISSION - SAME NAME, CURRENTLY INACTIVE;  *
      *  UNDER ANY OTHER NAME IT IS SOMEONE ELSE'S ID.                *
      *****************************************************************
       P-INCLUI.

            IF AF-NOME-COMPLETO IS EQUAL SPACES
                MOVE 'STUDENT NAME MISSING' TO WS-MOTIVO
                GO TO P-INCLUI-FIM
            END-IF.

            MOVE AF-ID-ALUNO TO STU-ID-ALUNO.

            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    MOVE SPACES           TO STUDENT-RECORD
                    MOVE AF-ID-ALUNO      TO STU-ID-ALUNO
                    MOVE AF-NOME-COMPLETO TO STU-NOME-COMPLETO
                    MOVE 'A'              TO STU-SITUACAO
                    MOVE AF-PROGRAMA      TO STU-PROGRAMA
                    MOVE 'N'              TO STU-RETENCAO
                    MOVE 0                TO STU-DATA-RETENCAO
                    WRITE STUDENT-RECORD
                        INVALID KEY
                            MOVE 'COULD NOT WRITE MASTER'
                                TO WS-MOTIVO
                        NOT INVALID KEY
                            ADD 1 TO WS-CONT-INCLUIDOS
                            MOVE 'ADDED' TO WS-DISPOSICAO
                    END-WRITE
                    GO TO P-INCLUI-FIM
            END-READ.

            IF STU-NOME-COMPLETO IS NOT EQUAL AF-NOME-COMPLETO
                MOVE 'ID CLASH - OTHER STUDENT' TO WS-MOTIVO
                GO TO P-INCLUI-FIM
            END-IF.

            IF STU-SITUACAO IS EQUAL 'A'
                MOVE 'ALREADY ACTIVE ON MASTER' TO WS-MOTIVO
                GO TO P-INCLUI-FIM
            END-IF.

            MOVE 'A' TO STU-SITUACAO.
            IF AF-PROGRAMA IS NOT EQUAL SPACES
                MOVE AF-PROGRAMA TO STU-PROGRAMA
            END-IF.

            REWRITE STUDENT-RECORD
                INVALID KEY
                    MOVE 'COULD NOT REWRITE MASTER' TO WS-MOTIVO
                NOT INVALID KEY
                    ADD 1 TO WS-CONT-ALTERADOS
                    MOVE 'CHANGED' TO WS-DISPOSICAO
            END-REWRITE.

       P-INCLUI-FIM.

      *****************************************************************
      *  P-ALTERA APPLIES A NAME CHANGE. THE PRIOR NAME ON THE ROW    *
      *  MUST BE THE NAME ON THE MASTER, OR THE ID IS NOT THE         *
      *  STUDENT ADMISSIONS THINKS IT IS.                             *
      *****************************************************************
       P-ALTERA.

            IF AF-NOME-COMPLETO IS EQUAL SPACES
                MOVE 'NEW NAME MISSING' TO WS-MOTIVO
                GO TO P-ALTERA-FIM
            END-IF.

            IF AF-NOME-ANTERIOR IS EQUAL SPACES
                MOVE 'PRIOR NAME MISSING' TO WS-MOTIVO
                GO TO P-ALTERA-FIM
            END-IF.

            MOVE AF-ID-ALUNO TO STU-ID-ALUNO.

            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    MOVE 'STUDENT ID NOT ON MASTER' TO WS-MOTIVO
                    GO TO P-ALTERA-FIM
            END-READ.

            IF STU-NOME-COMPLETO IS NOT EQUAL AF-NOME-ANTERIOR
                MOVE 'ID CLASH - OTHER STUDENT' TO WS-MOTIVO
                GO TO P-ALTERA-FIM
            END-IF.

            IF STU-NOME-COMPLETO IS EQUAL AF-NOME-COMPLETO
                    AND (AF-PROGRAMA IS EQUAL SPACES
                      OR AF-PROGRAMA IS EQUAL STU-PROGRAMA)
                MOVE 'NOTHING TO CHANGE' TO WS-MOTIVO
                GO TO P-ALTERA-FIM
            END-IF.

            MOVE AF-NOME-COMPLETO TO STU-NOME-COMPLETO.
            IF AF-PROGRAMA IS NOT EQUAL SPACES
                MOVE AF-PROGRAMA TO STU-PROGRAMA
            END-IF.

            REWRITE STUDENT-RECORD
                INVALID KEY
                    MOVE 'COULD NOT REWRITE MASTER' TO WS-MOTIVO
                NOT INVALID KEY
                    ADD 1 TO WS-CONT-ALTERADOS
                    MOVE 'CHANGED' TO WS-DISPOSICAO
            END-REWRITE.

       P-ALTERA-FIM.

      *****************************************************************
      *  P-INATIVA MARKS A LEAVER OR GRADUATE INACTIVE. THE RECORD    *
      *  STAYS ON THE MASTER - POSTED GRADES ARE KEYED BY THE ID.     *
      *  A NAME ON THE ROW, WHEN GIVEN, MUST MATCH THE MASTER.        *
      *****************************************************************
       P-INATIVA.

            MOVE AF-ID-ALUNO TO STU-ID-ALUNO.

            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    MOVE 'STUDENT ID NOT ON MASTER' TO WS-MOTIVO
                    GO TO P-INATIVA-FIM
            END-READ.

            IF AF-NOME-COMPLETO IS NOT EQUAL SPACES
                    AND AF-NOME-COMPLETO IS NOT EQUAL
                        STU-NOME-COMPLETO
                MOVE 'ID CLASH - OTHER STUDENT' TO WS-MOTIVO
                GO TO P-INATIVA-FIM
            END-IF.

            IF STU-SITUACAO IS EQUAL 'I'
                MOVE 'ALREADY INACTIVE' TO WS-MOTIVO
                GO TO P-INATIVA-FIM
            END-IF.

            MOVE 'I' TO STU-SITUACAO.

            REWRITE STUDENT-RECORD
                INVALID KEY
                    MOVE 'COULD NOT REWRITE MASTER' TO WS-MOTIVO
                NOT INVALID KEY
                    ADD 1 TO WS-CONT-INATIVADOS
                    MOVE 'INACTIVATED' TO WS-DISPOSICAO
            END-REWRITE.

       P-INATIVA-FIM.

       P-CABECALHO.

            MOVE SPACES TO REPORT-LINE
            STRING 'ADMISSIONS FEED SYNC - EXTRACT DATED '
                                          DELIMITED BY SIZE
                   WS-DATA-FEED           DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            MOVE 'ID'          TO REPORT-LINE(1:2)
            MOVE 'A'           TO REPORT-LINE(10:1)
            MOVE 'FULL NAME'   TO REPORT-LINE(12:9)
            MOVE 'DISPOSITION' TO REPORT-LINE(43:11)
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING '--------------------------------------------'
                DELIMITED BY SIZE
                   '------------------------------------'
                DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE.

       P-CABECALHO-FIM.

       P-RODAPE.

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-QTD-TRAILER TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'TRAILER COUNT       : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-LIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'FEED ROWS READ      : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-INCLUIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'ADDED               : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-ALTERADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'CHANGED             : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-INATIVADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'INACTIVATED         : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-REJEITADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'REJECTED            : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            IF WS-CONT-LIDOS IS EQUAL WS-QTD-TRAILER
                    AND WS-CONT-LIDOS IS EQUAL
                        WS-CONT-INCLUIDOS + WS-CONT-ALTERADOS
                        + WS-CONT-INATIVADOS + WS-CONT-REJEITADOS
                MOVE 'SYNC STATUS: IN BALANCE WITH THE TRAILER'
                    TO REPORT-LINE
            ELSE
                MOVE 'SYNC STATUS: *** OUT OF BALANCE ***'
                    TO REPORT-LINE
                MOVE 4 TO WS-RETORNO
            END-IF
            WRITE REPORT-LINE.

       P-RODAPE-FIM.
       END PROGRAM STUSYNC.
