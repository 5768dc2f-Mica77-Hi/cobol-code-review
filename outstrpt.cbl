      *****************************************************************
      *     OUTSTRPT.CBL - OUTSTANDING-GRADES REPORT FOR ONE TERM     *
      *     SWEEPS THE REGISTER.DAT COURSE REGISTRATIONS FOR THE      *
      *     TERM GIVEN ON THE COMMAND LINE AND LISTS EVERY            *
      *     REGISTERED STUDENT WHO HAS NO GRADE RECORD FOR THAT       *
      *     SUBJECT AND TERM - NEITHER ON THE ACTIVE GRADE MASTER     *
      *     (STDNTGRD.DAT) NOR ON THE GRADHIST.DAT HISTORY FILE -     *
      *     GROUPED BY INSTRUCTOR OF RECORD AND SECTION, SO THE       *
      *     REGISTRAR CAN CHASE THE MISSING ROSTERS BEFORE TERMCLOS   *
      *     CLOSES THE TERM. WRITES OUTSTANDING-GRADES.TXT. THE LIST  *
      *     GOES TO INSTRUCTORS, SO A STUDENT UNDER A RECORDS HOLD    *
      *     (STU-RETENCAO) IS LISTED BY ID WITH THE NAME MASKED.      *
      *     RETURN CODE 4 WHEN ANY GRADE IS OUTSTANDING.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTSTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-FILE
               ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.

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

           SELECT OUTSTANDING-WORK-FILE
               ASSIGN TO "OUTSTANDING-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.

           SELECT OUTSTANDING-FILE
               ASSIGN TO "OUTSTANDING-GRADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRATION-FILE.
       COPY REGREC.

       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  STUDENT-MASTER-FILE.
       COPY STUREC.

      *****************************************************************
      *  ONE WORK RECORD PER OUTSTANDING REGISTRATION, RE-READ ONCE   *
      *  PER SECTION WHEN THE REPORT IS PRINTED, SO A TERM OF ANY     *
      *  SIZE REPORTS COMPLETELY.                                     *
      *****************************************************************
       FD  OUTSTANDING-WORK-FILE.
       01  OUTSTANDING-WORK-RECORD.
           02 OW-INSTRUTOR         PIC X(08).
           02 OW-NOME-MATERIA      PIC X(10).
           02 OW-SECAO             PIC X(03).
           02 OW-ID-ALUNO          PIC X(08).
           02 OW-NOME-ALUNO        PIC X(30).

       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-REGISTRO       PIC XX.
       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY        PIC XX.
       77 WS-FS-CADASTRO       PIC XX.
       77 WS-FS-WORK           PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-ATIVO-OK          PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-OK      PIC X(01) VALUE 'N'.
       77 WS-CADASTRO-OK       PIC X(01) VALUE 'N'.
       77 WS-PARM              PIC X(40).
       77 WS-TERMO-PEDIDO      PIC X(06).
       77 WS-FIM-VARREDURA     PIC X(01) VALUE 'N'.
       77 WS-FIM-WORK          PIC X(01).
       77 WS-TEM-NOTA          PIC X(01).
       77 WS-CONT-REGISTROS    PIC 9(05) VALUE 0.
       77 WS-CONT-COM-NOTA     PIC 9(05) VALUE 0.
       77 WS-CONT-PENDENTES    PIC 9(05) VALUE 0.
       77 WS-CONT-MASCARADOS   PIC 9(05) VALUE 0.
       77 WS-SEC-TRANSBORDO    PIC 9(05) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-J                 PIC 9(03).
       77 WS-K                 PIC 9(03).
       77 WS-S                 PIC 9(03).
       77 WS-TROCOU            PIC X(01).

       01 WS-SECOES.
          02 WS-SEC-QTD        PIC 9(03) VALUE 0.
          02 WS-SEC-ITEM OCCURS 500 TIMES.
             03 WS-SEC-INSTRUTOR   PIC X(08).
             03 WS-SEC-MATERIA     PIC X(10).
             03 WS-SEC-CODIGO      PIC X(03).
             03 WS-SEC-PENDENTES   PIC 9(05).

       01 WS-SEC-TROCA.
          02 WS-ST-INSTRUTOR   PIC X(08).
          02 WS-ST-MATERIA     PIC X(10).
          02 WS-ST-CODIGO      PIC X(03).
          02 WS-ST-PENDENTES   PIC 9(05).

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.
            MOVE WS-PARM(1:6) TO WS-TERMO-PEDIDO.

            IF WS-TERMO-PEDIDO IS EQUAL SPACES
                DISPLAY '***************************************'
                DISPLAY '*  NO TERM GIVEN ON THE COMMAND LINE   *'
                DISPLAY '*  USAGE: OUTSTRPT <TERM>  EX. 2026-1  *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-RETORNO IS NOT EQUAL 0
                GO TO P-START-END
            END-IF.

            PERFORM P-VARREDURA THRU P-VARREDURA-FIM.

            CLOSE REGISTRATION-FILE
                  OUTSTANDING-WORK-FILE.
            IF WS-ATIVO-OK IS EQUAL 'Y'
                CLOSE STUDENT-GRADES-FILE
            END-IF.
            IF WS-HISTORICO-OK IS EQUAL 'Y'
                CLOSE HISTORY-FILE
            END-IF.
            IF WS-CADASTRO-OK IS EQUAL 'Y'
                CLOSE STUDENT-MASTER-FILE
            END-IF.

            IF WS-CONT-REGISTROS IS EQUAL 0
                DISPLAY '***************************************'
                DISPLAY '*  NO REGISTRATIONS ON FILE FOR THAT   *'
                DISPLAY '*  TERM - RUN REGLOAD FIRST            *'
                DISPLAY '***************************************'
                MOVE 4 TO WS-RETORNO
            END-IF.

            PERFORM P-ORDENA  THRU P-ORDENA-FIM.

            PERFORM P-IMPRIME THRU P-IMPRIME-FIM.

            IF WS-RETORNO IS EQUAL 0
                    AND WS-CONT-PENDENTES IS GREATER THAN 0
                MOVE 4 TO WS-RETORNO
            END-IF.

            DISPLAY '******* OUTSTANDING GRADES SUMMARY ******'
            DISPLAY 'TERM                 : ' WS-TERMO-PEDIDO
            DISPLAY 'REGISTRATIONS        : ' WS-CONT-REGISTROS
            DISPLAY 'GRADED               : ' WS-CONT-COM-NOTA
            DISPLAY 'OUTSTANDING          : ' WS-CONT-PENDENTES
            DISPLAY 'REPORT WRITTEN TO OUTSTANDING-GRADES.TXT'
            DISPLAY '******************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

       P-ABRE-ARQUIVOS.

            OPEN INPUT REGISTRATION-FILE.

            IF WS-FS-REGISTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE REGISTRATION     *'
                DISPLAY '*  FILE - RUN REGLOAD FOR THE TERM     *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

      *     A MISSING GRADE FILE SIMPLY MEANS NOTHING IS GRADED YET;
      *     ANY OTHER FAILURE WOULD MAKE EVERY STUDENT LOOK UNGRADED
            OPEN INPUT STUDENT-GRADES-FILE.

            IF WS-FS-STUDENT-GRADES IS EQUAL '00'
                MOVE 'Y' TO WS-ATIVO-OK
            ELSE
                IF WS-FS-STUDENT-GRADES IS NOT EQUAL '35'
                    DISPLAY '***************************************'
                    DISPLAY '*  COULD NOT OPEN STUDENT-GRADES-FILE  *'
                    DISPLAY '*  NO OUTSTANDING REPORT WAS PRODUCED  *'
                    DISPLAY '***************************************'
                    CLOSE REGISTRATION-FILE
                    MOVE 12 TO WS-RETORNO
                    GO TO P-ABRE-ARQUIVOS-FIM
                END-IF
            END-IF.

            OPEN INPUT HISTORY-FILE.

            IF WS-FS-HISTORY IS EQUAL '00'
                MOVE 'Y' TO WS-HISTORICO-OK
            ELSE
                IF WS-FS-HISTORY IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN THE HISTORY FILE - '
                        'GRADES ALREADY ROLLED TO HISTORY WILL SHOW '
                        'AS OUTSTANDING ***'
                END-IF
            END-IF.

            OPEN INPUT STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS EQUAL '00'
                MOVE 'Y' TO WS-CADASTRO-OK
            ELSE
                DISPLAY '*** COULD NOT OPEN THE STUDENT MASTER - '
                    'NAMES WILL BE MISSING FROM THE REPORT ***'
            END-IF.

            OPEN OUTPUT OUTSTANDING-WORK-FILE.

            IF WS-FS-WORK IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE OUTSTANDING WORK *'
                DISPLAY '*  FILE - NO REPORT WAS PRODUCED       *'
                DISPLAY '***************************************'
                CLOSE REGISTRATION-FILE
                IF WS-ATIVO-OK IS EQUAL 'Y'
                    CLOSE STUDENT-GRADES-FILE
                END-IF
                IF WS-HISTORICO-OK IS EQUAL 'Y'
                    CLOSE HISTORY-FILE
                END-IF
                IF WS-CADASTRO-OK IS EQUAL 'Y'
                    CLOSE STUDENT-MASTER-FILE
                END-IF
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

       P-VARREDURA.

            MOVE LOW-VALUES TO REG-CHAVE.

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
                        IF REG-TERMO IS EQUAL WS-TERMO-PEDIDO
                            ADD 1 TO WS-CONT-REGISTROS
                            PERFORM P-CONFERE THRU P-CONFERE-FIM
                        END-IF
                END-READ
            END-PERFORM.

       P-VARREDURA-FIM.

      *****************************************************************
      *  P-CONFERE LOOKS FOR THE REGISTRATION'S GRADE BY THE GRADE    *
      *  MASTER KEY (STUDENT, SUBJECT, TERM) ON THE ACTIVE FILE, THEN *
      *  ON HISTORY. NO RECORD ON EITHER MEANS THE GRADE IS           *
      *  OUTSTANDING.                                                 *
      *****************************************************************
       P-CONFERE.

            MOVE 'N' TO WS-TEM-NOTA.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                MOVE REG-ID-ALUNO     TO SG-ID-ALUNO
                MOVE REG-NOME-MATERIA TO SG-NOME-MATERIA
                MOVE REG-TERMO        TO SG-TERMO
                READ STUDENT-GRADES-FILE
                    KEY IS SG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-TEM-NOTA
                END-READ
            END-IF.

            IF WS-TEM-NOTA IS EQUAL 'N'
                    AND WS-HISTORICO-OK IS EQUAL 'Y'
                MOVE REG-ID-ALUNO     TO HG-ID-ALUNO
                MOVE REG-NOME-MATERIA TO HG-NOME-MATERIA
                MOVE REG-TERMO        TO HG-TERMO
                READ HISTORY-FILE
                    KEY IS HG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-TEM-NOTA
                END-READ
            END-IF.

            IF WS-TEM-NOTA IS EQUAL 'Y'
                ADD 1 TO WS-CONT-COM-NOTA
                GO TO P-CONFERE-FIM
            END-IF.

            ADD 1 TO WS-CONT-PENDENTES.

            MOVE SPACES TO OW-NOME-ALUNO.
            IF WS-CADASTRO-OK IS EQUAL 'Y'
                MOVE REG-ID-ALUNO TO STU-ID-ALUNO
                READ STUDENT-MASTER-FILE
                    KEY IS STU-ID-ALUNO
                    INVALID KEY
                        MOVE '(NOT ON STUDENT MASTER)' TO OW-NOME-ALUNO
                    NOT INVALID KEY
                        IF STU-RETENCAO IS EQUAL 'Y'
                            MOVE '*** HELD ***' TO OW-NOME-ALUNO
                            ADD 1 TO WS-CONT-MASCARADOS
                        ELSE
                            MOVE STU-NOME-COMPLETO TO OW-NOME-ALUNO
                        END-IF
                END-READ
            END-IF.

            MOVE REG-INSTRUTOR    TO OW-INSTRUTOR.
            MOVE REG-NOME-MATERIA TO OW-NOME-MATERIA.
            MOVE REG-SECAO        TO OW-SECAO.
            MOVE REG-ID-ALUNO     TO OW-ID-ALUNO.
            WRITE OUTSTANDING-WORK-RECORD.

            PERFORM P-ACUMULA THRU P-ACUMULA-FIM.

       P-CONFERE-FIM.

      *****************************************************************
      *  P-ACUMULA COUNTS THE OUTSTANDING ROW AGAINST ITS INSTRUCTOR/ *
      *  SUBJECT/SECTION, ADDING THE SECTION THE FIRST TIME IT IS     *
      *  SEEN. ROWS WHOSE SECTION DOES NOT FIT THE 500-ENTRY LIST ARE *
      *  COUNTED IN WS-SEC-TRANSBORDO AND PRINTED UNDER A CATCH-ALL   *
      *  HEADER, SO NO ROW EVER DROPS OFF THE REPORT.                 *
      *****************************************************************
       P-ACUMULA.

            PERFORM P-ACHA-SECAO THRU P-ACHA-SECAO-FIM.

            IF WS-S IS EQUAL 0
                IF WS-SEC-QTD IS NOT LESS THAN 500
                    ADD 1 TO WS-SEC-TRANSBORDO
                    GO TO P-ACUMULA-FIM
                END-IF
                ADD 1 TO WS-SEC-QTD
                MOVE WS-SEC-QTD TO WS-S
                MOVE OW-INSTRUTOR    TO WS-SEC-INSTRUTOR(WS-S)
                MOVE OW-NOME-MATERIA TO WS-SEC-MATERIA(WS-S)
                MOVE OW-SECAO        TO WS-SEC-CODIGO(WS-S)
                MOVE 0               TO WS-SEC-PENDENTES(WS-S)
            END-IF.

            ADD 1 TO WS-SEC-PENDENTES(WS-S).

       P-ACUMULA-FIM.

      *****************************************************************
      *  P-ACHA-SECAO SETS WS-S TO THE SECTION LIST ENTRY MATCHING    *
      *  THE WORK RECORD, OR ZERO WHEN THE SECTION IS NOT LISTED.     *
      *****************************************************************
       P-ACHA-SECAO.

            MOVE 0 TO WS-S.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-SEC-QTD
                        OR WS-S IS GREATER THAN 0
                IF WS-SEC-INSTRUTOR(WS-K) IS EQUAL OW-INSTRUTOR
                        AND WS-SEC-MATERIA(WS-K) IS EQUAL
                            OW-NOME-MATERIA
                        AND WS-SEC-CODIGO(WS-K) IS EQUAL OW-SECAO
                    MOVE WS-K TO WS-S
                END-IF
            END-PERFORM.

       P-ACHA-SECAO-FIM.

      *****************************************************************
      *  P-ORDENA BUBBLE-SORTS THE SECTION LIST INTO INSTRUCTOR,      *
      *  SUBJECT, SECTION ORDER SO EACH INSTRUCTOR'S SECTIONS PRINT   *
      *  TOGETHER.                                                    *
      *****************************************************************
       P-ORDENA.

            MOVE 'Y' TO WS-TROCOU.

            PERFORM UNTIL WS-TROCOU IS NOT EQUAL 'Y'
                MOVE 'N' TO WS-TROCOU
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J IS NOT LESS THAN WS-SEC-QTD
                    ADD 1 WS-J GIVING WS-K
                    IF WS-SEC-INSTRUTOR(WS-J) IS GREATER THAN
                            WS-SEC-INSTRUTOR(WS-K)
                        OR (WS-SEC-INSTRUTOR(WS-J) IS EQUAL
                                WS-SEC-INSTRUTOR(WS-K)
                            AND WS-SEC-MATERIA(WS-J) IS GREATER
                                THAN WS-SEC-MATERIA(WS-K))
                        OR (WS-SEC-INSTRUTOR(WS-J) IS EQUAL
                                WS-SEC-INSTRUTOR(WS-K)
                            AND WS-SEC-MATERIA(WS-J) IS EQUAL
                                WS-SEC-MATERIA(WS-K)
                            AND WS-SEC-CODIGO(WS-J) IS GREATER
                                THAN WS-SEC-CODIGO(WS-K))
                        MOVE WS-SEC-ITEM(WS-J) TO WS-SEC-TROCA
                        MOVE WS-SEC-ITEM(WS-K) TO WS-SEC-ITEM(WS-J)
                        MOVE WS-SEC-TROCA      TO WS-SEC-ITEM(WS-K)
                        MOVE 'Y' TO WS-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       P-ORDENA-FIM.

       P-IMPRIME.

            OPEN OUTPUT OUTSTANDING-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE OUTSTANDING      *'
                DISPLAY '*  GRADES REPORT - NOTHING PRINTED     *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-IMPRIME-FIM
            END-IF.

            MOVE SPACES TO OUTSTANDING-LINE
            STRING 'OUTSTANDING GRADES - TERM '
                                          DELIMITED BY SIZE
                   WS-TERMO-PEDIDO        DELIMITED BY SIZE
                INTO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE SPACES TO OUTSTANDING-LINE
            MOVE 'REGISTERED STUDENTS WITH NO GRADE RECORD FOR THE '
                TO OUTSTANDING-LINE(1:49)
            MOVE 'TERM' TO OUTSTANDING-LINE(50:4)
            WRITE OUTSTANDING-LINE

            PERFORM VARYING WS-S FROM 1 BY 1
                    UNTIL WS-S IS GREATER THAN WS-SEC-QTD
                PERFORM P-IMPRIME-SECAO THRU P-IMPRIME-SECAO-FIM
            END-PERFORM

            IF WS-SEC-TRANSBORDO IS GREATER THAN 0
                PERFORM P-IMPRIME-RESTO THRU P-IMPRIME-RESTO-FIM
            END-IF

            MOVE SPACES TO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE WS-CONT-REGISTROS TO WS-ED-CONTAGEM
            MOVE SPACES TO OUTSTANDING-LINE
            STRING 'REGISTRATIONS FOR THE TERM : '
                                                DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE WS-CONT-COM-NOTA TO WS-ED-CONTAGEM
            MOVE SPACES TO OUTSTANDING-LINE
            STRING 'GRADE ON FILE              : '
                                                DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE WS-CONT-PENDENTES TO WS-ED-CONTAGEM
            MOVE SPACES TO OUTSTANDING-LINE
            STRING 'GRADES OUTSTANDING         : '
                                                DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE WS-CONT-MASCARADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO OUTSTANDING-LINE
            STRING 'NAMES MASKED (RECORDS HOLD): '
                                                DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            CLOSE OUTSTANDING-FILE.

       P-IMPRIME-FIM.

       P-IMPRIME-SECAO.

            MOVE SPACES TO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE SPACES TO OUTSTANDING-LINE
            IF WS-SEC-INSTRUTOR(WS-S) IS EQUAL SPACES
                MOVE 'INSTRUCTOR: (NONE)' TO OUTSTANDING-LINE(1:18)
            ELSE
                MOVE 'INSTRUCTOR: ' TO OUTSTANDING-LINE(1:12)
                MOVE WS-SEC-INSTRUTOR(WS-S) TO OUTSTANDING-LINE(13:8)
            END-IF
            MOVE 'SUBJECT: ' TO OUTSTANDING-LINE(23:9)
            MOVE WS-SEC-MATERIA(WS-S) TO OUTSTANDING-LINE(32:10)
            IF WS-SEC-CODIGO(WS-S) IS EQUAL SPACES
                MOVE 'SECTION: (NONE)' TO OUTSTANDING-LINE(44:15)
            ELSE
                MOVE 'SECTION: ' TO OUTSTANDING-LINE(44:9)
                MOVE WS-SEC-CODIGO(WS-S) TO OUTSTANDING-LINE(53:3)
            END-IF
            MOVE 'MISSING' TO OUTSTANDING-LINE(61:7)
            MOVE WS-SEC-PENDENTES(WS-S) TO WS-ED-CONTAGEM
            MOVE WS-ED-CONTAGEM TO OUTSTANDING-LINE(69:5)
            WRITE OUTSTANDING-LINE

            OPEN INPUT OUTSTANDING-WORK-FILE.

            IF WS-FS-WORK IS NOT EQUAL '00'
                GO TO P-IMPRIME-SECAO-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-WORK.

            PERFORM UNTIL WS-FIM-WORK IS EQUAL 'Y'
                READ OUTSTANDING-WORK-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-WORK
                    NOT AT END
                        IF OW-INSTRUTOR IS EQUAL
                                WS-SEC-INSTRUTOR(WS-S)
                                AND OW-NOME-MATERIA IS EQUAL
                                    WS-SEC-MATERIA(WS-S)
                                AND OW-SECAO IS EQUAL
                                    WS-SEC-CODIGO(WS-S)
                            PERFORM P-IMPRIME-LINHA
                                THRU P-IMPRIME-LINHA-FIM
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE OUTSTANDING-WORK-FILE.

       P-IMPRIME-SECAO-FIM.

      *****************************************************************
      *  P-IMPRIME-RESTO PRINTS EVERY ROW WHOSE SECTION DID NOT FIT   *
      *  THE SECTION LIST, GROUPED UNDER ONE CATCH-ALL HEADER.        *
      *****************************************************************
       P-IMPRIME-RESTO.

            MOVE SPACES TO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            MOVE SPACES TO OUTSTANDING-LINE
            STRING 'SECTION: (OTHERS - SECTION LIST FULL)'
                DELIMITED BY SIZE
                INTO OUTSTANDING-LINE
            WRITE OUTSTANDING-LINE

            OPEN INPUT OUTSTANDING-WORK-FILE.

            IF WS-FS-WORK IS NOT EQUAL '00'
                GO TO P-IMPRIME-RESTO-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-WORK.

            PERFORM UNTIL WS-FIM-WORK IS EQUAL 'Y'
                READ OUTSTANDING-WORK-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-WORK
                    NOT AT END
                        PERFORM P-ACHA-SECAO THRU P-ACHA-SECAO-FIM
                        IF WS-S IS EQUAL 0
                            PERFORM P-IMPRIME-LINHA
                                THRU P-IMPRIME-LINHA-FIM
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE OUTSTANDING-WORK-FILE.

       P-IMPRIME-RESTO-FIM.

       P-IMPRIME-LINHA.

            MOVE SPACES TO OUTSTANDING-LINE
            MOVE OW-ID-ALUNO     TO OUTSTANDING-LINE(3:8)
            MOVE OW-NOME-ALUNO   TO OUTSTANDING-LINE(13:30)
            IF WS-S IS EQUAL 0
                MOVE OW-NOME-MATERIA TO OUTSTANDING-LINE(45:10)
                MOVE OW-SECAO        TO OUTSTANDING-LINE(56:3)
                MOVE OW-INSTRUTOR    TO OUTSTANDING-LINE(61:8)
            END-IF
            WRITE OUTSTANDING-LINE.

       P-IMPRIME-LINHA-FIM.
       END PROGRAM OUTSTRPT.
