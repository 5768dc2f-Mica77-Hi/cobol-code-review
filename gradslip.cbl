      *     (SG-ESCALA-MAX), THE LETTER GRADE AND THE RESULT, WITH    *
      *     A TERM GPA LINE ON THE 0-10 SCALE OVER GRADED SUBJECTS.   *
      *     RUN IT BEFORE TERMCLOS ROLLS THE TERM TO HISTORY.         *
      *     A STUDENT ON RECORDS HOLD (STUDMAST.DAT) GETS NO SLIP;    *
      *     THE CONTROL PAGE AT THE END OF THE FILE (NOT FOR MAILING) *
      *     BALANCES STUDENTS AGAINST SLIPS PRINTED AND WITHHELD.     *
      *     WHERE THE SUBJECT WEIGHTS ITS ASSESSMENTS (POLICY.DAT) OR *
      *     A GRADE WAS DROPPED BY ITS DROP-LOWEST RULE (STATUS D), A *
      *     SECOND LINE GIVES THE WEIGHTS AND THE DROPPED GRADES SO   *
      *     THE STUDENT CAN REPRODUCE THE AVERAGE.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADSLIP.
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-STUDENT-GRADES.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID-ALUNO
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT POLICY-FILE
               ASSIGN TO "POLICY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-NOME-MATERIA
               FILE STATUS IS WS-FS-POLICY.

           SELECT SLIP-FILE
               ASSIGN TO "GRADE-SLIPS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUREC.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  SLIP-FILE.
       01  SLIP-LINE                  PIC X(100).


       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-BOLETIM        PIC XX.
       77 WS-FS-CADASTRO       PIC XX.
       77 WS-PARM              PIC X(40).
       77 WS-TERMO-PEDIDO      PIC X(06).
       77 WS-FIM-VARREDURA     PIC X(01) VALUE 'N'.
       77 WS-ID-ATUAL          PIC X(08) VALUE SPACES.
       77 WS-NOME-ATUAL        PIC X(15) VALUE SPACES.
       77 WS-CONT-ALUNOS       PIC 9(05) VALUE 0.
       77 WS-CONT-ESTUDANTES   PIC 9(05) VALUE 0.
       77 WS-CONT-RETIDOS      PIC 9(05) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-CONT-REGISTROS    PIC 9(05) VALUE 0.
       77 WS-MEDIA-NORMAL      PIC 9(02)V99.
       77 WS-SOMA-NORMAL       PIC 9(05)V99.
       77 WS-NOTAS-TXT         PIC X(45).
       77 WS-NOTA-TXT-ITEM     PIC ZZ9.99.
       77 WS-PONTEIRO          PIC 9(03).
       77 WS-FS-POLICY         PIC XX.
       77 WS-POLITICA-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WS-PONDERADA         PIC X(01).
       77 WS-SOMA-PESOS        PIC 9(04).
       77 WS-K                 PIC 9(01).
       77 WS-QTD-DESCARTADAS   PIC 9(01).
       77 WS-ED-PESO           PIC ZZ9.
       77 WS-REGRA-TXT         PIC X(80).

       01 WS-BOLETIM.
          02 WS-BL-QTD         PIC 9(02) VALUE 0.
             03 WS-BL-RESULTADO    PIC X(10).
             03 WS-BL-LETRA-GRADE  PIC X(01).
             03 WS-BL-NOTAS-TXT    PIC X(45).
             03 WS-BL-REGRA-TXT    PIC X(80).

       PROCEDURE DIVISION.
       P-START.
                GO TO P-START-END
            END-IF.

      *     WITHOUT THE STUDENT MASTER THE RECORDS HOLDS CANNOT BE
      *     HONORED, SO NO SLIPS ARE PRINTED AT ALL
            OPEN INPUT STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STUDENT MASTER   *'
                DISPLAY '*  RECORDS HOLDS CANNOT BE CHECKED -   *'
                DISPLAY '*  NO GRADE SLIPS WERE PRODUCED        *'
                DISPLAY '***************************************'
                CLOSE STUDENT-GRADES-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

      *     THE POLICY FILE ONLY SUPPLIES THE WEIGHTS LINE - WITHOUT
      *     IT THE SLIPS STILL PRINT, SHOWING DROPPED GRADES ONLY
            OPEN INPUT POLICY-FILE.
            IF WS-FS-POLICY IS EQUAL '00'
                MOVE 'Y' TO WS-POLITICA-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-POLITICA-DISPONIVEL
            END-IF.

            OPEN OUTPUT SLIP-FILE.

            IF WS-FS-BOLETIM IS NOT EQUAL '00'
                DISPLAY '*  COULD NOT OPEN GRADE-SLIPS.TXT      *'
                DISPLAY '***************************************'
                CLOSE STUDENT-GRADES-FILE
                      STUDENT-MASTER-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-VARREDURA THRU P-VARREDURA-FIM.

            IF WS-CONT-REGISTROS IS GREATER THAN 0
                PERFORM P-RODAPE THRU P-RODAPE-FIM
            END-IF.

            CLOSE STUDENT-GRADES-FILE
                  STUDENT-MASTER-FILE
                  SLIP-FILE.

            IF WS-POLITICA-DISPONIVEL IS EQUAL 'Y'
                CLOSE POLICY-FILE
            END-IF.

            IF WS-CONT-REGISTROS IS EQUAL 0
                DISPLAY '***************************************'
                DISPLAY '*  NO GRADES ON THE ACTIVE MASTER FOR  *'
            END-IF.

            DISPLAY 'TERM                 : ' WS-TERMO-PEDIDO
            DISPLAY 'STUDENTS WITH GRADES : ' WS-CONT-ESTUDANTES
            DISPLAY 'GRADE SLIPS PRINTED  : ' WS-CONT-ALUNOS
            DISPLAY 'WITHHELD (HOLD)      : ' WS-CONT-RETIDOS
            DISPLAY 'SUBJECT ROWS COVERED : ' WS-CONT-REGISTROS
            DISPLAY 'GRADE SLIPS WRITTEN TO GRADE-SLIPS.TXT'.

            END-IF.

            PERFORM P-MONTA-NOTAS-TXT THRU P-MONTA-NOTAS-TXT-FIM.
            PERFORM P-MONTA-REGRA-TXT THRU P-MONTA-REGRA-TXT-FIM.

            ADD 1 TO WS-BL-QTD.
            MOVE SG-NOME-MATERIA TO WS-BL-NOME-MATERIA(WS-BL-QTD).
            MOVE SG-RESULTADO    TO WS-BL-RESULTADO(WS-BL-QTD).
            MOVE SG-LETRA-GRADE  TO WS-BL-LETRA-GRADE(WS-BL-QTD).
            MOVE WS-NOTAS-TXT    TO WS-BL-NOTAS-TXT(WS-BL-QTD).
            MOVE WS-REGRA-TXT    TO WS-BL-REGRA-TXT(WS-BL-QTD).

       P-GUARDA-MATERIA-FIM.

      *****************************************************************
      *  P-MONTA-REGRA-TXT BUILDS THE SUBJECT'S WEIGHTS / DROPPED     *
      *  LINE. THE WEIGHTS ARE THE POLICY'S, TAKEN UNDER THE SAME     *
      *  RULES STDGRAV APPLIES (ONE PER ASSESSMENT, TOTAL 100, SAME   *
      *  ASSESSMENT COUNT AS THE RECORD); THE DROPPED GRADES ARE THE  *
      *  ONES STDGRAV MARKED D ON THE RECORD. SPACES WHEN NEITHER.    *
      *****************************************************************
       P-MONTA-REGRA-TXT.

            MOVE SPACES TO WS-REGRA-TXT.
            MOVE 1 TO WS-PONTEIRO.
            MOVE 'N' TO WS-PONDERADA.

            IF WS-POLITICA-DISPONIVEL IS EQUAL 'Y'
                MOVE SG-NOME-MATERIA TO POL-NOME-MATERIA
                READ POLICY-FILE
                    KEY IS POL-NOME-MATERIA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF POL-QTD-NOTAS IS EQUAL SG-QTD-NOTAS
                            MOVE 'Y' TO WS-PONDERADA
                            MOVE 0 TO WS-SOMA-PESOS
                            PERFORM VARYING WS-K FROM 1 BY 1
                                    UNTIL WS-K > SG-QTD-NOTAS
                                IF POL-PESO(WS-K) IS NUMERIC
                                     AND POL-PESO(WS-K)
                                         IS GREATER THAN 0
                                    ADD POL-PESO(WS-K) TO WS-SOMA-PESOS
                                ELSE
                                    MOVE 'N' TO WS-PONDERADA
                                END-IF
                            END-PERFORM
                            IF WS-SOMA-PESOS IS NOT EQUAL 100
                                MOVE 'N' TO WS-PONDERADA
                            END-IF
                        END-IF
                END-READ
            END-IF.

            IF WS-PONDERADA IS EQUAL 'Y'
                STRING 'WEIGHTS (%): ' DELIMITED BY SIZE
                    INTO WS-REGRA-TXT
                    WITH POINTER WS-PONTEIRO
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > SG-QTD-NOTAS
                    IF WS-K IS GREATER THAN 1
                        STRING ',' DELIMITED BY SIZE
                            INTO WS-REGRA-TXT
                            WITH POINTER WS-PONTEIRO
                    END-IF
                    MOVE POL-PESO(WS-K) TO WS-ED-PESO
                    STRING FUNCTION TRIM(WS-ED-PESO) DELIMITED BY SIZE
                        INTO WS-REGRA-TXT
                        WITH POINTER WS-PONTEIRO
                END-PERFORM
                STRING '  ' DELIMITED BY SIZE
                    INTO WS-REGRA-TXT
                    WITH POINTER WS-PONTEIRO
            END-IF.

            MOVE 0 TO WS-QTD-DESCARTADAS.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > SG-QTD-NOTAS
                IF SG-NOTA-STATUS(WS-K) IS EQUAL 'D'
                    IF WS-QTD-DESCARTADAS IS EQUAL 0
                        STRING 'DROPPED: ' DELIMITED BY SIZE
                            INTO WS-REGRA-TXT
                            WITH POINTER WS-PONTEIRO
                    ELSE
                        STRING ', ' DELIMITED BY SIZE
                            INTO WS-REGRA-TXT
                            WITH POINTER WS-PONTEIRO
                    END-IF
                    MOVE SG-NOTA(WS-K) TO WS-NOTA-TXT-ITEM
                    STRING WS-K                     DELIMITED BY SIZE
                           ' ('                     DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NOTA-TXT-ITEM)
                                                    DELIMITED BY SIZE
                           ')'                      DELIMITED BY SIZE
                        INTO WS-REGRA-TXT
                        WITH POINTER WS-PONTEIRO
                    ADD 1 TO WS-QTD-DESCARTADAS
                END-IF
            END-PERFORM.

       P-MONTA-REGRA-TXT-FIM.

       P-MONTA-NOTAS-TXT.

            MOVE SPACES TO WS-NOTAS-TXT.
      *****************************************************************
       P-IMPRIME-BOLETIM.

            ADD 1 TO WS-CONT-ESTUDANTES.

            MOVE WS-ID-ATUAL TO STU-ID-ALUNO.
            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    MOVE 'N' TO STU-RETENCAO
            END-READ.

            IF STU-RETENCAO IS EQUAL 'Y'
                ADD 1 TO WS-CONT-RETIDOS
                GO TO P-IMPRIME-BOLETIM-FIM
            END-IF.

            ADD 1 TO WS-CONT-ALUNOS.

            MOVE SPACES TO SLIP-LINE
                       ')'                      DELIMITED BY SIZE
                    INTO SLIP-LINE
                WRITE SLIP-LINE
                IF WS-BL-REGRA-TXT(WS-J) IS NOT EQUAL SPACES
                    MOVE SPACES TO SLIP-LINE
                    STRING '              '     DELIMITED BY SIZE
                           WS-BL-REGRA-TXT(WS-J) DELIMITED BY SIZE
                        INTO SLIP-LINE
                    WRITE SLIP-LINE
                END-IF
                IF WS-BL-RESULTADO(WS-J) IS EQUAL 'APPROVED'
                        OR WS-BL-RESULTADO(WS-J) IS EQUAL 'REPROVED'
                    ADD 1 TO WS-CONT-GRADUADAS
            WRITE SLIP-LINE.

       P-IMPRIME-BOLETIM-FIM.

      *****************************************************************
      *  P-RODAPE CLOSES THE FILE WITH THE RUN CONTROL PAGE - IT IS   *
      *  PULLED BEFORE THE SLIPS GO TO THE MAILROOM.                  *
      *****************************************************************
       P-RODAPE.

            MOVE SPACES TO SLIP-LINE
            STRING '==============================================='
                DELIMITED BY SIZE
                   '================='    DELIMITED BY SIZE
                INTO SLIP-LINE
            WRITE SLIP-LINE

            MOVE SPACES TO SLIP-LINE
            STRING 'GRADE SLIP RUN CONTROL - TERM '
                                          DELIMITED BY SIZE
                   WS-TERMO-PEDIDO        DELIMITED BY SIZE
                   ' - NOT FOR MAILING'   DELIMITED BY SIZE
                INTO SLIP-LINE
            WRITE SLIP-LINE

            MOVE SPACES TO SLIP-LINE
            WRITE SLIP-LINE

            MOVE WS-CONT-ESTUDANTES TO WS-ED-CONTAGEM
            MOVE SPACES TO SLIP-LINE
            STRING 'STUDENTS WITH GRADES         : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                    DELIMITED BY SIZE
                INTO SLIP-LINE
            WRITE SLIP-LINE

            MOVE WS-CONT-ALUNOS TO WS-ED-CONTAGEM
            MOVE SPACES TO SLIP-LINE
            STRING 'GRADE SLIPS PRINTED          : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                    DELIMITED BY SIZE
                INTO SLIP-LINE
            WRITE SLIP-LINE

            MOVE WS-CONT-RETIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO SLIP-LINE
            STRING 'SLIPS WITHHELD (RECORDS HOLD): ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                    DELIMITED BY SIZE
                INTO SLIP-LINE
            WRITE SLIP-LINE

            MOVE WS-CONT-REGISTROS TO WS-ED-CONTAGEM
            MOVE SPACES TO SLIP-LINE
            STRING 'SUBJECT ROWS READ            : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM                    DELIMITED BY SIZE
                INTO SLIP-LINE
            WRITE SLIP-LINE

            MOVE SPACES TO SLIP-LINE
            IF WS-CONT-ESTUDANTES IS EQUAL
                    WS-CONT-ALUNOS + WS-CONT-RETIDOS
                MOVE 'RUN STATUS: IN BALANCE' TO SLIP-LINE
            ELSE
                MOVE 'RUN STATUS: *** OUT OF BALANCE ***' TO SLIP-LINE
            END-IF
            WRITE SLIP-LINE.

       P-RODAPE-FIM.
       END PROGRAM GRADSLIP.
