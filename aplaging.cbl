      *****************************************************************
      *     APLAGING.CBL - AGING REPORT OF OPEN GRADE APPEALS         *
      *     SWEEPS APPEALS.DAT (APLMAINT) FOR APPEALS STILL FILED OR  *
      *     UNDER REVIEW AND LISTS EVERY ONE WHOSE RESPONSE DEADLINE  *
      *     (APL-PRAZO) HAS PASSED, WITH ITS DAYS OVERDUE AND THE     *
      *     REVIEWER HOLDING IT, SO THE REGISTRAR'S OFFICE CAN CLEAR  *
      *     THEM WITHIN ITS POLICY WINDOW. THE FOOTER AGES THE        *
      *     OVERDUE APPEALS INTO 1-7, 8-30 AND OVER 30 DAYS.          *
      *     THE AS-OF DATE (YYYYMMDD) MAY BE GIVEN ON THE COMMAND     *
      *     LINE; IT DEFAULTS TO TODAY. WRITES APPEALS-AGING.TXT.     *
      *     RETURN CODE 4 WHEN ANY OPEN APPEAL IS PAST ITS DEADLINE.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEALS-FILE
               ASSIGN TO "APPEALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WS-FS-APELACAO.

           SELECT AGING-FILE
               ASSIGN TO "APPEALS-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  APPEALS-FILE.
       COPY APLREC.

       FD  AGING-FILE.
       01  AGING-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-APELACAO       PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-PARM              PIC X(40).
       77 WS-DATA-BASE         PIC 9(08).
       77 WS-DIA-BASE          PIC 9(07).
       77 WS-DIA-PRAZO         PIC 9(07).
       77 WS-DIAS-ATRASO       PIC 9(05).
       77 WS-FIM-APELACOES     PIC X(01) VALUE 'N'.
       77 WS-CONT-LIDAS        PIC 9(05) VALUE 0.
       77 WS-CONT-ABERTAS      PIC 9(05) VALUE 0.
       77 WS-CONT-NO-PRAZO     PIC 9(05) VALUE 0.
       77 WS-CONT-VENCIDAS     PIC 9(05) VALUE 0.
       77 WS-CONT-SEM-REVISOR  PIC 9(05) VALUE 0.
       77 WS-CONT-ATE-7        PIC 9(05) VALUE 0.
       77 WS-CONT-ATE-30       PIC 9(05) VALUE 0.
       77 WS-CONT-MAIS-30      PIC 9(05) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-ED-DIAS           PIC ZZZZ9.
       77 WS-RETORNO           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.

            IF WS-PARM(1:8) IS EQUAL SPACES
                ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
            ELSE
                IF WS-PARM(1:8) IS NOT NUMERIC
                    DISPLAY '***************************************'
                    DISPLAY '*  THE AS-OF DATE MUST BE YYYYMMDD     *'
                    DISPLAY '*  USAGE: APLAGING [YYYYMMDD]          *'
                    DISPLAY '***************************************'
                    MOVE 12 TO WS-RETORNO
                    GO TO P-START-END
                END-IF
                MOVE WS-PARM(1:8) TO WS-DATA-BASE
            END-IF.

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE)
                    IS NOT EQUAL 0
                DISPLAY '***************************************'
                DISPLAY '*  THE AS-OF DATE IS NOT A VALID DATE  *'
                DISPLAY '*  USAGE: APLAGING [YYYYMMDD]          *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            COMPUTE WS-DIA-BASE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-BASE).

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-RETORNO IS NOT EQUAL 0
                GO TO P-START-END
            END-IF.

            PERFORM P-CABECALHO THRU P-CABECALHO-FIM.

            PERFORM P-VARREDURA THRU P-VARREDURA-FIM.

            PERFORM P-RODAPE THRU P-RODAPE-FIM.

            CLOSE APPEALS-FILE
                  AGING-FILE.

            IF WS-CONT-VENCIDAS IS GREATER THAN 0
                MOVE 4 TO WS-RETORNO
            END-IF.

            DISPLAY '******** APPEALS AGING SUMMARY *********'
            DISPLAY 'AS OF                : ' WS-DATA-BASE
            DISPLAY 'APPEALS ON FILE      : ' WS-CONT-LIDAS
            DISPLAY 'OPEN APPEALS         : ' WS-CONT-ABERTAS
            DISPLAY 'WITHIN DEADLINE      : ' WS-CONT-NO-PRAZO
            DISPLAY 'PAST DEADLINE        : ' WS-CONT-VENCIDAS
            DISPLAY 'REPORT WRITTEN TO APPEALS-AGING.TXT'
            DISPLAY '****************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

       P-ABRE-ARQUIVOS.

            OPEN INPUT APPEALS-FILE.

            IF WS-FS-APELACAO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE APPEALS FILE     *'
                DISPLAY '*  NO AGING REPORT WAS PRODUCED        *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN OUTPUT AGING-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN APPEALS-AGING.TXT    *'
                DISPLAY '***************************************'
                CLOSE APPEALS-FILE
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

       P-CABECALHO.

            MOVE SPACES TO AGING-LINE
            STRING 'OPEN GRADE APPEALS PAST THEIR RESPONSE DEADLINE'
                                                 DELIMITED BY SIZE
                   ' - AS OF '                   DELIMITED BY SIZE
                   WS-DATA-BASE                  DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE SPACES TO AGING-LINE
            WRITE AGING-LINE

            MOVE SPACES TO AGING-LINE
            MOVE 'NO.'      TO AGING-LINE(1:3)
            MOVE 'ID'       TO AGING-LINE(7:2)
            MOVE 'SUBJECT'  TO AGING-LINE(16:7)
            MOVE 'TERM'     TO AGING-LINE(27:4)
            MOVE 'STATUS'   TO AGING-LINE(34:6)
            MOVE 'REVIEWER' TO AGING-LINE(41:8)
            MOVE 'FILED'    TO AGING-LINE(52:5)
            MOVE 'DUE'      TO AGING-LINE(61:3)
            MOVE 'OVERDUE'  TO AGING-LINE(70:7)
            WRITE AGING-LINE

            MOVE SPACES TO AGING-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '------------------------------------' DELIMITED
                   BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE.

       P-CABECALHO-FIM.

       P-VARREDURA.

            MOVE 0 TO APL-NUMERO.

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
                        ADD 1 TO WS-CONT-LIDAS
                        IF APL-STATUS IS EQUAL 'F'
                                OR APL-STATUS IS EQUAL 'R'
                            ADD 1 TO WS-CONT-ABERTAS
                            PERFORM P-AVALIA THRU P-AVALIA-FIM
                        END-IF
                END-READ
            END-PERFORM.

       P-VARREDURA-FIM.

      *****************************************************************
      *  P-AVALIA AGES ONE OPEN APPEAL. AN APPEAL IS OVERDUE FROM     *
      *  THE DAY AFTER ITS DEADLINE; ONE WITH A DAMAGED DEADLINE IS   *
      *  TREATED AS OVERDUE FROM ITS FILING DATE SO IT IS NOT LOST.   *
      *****************************************************************
       P-AVALIA.

            IF APL-PRAZO IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD(APL-PRAZO)
                        IS EQUAL 0
                COMPUTE WS-DIA-PRAZO =
                    FUNCTION INTEGER-OF-DATE(APL-PRAZO)
            ELSE
                COMPUTE WS-DIA-PRAZO =
                    FUNCTION INTEGER-OF-DATE(APL-DATA-ABERTURA)
            END-IF.

            IF WS-DIA-PRAZO IS NOT LESS THAN WS-DIA-BASE
                ADD 1 TO WS-CONT-NO-PRAZO
                GO TO P-AVALIA-FIM
            END-IF.

            ADD 1 TO WS-CONT-VENCIDAS.
            COMPUTE WS-DIAS-ATRASO = WS-DIA-BASE - WS-DIA-PRAZO.

            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO IS NOT GREATER THAN 7
                    ADD 1 TO WS-CONT-ATE-7
                WHEN WS-DIAS-ATRASO IS NOT GREATER THAN 30
                    ADD 1 TO WS-CONT-ATE-30
                WHEN OTHER
                    ADD 1 TO WS-CONT-MAIS-30
            END-EVALUATE.

            MOVE SPACES TO AGING-LINE
            MOVE APL-NUMERO        TO AGING-LINE(1:5)
            MOVE APL-ID-ALUNO      TO AGING-LINE(7:8)
            MOVE APL-NOME-MATERIA  TO AGING-LINE(16:10)
            MOVE APL-TERMO         TO AGING-LINE(27:6)
            IF APL-STATUS IS EQUAL 'R'
                MOVE 'REVIEW'      TO AGING-LINE(34:6)
            ELSE
                MOVE 'FILED'       TO AGING-LINE(34:5)
            END-IF
            IF APL-REVISOR IS EQUAL SPACES
                ADD 1 TO WS-CONT-SEM-REVISOR
                MOVE 'NONE'        TO AGING-LINE(41:4)
            ELSE
                MOVE APL-REVISOR   TO AGING-LINE(41:8)
            END-IF
            MOVE APL-DATA-ABERTURA TO AGING-LINE(52:8)
            MOVE APL-PRAZO         TO AGING-LINE(61:8)
            MOVE WS-DIAS-ATRASO    TO WS-ED-DIAS
            MOVE WS-ED-DIAS        TO AGING-LINE(70:5)
            WRITE AGING-LINE.

       P-AVALIA-FIM.

       P-RODAPE.

            MOVE SPACES TO AGING-LINE
            WRITE AGING-LINE

            IF WS-CONT-VENCIDAS IS EQUAL 0
                MOVE SPACES TO AGING-LINE
                MOVE 'NO OPEN APPEAL IS PAST ITS DEADLINE'
                    TO AGING-LINE
                WRITE AGING-LINE
                MOVE SPACES TO AGING-LINE
                WRITE AGING-LINE
            END-IF

            MOVE WS-CONT-ABERTAS TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING 'OPEN APPEALS         : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-CONT-NO-PRAZO TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING 'WITHIN DEADLINE      : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-CONT-VENCIDAS TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING 'PAST DEADLINE        : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-CONT-ATE-7 TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING '  1-7 DAYS OVERDUE   : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-CONT-ATE-30 TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING '  8-30 DAYS OVERDUE  : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-CONT-MAIS-30 TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING '  OVER 30 DAYS       : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-CONT-SEM-REVISOR TO WS-ED-CONTAGEM
            MOVE SPACES TO AGING-LINE
            STRING 'OVERDUE, NO REVIEWER : ' DELIMITED BY SIZE
                   WS-ED-CONTAGEM            DELIMITED BY SIZE
                INTO AGING-LINE
            WRITE AGING-LINE.

       P-RODAPE-FIM.
       END PROGRAM APLAGING.
