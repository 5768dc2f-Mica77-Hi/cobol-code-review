      *****************************************************************
      *     REGLOAD.CBL - TERM COURSE REGISTRATION LOAD               *
      *     READS THE REGISTRATION OFFICE FEED (REGISTRATION-FEED.TXT *
      *     - ONE ROW PER STUDENT REGISTERED IN A SUBJECT SECTION)    *
      *     AND LOADS IT INTO THE REGISTER.DAT REGISTRATION FILE FOR  *
      *     THE TERM GIVEN ON THE COMMAND LINE. THE OFFICE SENDS THE  *
      *     WHOLE TERM EVERY TIME, SO THE TERM'S EXISTING             *
      *     REGISTRATIONS ARE CLEARED FIRST AND A RELOAD REPLACES     *
      *     THEM (DROPPED REGISTRATIONS DISAPPEAR). OTHER TERMS ARE   *
      *     NOT TOUCHED. A FEED WITH NO ROWS FOR THE TERM IS REFUSED  *
      *     BEFORE ANYTHING IS CLEARED.                               *
      *     A FEED ROW IS REJECTED WHEN IT IS SHORT, BELONGS TO       *
      *     ANOTHER TERM, NAMES A STUDENT NOT ON STUDMAST.DAT, OR     *
      *     REPEATS A ROW ALREADY LOADED. EVERY ROW IS LISTED ON      *
      *     REGLOAD-REPORT.TXT AND THE TOTALS MUST BALANCE.           *
      *     STDGRAV'S ROSTER PRE-EDIT REJECTS ANY ROW WITHOUT A       *
      *     MATCHING REGISTRATION, SO RUN THIS BEFORE THE FIRST       *
      *     ROSTER OF THE TERM IS POSTED.                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-FILE
               ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT FEED-FILE
               ASSIGN TO "REGISTRATION-FEED.TXT"
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
               ASSIGN TO "REGLOAD-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRATION-FILE.
       COPY REGREC.

      *****************************************************************
      *  REGISTRATION OFFICE FEED ROW. SECTION MAY BE BLANK FOR A     *
      *  SUBJECT THAT RUNS A SINGLE UNNAMED SECTION; THE INSTRUCTOR   *
      *  IS THE INSTRUCTOR OF RECORD THE OFFICE HAS FOR THE SECTION.  *
      *****************************************************************
       FD  FEED-FILE.
       01  FEED-RECORD.
           02 RF-ID-ALUNO          PIC X(08).
           02 RF-NOME-MATERIA      PIC X(10).
           02 RF-TERMO             PIC X(06).
           02 RF-SECAO             PIC X(03).
           02 RF-INSTRUTOR         PIC X(08).

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

       77 WS-FS-REGISTRO       PIC XX.
       77 WS-FS-FEED           PIC XX.
       77 WS-FS-CADASTRO       PIC XX.
       77 WS-FS-TRAVA          PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-TRAVA-OK          PIC X(01) VALUE 'Y'.
       77 WS-TRAVA-MINHA       PIC X(01) VALUE 'N'.
       77 WS-DATA-SISTEMA      PIC 9(08).
       77 WS-HORA-SISTEMA      PIC 9(06).
       77 WS-PARM              PIC X(40).
       77 WS-TERMO-CARGA       PIC X(06).
       77 WS-FIM-VARREDURA     PIC X(01) VALUE 'N'.
       77 WS-FIM-FEED          PIC X(01) VALUE 'N'.
       77 WS-MOTIVO            PIC X(30).
       77 WS-CONT-LIDOS        PIC 9(05) VALUE 0.
       77 WS-QTD-DO-TERMO      PIC 9(05) VALUE 0.
       77 WS-CONT-CARREGADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-REJEITADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-REMOVIDOS    PIC 9(05) VALUE 0.
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-RETORNO           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.
            MOVE WS-PARM(1:6) TO WS-TERMO-CARGA.

            IF WS-TERMO-CARGA IS EQUAL SPACES
                DISPLAY '***************************************'
                DISPLAY '*  NO TERM GIVEN ON THE COMMAND LINE   *'
                DISPLAY '*  USAGE: REGLOAD <TERM>  EX. 2026-1   *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-CONFERE-FEED THRU P-CONFERE-FEED-FIM.

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

            PERFORM P-LIMPA-TERMO THRU P-LIMPA-TERMO-FIM.

            PERFORM UNTIL WS-FIM-FEED IS EQUAL 'Y'
                READ FEED-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-FEED
                    NOT AT END
                        ADD 1 TO WS-CONT-LIDOS
                        PERFORM P-CARREGA-LINHA
                            THRU P-CARREGA-LINHA-FIM
                END-READ
            END-PERFORM.

            PERFORM P-RODAPE THRU P-RODAPE-FIM.

            CLOSE REGISTRATION-FILE
                  FEED-FILE
                  STUDENT-MASTER-FILE
                  REPORT-FILE.

            PERFORM P-LIBERA-TRAVA THRU P-LIBERA-TRAVA-FIM.

            IF WS-RETORNO IS EQUAL 0
                    AND WS-CONT-REJEITADOS IS GREATER THAN 0
                MOVE 4 TO WS-RETORNO
            END-IF.

            DISPLAY '******* REGISTRATION LOAD SUMMARY *******'
            DISPLAY 'TERM LOADED          : ' WS-TERMO-CARGA
            DISPLAY 'PRIOR ROWS CLEARED   : ' WS-CONT-REMOVIDOS
            DISPLAY 'FEED ROWS READ       : ' WS-CONT-LIDOS
            DISPLAY 'REGISTRATIONS LOADED : ' WS-CONT-CARREGADOS
            DISPLAY 'FEED ROWS REJECTED   : ' WS-CONT-REJEITADOS
            DISPLAY 'REPORT WRITTEN TO REGLOAD-REPORT.TXT'
            DISPLAY '******************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      *  P-CONFERE-FEED READS THE WHOLE FEED ONCE, BEFORE ANYTHING IS *
      *  CLEARED, COUNTING THE ROWS FOR THE TERM BEING LOADED. AN     *
      *  EMPTY FEED, OR ONE CARRYING ONLY OTHER TERMS, IS REFUSED     *
      *  HERE SO IT NEVER WIPES THE TERM'S REGISTRATIONS.             *
      *****************************************************************
       P-CONFERE-FEED.

            OPEN INPUT FEED-FILE.

            IF WS-FS-FEED IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE REGISTRATION     *'
                DISPLAY '*  FEED - NOTHING WAS LOADED           *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-CONFERE-FEED-FIM
            END-IF.

            PERFORM UNTIL WS-FIM-FEED IS EQUAL 'Y'
                READ FEED-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-FEED
                    NOT AT END
                        IF RF-TERMO IS EQUAL WS-TERMO-CARGA
                            ADD 1 TO WS-QTD-DO-TERMO
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE FEED-FILE.
            MOVE 'N' TO WS-FIM-FEED.

            IF WS-QTD-DO-TERMO IS EQUAL 0
                DISPLAY '***************************************'
                DISPLAY '*  THE FEED HAS NO ROWS FOR THIS TERM  *'
                DISPLAY '*  NOTHING WAS CLEARED OR LOADED       *'
                DISPLAY '***************************************'
                DISPLAY 'TERM: ' WS-TERMO-CARGA
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-CONFERE-FEED-FIM.

       P-ABRE-ARQUIVOS.

            OPEN INPUT FEED-FILE.

            IF WS-FS-FEED IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE REGISTRATION     *'
                DISPLAY '*  FEED - NOTHING WAS LOADED           *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN INPUT STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STUDENT MASTER   *'
                DISPLAY '*  NOTHING WAS LOADED                  *'
                DISPLAY '***************************************'
                CLOSE FEED-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN I-O REGISTRATION-FILE.

            IF WS-FS-REGISTRO IS EQUAL '35'
                CLOSE REGISTRATION-FILE
                OPEN OUTPUT REGISTRATION-FILE
                CLOSE REGISTRATION-FILE
                OPEN I-O REGISTRATION-FILE
            END-IF.

            IF WS-FS-REGISTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE REGISTRATION     *'
                DISPLAY '*  FILE - NOTHING WAS LOADED           *'
                DISPLAY '***************************************'
                CLOSE FEED-FILE
                      STUDENT-MASTER-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN OUTPUT REPORT-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE LOAD REPORT      *'
                DISPLAY '*  NOTHING WAS LOADED                  *'
                DISPLAY '***************************************'
                CLOSE FEED-FILE
                      STUDENT-MASTER-FILE
                      REGISTRATION-FILE
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

      *****************************************************************
      *  P-OBTEM-TRAVA TAKES THE POSTING-RUN LOCK (GRADE-RUN.LCK) SO  *
      *  THE TERM'S REGISTRATIONS ARE NEVER CLEARED AND RELOADED      *
      *  UNDER A ROSTER THAT IS BEING PRE-EDITED AGAINST THEM.        *
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
                    MOVE 'REGLOAD'       TO LCK-OPERATOR
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
      *  P-LIMPA-TERMO DELETES EVERY REGISTRATION ALREADY ON FILE     *
      *  FOR THE TERM BEING LOADED, SO THE FEED REPLACES THE TERM     *
      *  WHOLESALE. THE TERM IS NOT THE LEADING KEY FIELD, SO THE     *
      *  WHOLE FILE IS SWEPT.                                         *
      *****************************************************************
       P-LIMPA-TERMO.

            MOVE 'N' TO WS-FIM-VARREDURA.
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
                        IF REG-TERMO IS EQUAL WS-TERMO-CARGA
                            DELETE REGISTRATION-FILE
                                INVALID KEY
                                    DISPLAY '*** COULD NOT CLEAR '
                                        'REGISTRATION '
                                        FUNCTION TRIM(REG-ID-ALUNO)
                                        ' / '
                                        FUNCTION TRIM(REG-NOME-MATERIA)
                                        ' ***'
                                    MOVE 4 TO WS-RETORNO
                                NOT INVALID KEY
                                    ADD 1 TO WS-CONT-REMOVIDOS
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.

       P-LIMPA-TERMO-FIM.

       P-CARREGA-LINHA.

            MOVE SPACES TO WS-MOTIVO.

            IF RF-ID-ALUNO IS EQUAL SPACES
                    OR RF-NOME-MATERIA IS EQUAL SPACES
                    OR RF-TERMO IS EQUAL SPACES
                MOVE 'SHORT OR GARBLED RECORD' TO WS-MOTIVO
            ELSE
                IF RF-TERMO IS NOT EQUAL WS-TERMO-CARGA
                    MOVE 'ROW IS FOR ANOTHER TERM' TO WS-MOTIVO
                END-IF
            END-IF.

            IF WS-MOTIVO IS EQUAL SPACES
                MOVE RF-ID-ALUNO TO STU-ID-ALUNO
                READ STUDENT-MASTER-FILE
                    KEY IS STU-ID-ALUNO
                    INVALID KEY
                        MOVE 'STUDENT ID NOT ON MASTER' TO WS-MOTIVO
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF.

            IF WS-MOTIVO IS EQUAL SPACES
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE RF-ID-ALUNO     TO REG-ID-ALUNO
                MOVE RF-NOME-MATERIA TO REG-NOME-MATERIA
                MOVE RF-TERMO        TO REG-TERMO
                MOVE RF-SECAO        TO REG-SECAO
                MOVE RF-INSTRUTOR    TO REG-INSTRUTOR
                MOVE WS-DATA-SISTEMA TO REG-DATA-CARGA
                WRITE REGISTRATION-RECORD
                    INVALID KEY
                        MOVE 'DUPLICATE REGISTRATION ROW' TO WS-MOTIVO
                END-WRITE
            END-IF.

            MOVE SPACES TO REPORT-LINE
            MOVE RF-ID-ALUNO     TO REPORT-LINE(1:8)
            MOVE RF-NOME-MATERIA TO REPORT-LINE(10:10)
            MOVE RF-TERMO        TO REPORT-LINE(21:6)
            MOVE RF-SECAO        TO REPORT-LINE(28:3)
            MOVE RF-INSTRUTOR    TO REPORT-LINE(32:8)

            IF WS-MOTIVO IS EQUAL SPACES
                ADD 1 TO WS-CONT-CARREGADOS
                MOVE 'LOADED' TO REPORT-LINE(41:6)
            ELSE
                ADD 1 TO WS-CONT-REJEITADOS
                MOVE 'REJECTED -' TO REPORT-LINE(41:10)
                MOVE WS-MOTIVO    TO REPORT-LINE(52:29)
            END-IF

            WRITE REPORT-LINE.

       P-CARREGA-LINHA-FIM.

       P-CABECALHO.

            MOVE SPACES TO REPORT-LINE
            STRING 'COURSE REGISTRATION LOAD - TERM '
                                          DELIMITED BY SIZE
                   WS-TERMO-CARGA         DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            MOVE 'ID'         TO REPORT-LINE(1:2)
            MOVE 'SUBJECT'    TO REPORT-LINE(10:7)
            MOVE 'TERM'       TO REPORT-LINE(21:4)
            MOVE 'SEC'        TO REPORT-LINE(28:3)
            MOVE 'INSTR'      TO REPORT-LINE(32:5)
            MOVE 'DISPOSITION' TO REPORT-LINE(41:11)
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING '--------------------------------------------'
                DELIMITED BY SIZE
                   '----------------------------------'
                DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE.

       P-CABECALHO-FIM.

       P-RODAPE.

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-REMOVIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'PRIOR ROWS CLEARED  : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-LIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'FEED ROWS READ      : '     DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-CARREGADOS TO WS-ED-CONTAGEM
            MOVE SPACES TO REPORT-LINE
            STRING 'LOADED              : '     DELIMITED BY SIZE
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
            IF WS-CONT-LIDOS IS EQUAL
                    WS-CONT-CARREGADOS + WS-CONT-REJEITADOS
                MOVE 'LOAD STATUS: IN BALANCE' TO REPORT-LINE
            ELSE
                MOVE 'LOAD STATUS: *** OUT OF BALANCE ***'
                    TO REPORT-LINE
                MOVE 4 TO WS-RETORNO
            END-IF
            WRITE REPORT-LINE.

       P-RODAPE-FIM.
       END PROGRAM REGLOAD.
