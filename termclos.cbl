      *      CLOSED AS PART OF THE CLOSE-OUT SO STDGRAV REFUSES ANY   *
      *      LATER POSTING INTO IT.                                   *
      *      THE TERM TO CLOSE IS TAKEN FROM THE COMMAND LINE.        *
      *      A TERM STILL HOLDING REGISTRATIONS (REGISTER.DAT) WITH   *
      *      NO GRADE ON FILE IS NOT CLOSED UNLESS OVERRIDE FOLLOWS   *
      *      THE TERM ON THE COMMAND LINE - SEE OUTSTRPT.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.

           SELECT REGISTRATION-FILE
               ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT TERM-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
       FD  TERM-FILE.
       COPY TRMREC.

       FD  REGISTRATION-FILE.
       COPY REGREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY        PIC XX.
       77 WS-FS-TRAVA          PIC XX.
       77 WS-FS-TERMCAL        PIC XX.
       77 WS-FS-REGISTRO       PIC XX.
       77 WS-TRAVA-OK          PIC X(01) VALUE 'Y'.
       77 WS-TRAVA-MINHA       PIC X(01) VALUE 'N'.
       77 WS-DATA-SISTEMA      PIC 9(08).
       77 WS-HORA-SISTEMA      PIC 9(06).
       77 WS-TERMO-FECHADO     PIC X(06).
       77 WS-PARM              PIC X(40).
       77 WS-OVERRIDE          PIC X(01) VALUE 'N'.
       77 WS-FIM-VARREDURA     PIC X(01) VALUE 'N'.
       77 WS-FIM-REGISTRO      PIC X(01) VALUE 'N'.
       77 WS-TEM-NOTA          PIC X(01).
       77 WS-REGISTRO-ILEGIVEL PIC X(01) VALUE 'N'.
       77 WS-CONT-PENDENTES    PIC 9(05) VALUE 0.
       77 WS-CONT-LIDOS        PIC 9(05) VALUE 0.
       77 WS-CONT-ROLADOS      PIC 9(05) VALUE 0.
       77 WS-CONT-MANTIDOS     PIC 9(05) VALUE 0.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            MOVE WS-PARM(1:6) TO WS-TERMO-FECHADO.

            IF WS-PARM(8:8) IS EQUAL 'OVERRIDE'
                MOVE 'Y' TO WS-OVERRIDE
            END-IF.

            IF WS-TERMO-FECHADO IS EQUAL SPACES
                DISPLAY '***************************************'
                DISPLAY '*  NO TERM GIVEN ON THE COMMAND LINE   *'
                DISPLAY '*  USAGE: TERMCLOS <TERM> [OVERRIDE]   *'
                DISPLAY '*  EX. TERMCLOS 2026-1                 *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
                GO TO P-START-END
            END-IF.

            PERFORM P-CONFERE-PENDENTES THRU P-CONFERE-PENDENTES-FIM.

            IF WS-REGISTRO-ILEGIVEL IS EQUAL 'Y'
                IF WS-OVERRIDE IS NOT EQUAL 'Y'
                    DISPLAY '***************************************'
                    DISPLAY '*  OUTSTANDING GRADES COULD NOT BE     *'
                    DISPLAY '*  CHECKED - NOTHING WAS CLOSED OUT    *'
                    DISPLAY '*  FIX REGISTER.DAT, OR RERUN AS       *'
                    DISPLAY '*  TERMCLOS <TERM> OVERRIDE            *'
                    DISPLAY '***************************************'
                    CLOSE STUDENT-GRADES-FILE
                          HISTORY-FILE
                    PERFORM P-LIBERA-TRAVA THRU P-LIBERA-TRAVA-FIM
                    MOVE 12 TO WS-RETORNO
                    GO TO P-START-END
                END-IF
                DISPLAY '*** OVERRIDE GIVEN - CLOSING TERM '
                    WS-TERMO-FECHADO ' WITHOUT CHECKING OUTSTANDING '
                    'GRADES ***'
                MOVE 4 TO WS-RETORNO
            END-IF.

            IF WS-CONT-PENDENTES IS GREATER THAN 0
                IF WS-OVERRIDE IS NOT EQUAL 'Y'
                    DISPLAY '***************************************'
                    DISPLAY '*  GRADES ARE STILL OUTSTANDING FOR    *'
                    DISPLAY '*  THIS TERM - NOTHING WAS CLOSED OUT  *'
                    DISPLAY '*  RUN OUTSTRPT FOR THE FULL LIST, OR  *'
                    DISPLAY '*  RERUN AS TERMCLOS <TERM> OVERRIDE   *'
                    DISPLAY '***************************************'
                    CLOSE STUDENT-GRADES-FILE
                          HISTORY-FILE
                    PERFORM P-LIBERA-TRAVA THRU P-LIBERA-TRAVA-FIM
                    MOVE 12 TO WS-RETORNO
                    GO TO P-START-END
                END-IF
                DISPLAY '*** OVERRIDE GIVEN - CLOSING TERM '
                    WS-TERMO-FECHADO ' WITH ' WS-CONT-PENDENTES
                    ' GRADE(S) OUTSTANDING ***'
                MOVE 4 TO WS-RETORNO
            END-IF.

            PERFORM P-VARREDURA THRU P-VARREDURA-FIM.

            CLOSE STUDENT-GRADES-FILE
            DISPLAY 'RECORDS READ         : ' WS-CONT-LIDOS
            DISPLAY 'ROLLED TO HISTORY    : ' WS-CONT-ROLADOS
            DISPLAY 'KEPT ON ACTIVE FILE  : ' WS-CONT-MANTIDOS
            DISPLAY 'GRADES OUTSTANDING   : ' WS-CONT-PENDENTES
            DISPLAY '******************************************'.

       P-START-END.

       P-FECHA-TERMO-FIM.

      *****************************************************************
      *  P-CONFERE-PENDENTES COUNTS THE TERM'S REGISTRATIONS THAT     *
      *  HAVE NO GRADE RECORD ON THE ACTIVE FILE OR ON HISTORY,       *
      *  LISTING EACH ONE. A SITE NOT YET LOADING REGISTER.DAT        *
      *  (FILE ABSENT) CLOSES AS BEFORE. ANY OTHER OPEN FAILURE MARKS *
      *  THE FILE UNREADABLE AND P-START REFUSES THE CLOSE.           *
      *****************************************************************
       P-CONFERE-PENDENTES.

            OPEN INPUT REGISTRATION-FILE.

            IF WS-FS-REGISTRO IS NOT EQUAL '00'
                IF WS-FS-REGISTRO IS EQUAL '35'
                    DISPLAY 'NO REGISTRATION FILE ON DISK - '
                        'OUTSTANDING GRADES NOT CHECKED'
                ELSE
                    DISPLAY '*** COULD NOT OPEN THE REGISTRATION '
                        'FILE - STATUS ' WS-FS-REGISTRO ' ***'
                    MOVE 'Y' TO WS-REGISTRO-ILEGIVEL
                END-IF
                GO TO P-CONFERE-PENDENTES-FIM
            END-IF.

            MOVE LOW-VALUES TO REG-CHAVE.

            START REGISTRATION-FILE
                KEY IS NOT LESS THAN REG-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-REGISTRO
            END-START.

            PERFORM UNTIL WS-FIM-REGISTRO IS EQUAL 'Y'
                READ REGISTRATION-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-REGISTRO
                    NOT AT END
                        IF REG-TERMO IS EQUAL WS-TERMO-FECHADO
                            PERFORM P-CONFERE-NOTA
                                THRU P-CONFERE-NOTA-FIM
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE REGISTRATION-FILE.

       P-CONFERE-PENDENTES-FIM.

       P-CONFERE-NOTA.

            MOVE 'Y' TO WS-TEM-NOTA.

            MOVE REG-ID-ALUNO     TO SG-ID-ALUNO
            MOVE REG-NOME-MATERIA TO SG-NOME-MATERIA
            MOVE REG-TERMO        TO SG-TERMO
            READ STUDENT-GRADES-FILE
                KEY IS SG-CHAVE
                INVALID KEY
                    MOVE 'N' TO WS-TEM-NOTA
            END-READ.

            IF WS-TEM-NOTA IS EQUAL 'N'
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

            IF WS-TEM-NOTA IS EQUAL 'N'
                ADD 1 TO WS-CONT-PENDENTES
                DISPLAY 'OUTSTANDING: ' REG-ID-ALUNO ' / '
                    REG-NOME-MATERIA ' / SECTION ' REG-SECAO
                    ' / INSTRUCTOR ' REG-INSTRUTOR
            END-IF.

       P-CONFERE-NOTA-FIM.

       P-VARREDURA.

            MOVE LOW-VALUES TO SG-CHAVE.
