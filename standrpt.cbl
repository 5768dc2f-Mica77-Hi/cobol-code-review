      *     WITHDRAWN/INCOMPLETE RECORDS ARE LEFT OUT OF AVERAGES.    *
      *     THE THRESHOLD MAY BE GIVEN ON THE COMMAND LINE            *
      *     (DEFAULT 9.00).                                           *
      *     A STUDENT ON RECORDS HOLD (STUDMAST.DAT) WHO QUALIFIES IS *
      *     LEFT OFF THE HONOR ROLL AND COUNTED IN THE FOOTER.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDRPT.
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-STUDENT-GRADES.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID-ALUNO
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT STANDING-FILE
               ASSIGN TO "STANDING-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUREC.

       FD  STANDING-FILE.
       01  STANDING-LINE              PIC X(80).


       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-STANDING       PIC XX.
       77 WS-FS-CADASTRO       PIC XX.
       77 WS-PARM              PIC X(40).
       77 WS-LIMIAR            PIC 9(02)V99 VALUE 9.
       77 WS-FIM-VARREDURA     PIC X(01) VALUE 'N'.
       77 WS-NOME-ATUAL        PIC X(15) VALUE SPACES.
       77 WS-CONT-ALUNOS       PIC 9(05) VALUE 0.
       77 WS-CONT-REGISTROS    PIC 9(05) VALUE 0.
       77 WS-CONT-RETIDOS      PIC 9(05) VALUE 0.
       77 WS-MEDIA-NORMAL      PIC 9(02)V99.
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-J                 PIC 9(03).
                GO TO P-START-END
            END-IF.

      *     WITHOUT THE STUDENT MASTER THE RECORDS HOLDS CANNOT BE
      *     HONORED ON THE HONOR ROLL, SO NO REPORT IS PRODUCED
            OPEN INPUT STUDENT-MASTER-FILE.

            IF WS-FS-CADASTRO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE STUDENT MASTER   *'
                DISPLAY '*  RECORDS HOLDS CANNOT BE CHECKED -   *'
                DISPLAY '*  NO STANDING REPORT WAS PRODUCED     *'
                DISPLAY '***************************************'
                CLOSE STUDENT-GRADES-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            PERFORM P-VARREDURA THRU P-VARREDURA-FIM.

            CLOSE STUDENT-GRADES-FILE
                  STUDENT-MASTER-FILE.

            PERFORM P-IMPRIME THRU P-IMPRIME-FIM.

                COMPUTE WS-AL-MEDIA-GERAL ROUNDED =
                    WS-AL-SOMA-NORMAL / WS-AL-GRADUADAS
                IF WS-AL-MEDIA-GERAL IS NOT LESS THAN WS-LIMIAR
                    MOVE WS-ID-ATUAL TO STU-ID-ALUNO
                    READ STUDENT-MASTER-FILE
                        KEY IS STU-ID-ALUNO
                        INVALID KEY
                            MOVE 'N' TO STU-RETENCAO
                    END-READ
                    IF STU-RETENCAO IS EQUAL 'Y'
                        ADD 1 TO WS-CONT-RETIDOS
                    ELSE
                        PERFORM P-LISTA-HONRA THRU P-LISTA-HONRA-FIM
                    END-IF
                END-IF
            END-IF.

       P-QUEBRA-ALUNO-FIM.

       P-LISTA-HONRA.

            IF WS-HR-QTD IS LESS THAN 500
                ADD 1 TO WS-HR-QTD
                MOVE WS-ID-ATUAL       TO WS-HR-ID-ALUNO(WS-HR-QTD)
                MOVE WS-NOME-ATUAL     TO WS-HR-NOME-ALUNO(WS-HR-QTD)
                MOVE WS-AL-MEDIA-GERAL TO WS-HR-MEDIA(WS-HR-QTD)
                MOVE WS-AL-GRADUADAS   TO WS-HR-MATERIAS(WS-HR-QTD)
            ELSE
                DISPLAY '*** HONOR ROLL TABLE FULL (500) - '
                    FUNCTION TRIM(WS-ID-ATUAL)
                    ' NOT LISTED ***'
            END-IF.

       P-LISTA-HONRA-FIM.

       P-IMPRIME.

            OPEN OUTPUT STANDING-FILE.
                INTO STANDING-LINE
            WRITE STANDING-LINE

            MOVE WS-HR-QTD TO WS-ED-CONTAGEM
            MOVE SPACES TO STANDING-LINE
            STRING 'HONOR ROLL LISTED: '        DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO STANDING-LINE
            WRITE STANDING-LINE

            MOVE WS-CONT-RETIDOS TO WS-ED-CONTAGEM
            MOVE SPACES TO STANDING-LINE
            STRING 'HONOR ROLL WITHHELD (RECORDS HOLD): '
                                                DELIMITED BY SIZE
                   WS-ED-CONTAGEM               DELIMITED BY SIZE
                INTO STANDING-LINE
            WRITE STANDING-LINE

            CLOSE STANDING-FILE

            DISPLAY 'STUDENTS ON FILE : ' WS-CONT-ALUNOS
            DISPLAY 'HONOR ROLL       : ' WS-HR-QTD
            DISPLAY 'WITHHELD (HOLD)  : ' WS-CONT-RETIDOS
            DISPLAY 'AT RISK          : ' WS-AR-QTD
            DISPLAY 'STANDING REPORT WRITTEN TO STANDING-REPORT.TXT'.

