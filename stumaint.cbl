      *     STORED GRADE IS KEYED BY A STUDENT ID FROM THIS FILE,     *
      *     SO TWO STUDENTS WITH THE SAME FIRST NAME CAN NO LONGER    *
      *     OVERWRITE EACH OTHER'S GRADES.                            *
      *     OPTION 5 PLACES OR RELEASES A RECORDS-RELEASE             *
      *     (CONFIDENTIALITY) HOLD - SEE STUREC.CPY.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.
       77 WS-FIM-CADASTRO     PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA         PIC X(01).
       77 WS-CONT-LISTADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-RETIDOS     PIC 9(05) VALUE 0.
       77 WS-DATA-SISTEMA     PIC 9(08).
       77 WS-DATA-ENTRADA     PIC X(08).
       77 WS-DATA-RETENCAO    PIC 9(08).
       77 WS-MOTIVO-RETENCAO  PIC X(30).

       01 WS-ALUNO.
          02 WS-ID-ALUNO      PIC X(08).
          02 WS-NOME-COMPLETO PIC X(30).
          02 WS-SITUACAO      PIC X(01).
          02 WS-PROGRAMA      PIC X(08).

       PROCEDURE DIVISION.
       P-START.
            DISPLAY '*  2 - CHANGE A STUDENT                *'
            DISPLAY '*  3 - DELETE A STUDENT                *'
            DISPLAY '*  4 - LIST ALL STUDENTS               *'
            DISPLAY '*  5 - PLACE / RELEASE A RECORDS HOLD  *'
            DISPLAY '*  6 - EXIT                            *'
            DISPLAY '***************************************'
            DISPLAY 'CHOOSE AN OPTION: '
            ACCEPT WS-OPCAO
                WHEN 4
                    PERFORM P-LISTA    THRU P-LISTA-FIM
                WHEN 5
                    PERFORM P-RETENCAO THRU P-RETENCAO-FIM
                WHEN 6
                    MOVE 'Y' TO WS-FIM-MENU
                WHEN OTHER
                    DISPLAY 'INVALID OPTION, PLEASE TRY AGAIN'
                    PERFORM P-ENTRA-CAMPOS THRU P-ENTRA-CAMPOS-FIM
                    PERFORM P-MOVE-PARA-REGISTRO
                        THRU P-MOVE-PARA-REGISTRO-FIM
                    MOVE 'N'    TO STU-RETENCAO
                    MOVE 0      TO STU-DATA-RETENCAO
                    MOVE SPACES TO STU-MOTIVO-RETENCAO
                    WRITE STUDENT-RECORD
                        INVALID KEY
                            DISPLAY '*** COULD NOT ADD STUDENT '
            MOVE 'ID'       TO LISTING-LINE(1:2)
            MOVE 'FULL NAME' TO LISTING-LINE(11:9)
            MOVE 'STATUS'   TO LISTING-LINE(43:6)
            MOVE 'PROGRAM'  TO LISTING-LINE(53:7)
            MOVE 'HOLD SINCE' TO LISTING-LINE(63:10)
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '--------------------------------' DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE 0 TO WS-CONT-LISTADOS
                      WS-CONT-RETIDOS
            MOVE 'N' TO WS-FIM-CADASTRO
            MOVE LOW-VALUES TO STU-ID-ALUNO

                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            STRING 'ON RECORDS HOLD : ' DELIMITED BY SIZE
                   WS-CONT-RETIDOS      DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            CLOSE LISTING-FILE

            DISPLAY 'STUDENTS ON FILE: ' WS-CONT-LISTADOS
            DISPLAY 'ON RECORDS HOLD : ' WS-CONT-RETIDOS
            DISPLAY 'STUDENT LISTING WRITTEN TO STUDENT-LISTING.TXT'.

       P-LISTA-FIM.
            ELSE
                MOVE 'INACTIVE' TO LISTING-LINE(43:8)
            END-IF
            MOVE STU-PROGRAMA      TO LISTING-LINE(53:8)
            IF STU-RETENCAO IS EQUAL 'Y'
                ADD 1 TO WS-CONT-RETIDOS
                MOVE STU-DATA-RETENCAO TO LISTING-LINE(63:8)
            END-IF
            WRITE LISTING-LINE

            DISPLAY LISTING-LINE(1:72).

       P-LISTA-LINHA-FIM.

                DISPLAY '  STATUS    : ACTIVE'
            ELSE
                DISPLAY '  STATUS    : INACTIVE'
            END-IF
            IF STU-PROGRAMA IS EQUAL SPACES
                DISPLAY '  PROGRAM   : (UNDECLARED)'
            ELSE
                DISPLAY '  PROGRAM   : ' STU-PROGRAMA
            END-IF
            IF STU-RETENCAO IS EQUAL 'Y'
                DISPLAY '  HOLD      : RECORDS HOLD SINCE '
                        STU-DATA-RETENCAO
                DISPLAY '  REASON    : '
                        FUNCTION TRIM(STU-MOTIVO-RETENCAO)
            ELSE
                DISPLAY '  HOLD      : NONE'
            END-IF.

       P-MOSTRA-ALUNO-FIM.

      *****************************************************************
      *  P-RETENCAO PLACES A RECORDS-RELEASE HOLD (REASON REQUIRED,   *
      *  DATE DEFAULTS TO TODAY) ON A STUDENT WITHOUT ONE, OR         *
      *  RELEASES THE HOLD ON A STUDENT WHO HAS ONE. EITHER WAY THE   *
      *  CLERK CONFIRMS BEFORE THE MASTER IS REWRITTEN.               *
      *****************************************************************
       P-RETENCAO.

            PERFORM P-PEDE-ID THRU P-PEDE-ID-FIM.

            IF WS-ID-ALUNO IS EQUAL SPACES
                GO TO P-RETENCAO-FIM
            END-IF.

            MOVE WS-ID-ALUNO TO STU-ID-ALUNO
            READ STUDENT-MASTER-FILE
                KEY IS STU-ID-ALUNO
                INVALID KEY
                    DISPLAY '*** NO STUDENT ON THE MASTER WITH ID '
                        FUNCTION TRIM(WS-ID-ALUNO) ' ***'
                    GO TO P-RETENCAO-FIM
            END-READ.

            PERFORM P-MOSTRA-ALUNO THRU P-MOSTRA-ALUNO-FIM.

            IF STU-RETENCAO IS EQUAL 'Y'
                DISPLAY 'RELEASE THE RECORDS HOLD? (Y/N)'
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA IS NOT EQUAL 'Y'
                        AND WS-CONFIRMA IS NOT EQUAL 'y'
                    DISPLAY 'RELEASE CANCELLED'
                    GO TO P-RETENCAO-FIM
                END-IF
                MOVE 'N'    TO STU-RETENCAO
                MOVE 0      TO STU-DATA-RETENCAO
                MOVE SPACES TO STU-MOTIVO-RETENCAO
                REWRITE STUDENT-RECORD
                    INVALID KEY
                        DISPLAY '*** COULD NOT RELEASE THE HOLD ON '
                            FUNCTION TRIM(WS-ID-ALUNO) ' ***'
                    NOT INVALID KEY
                        DISPLAY 'RECORDS HOLD RELEASED: '
                            FUNCTION TRIM(WS-ID-ALUNO)
                END-REWRITE
                GO TO P-RETENCAO-FIM
            END-IF.

            MOVE SPACES TO WS-MOTIVO-RETENCAO
            DISPLAY 'HOLD REASON (BLANK TO CANCEL): '
            ACCEPT WS-MOTIVO-RETENCAO

            IF WS-MOTIVO-RETENCAO IS EQUAL SPACES
                DISPLAY 'HOLD CANCELLED'
                GO TO P-RETENCAO-FIM
            END-IF.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE 0 TO WS-DATA-RETENCAO.

            PERFORM UNTIL WS-DATA-RETENCAO IS NOT EQUAL 0
                MOVE SPACES TO WS-DATA-ENTRADA
                DISPLAY 'HOLD DATE (YYYYMMDD, BLANK = TODAY): '
                ACCEPT WS-DATA-ENTRADA
                IF WS-DATA-ENTRADA IS EQUAL SPACES
                    MOVE WS-DATA-SISTEMA TO WS-DATA-RETENCAO
                ELSE
                    IF WS-DATA-ENTRADA IS NUMERIC
                        MOVE WS-DATA-ENTRADA TO WS-DATA-RETENCAO
                        IF FUNCTION TEST-DATE-YYYYMMDD
                                (WS-DATA-RETENCAO) IS NOT EQUAL 0
                                OR WS-DATA-RETENCAO
                                    IS GREATER THAN WS-DATA-SISTEMA
                            DISPLAY 'NOT A VALID DATE UP TO TODAY'
                            MOVE 0 TO WS-DATA-RETENCAO
                        END-IF
                    ELSE
                        DISPLAY 'PLEASE ENTER THE DATE AS YYYYMMDD'
                    END-IF
                END-IF
            END-PERFORM.

            DISPLAY 'PLACE A RECORDS HOLD ON '
                FUNCTION TRIM(WS-ID-ALUNO) '? (Y/N)'
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA IS NOT EQUAL 'Y'
                    AND WS-CONFIRMA IS NOT EQUAL 'y'
                DISPLAY 'HOLD CANCELLED'
                GO TO P-RETENCAO-FIM
            END-IF.

            MOVE 'Y'                TO STU-RETENCAO
            MOVE WS-DATA-RETENCAO   TO STU-DATA-RETENCAO
            MOVE WS-MOTIVO-RETENCAO TO STU-MOTIVO-RETENCAO
            REWRITE STUDENT-RECORD
                INVALID KEY
                    DISPLAY '*** COULD NOT PLACE THE HOLD ON '
                        FUNCTION TRIM(WS-ID-ALUNO) ' ***'
                NOT INVALID KEY
                    DISPLAY 'RECORDS HOLD PLACED: '
                        FUNCTION TRIM(WS-ID-ALUNO)
            END-REWRITE.

       P-RETENCAO-FIM.

       P-ENTRA-CAMPOS.

            MOVE SPACES TO WS-NOME-COMPLETO
                END-EVALUATE
            END-PERFORM.

            MOVE SPACES TO WS-PROGRAMA
            DISPLAY 'PROGRAM OF STUDY (BLANK IF UNDECLARED): '
            ACCEPT WS-PROGRAMA.

       P-ENTRA-CAMPOS-FIM.

       P-MOVE-PARA-REGISTRO.

            MOVE WS-ID-ALUNO      TO STU-ID-ALUNO
            MOVE WS-NOME-COMPLETO TO STU-NOME-COMPLETO
            MOVE WS-SITUACAO      TO STU-SITUACAO
            MOVE WS-PROGRAMA      TO STU-PROGRAMA.

       P-MOVE-PARA-REGISTRO-FIM.
       END PROGRAM STUMAINT.
