      *****************************************************************
      *     REQMAINT.CBL - PROGRAM-OF-STUDY REQUIREMENTS MAINTENANCE  *
      *     MAINTAINS PROGREQ.DAT: ONE HEADER PER PROGRAM (MINIMUM    *
      *     EARNED CREDITS TO GRADUATE) AND THE SUBJECTS THE PROGRAM  *
      *     REQUIRES. A REQUIRED SUBJECT MUST BE IN THE COURSE        *
      *     CATALOG (CATALOG.DAT, SEE CATMAINT) SO DEGAUDIT CAN       *
      *     CREDIT IT. STUDENTS ARE ASSIGNED A PROGRAM IN STUMAINT.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LISTING-FILE
               ASSIGN TO "PROGREQ-LISTING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-FILE.
       COPY REQREC.

       FD  CATALOG-FILE.
       COPY CATREC.

       FD  LISTING-FILE.
       01  LISTING-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-REQUISITO     PIC XX.
       77 WS-FS-CATALOGO      PIC XX.
       77 WS-FS-LISTAGEM      PIC XX.
       77 WS-REQUISITO-OK     PIC X(01) VALUE 'N'.
       77 WS-CATALOGO-OK      PIC X(01) VALUE 'N'.
       77 WS-OPCAO            PIC 9(01).
       77 WS-FIM-MENU         PIC X(01) VALUE 'N'.
       77 WS-FIM-REQUISITO    PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA         PIC X(01).
       77 WS-RESPOSTA         PIC X(10).
       77 WS-CONT-LISTADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-PROGRAMAS   PIC 9(05) VALUE 0.
       77 WS-CONT-EXCLUIDOS   PIC 9(05) VALUE 0.

       01 WS-REQUISITO.
          02 WS-PROGRAMA      PIC X(08).
          02 WS-NOME-MATERIA  PIC X(10).
          02 WS-DESCRICAO     PIC X(30).
          02 WS-CREDITOS-MIN  PIC 9(03).

       PROCEDURE DIVISION.
       P-START.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-REQUISITO-OK IS NOT EQUAL 'Y'
                GO TO P-START-END
            END-IF.

            PERFORM UNTIL WS-FIM-MENU IS EQUAL 'Y'
                PERFORM P-MENU THRU P-MENU-FIM
            END-PERFORM.

            CLOSE REQUIREMENT-FILE.
            IF WS-CATALOGO-OK IS EQUAL 'Y'
                CLOSE CATALOG-FILE
            END-IF.

       P-START-END.
            STOP RUN.

       P-MENU.

            DISPLAY '***************************************'
            DISPLAY '*  PROGRAM REQUIREMENTS MAINTENANCE    *'
            DISPLAY '*  1 - ADD OR CHANGE A PROGRAM         *'
            DISPLAY '*  2 - ADD A REQUIRED SUBJECT          *'
            DISPLAY '*  3 - REMOVE A REQUIRED SUBJECT       *'
            DISPLAY '*  4 - DELETE A PROGRAM                *'
            DISPLAY '*  5 - LIST ALL PROGRAMS               *'
            DISPLAY '*  6 - EXIT                            *'
            DISPLAY '***************************************'
            DISPLAY 'CHOOSE AN OPTION: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                    PERFORM P-PROGRAMA THRU P-PROGRAMA-FIM
                WHEN 2
                    PERFORM P-ADICIONA THRU P-ADICIONA-FIM
                WHEN 3
                    PERFORM P-REMOVE   THRU P-REMOVE-FIM
                WHEN 4
                    PERFORM P-EXCLUI   THRU P-EXCLUI-FIM
                WHEN 5
                    PERFORM P-LISTA    THRU P-LISTA-FIM
                WHEN 6
                    MOVE 'Y' TO WS-FIM-MENU
                WHEN OTHER
                    DISPLAY 'INVALID OPTION, PLEASE TRY AGAIN'
            END-EVALUATE.

       P-MENU-FIM.

       P-ABRE-ARQUIVOS.

            OPEN I-O REQUIREMENT-FILE.

            IF WS-FS-REQUISITO IS EQUAL '35'
                CLOSE REQUIREMENT-FILE
                OPEN OUTPUT REQUIREMENT-FILE
                CLOSE REQUIREMENT-FILE
                OPEN I-O REQUIREMENT-FILE
            END-IF.

            IF WS-FS-REQUISITO IS NOT EQUAL '00'
                MOVE 'N' TO WS-REQUISITO-OK
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE REQUIREMENTS     *'
                DISPLAY '*  FILE - MAINTENANCE NOT AVAILABLE    *'
                DISPLAY '***************************************'
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            MOVE 'Y' TO WS-REQUISITO-OK.

            OPEN INPUT CATALOG-FILE.

            IF WS-FS-CATALOGO IS EQUAL '00'
                MOVE 'Y' TO WS-CATALOGO-OK
            ELSE
                MOVE 'N' TO WS-CATALOGO-OK
                DISPLAY '*** COULD NOT OPEN THE COURSE CATALOG - '
                    'REQUIRED SUBJECTS WILL NOT BE CHECKED '
                    'AGAINST IT ***'
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

      *****************************************************************
      *  P-PROGRAMA ADDS A PROGRAM'S HEADER RECORD (BLANK SUBJECT),   *
      *  OR CHANGES ITS DESCRIPTION AND MINIMUM CREDITS IF IT IS      *
      *  ALREADY ON FILE.                                             *
      *****************************************************************
       P-PROGRAMA.

            PERFORM P-PEDE-PROGRAMA THRU P-PEDE-PROGRAMA-FIM.

            IF WS-PROGRAMA IS EQUAL SPACES
                GO TO P-PROGRAMA-FIM
            END-IF.

            MOVE WS-PROGRAMA TO REQ-PROGRAMA
            MOVE SPACES      TO REQ-NOME-MATERIA
            READ REQUIREMENT-FILE
                KEY IS REQ-CHAVE
                INVALID KEY
                    PERFORM P-ENTRA-PROGRAMA
                        THRU P-ENTRA-PROGRAMA-FIM
                    PERFORM P-MOVE-PARA-REGISTRO
                        THRU P-MOVE-PARA-REGISTRO-FIM
                    WRITE REQUIREMENT-RECORD
                        INVALID KEY
                            DISPLAY '*** COULD NOT ADD PROGRAM '
                                FUNCTION TRIM(WS-PROGRAMA) ' ***'
                        NOT INVALID KEY
                            DISPLAY 'PROGRAM ADDED: '
                                FUNCTION TRIM(WS-PROGRAMA)
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY 'CURRENT ENTRY FOR PROGRAM '
                        FUNCTION TRIM(REQ-PROGRAMA) ':'
                    DISPLAY '  DESCRIPTION     : '
                        FUNCTION TRIM(REQ-DESCRICAO)
                    DISPLAY '  MINIMUM CREDITS : '
                        REQ-CREDITOS-MINIMOS
                    PERFORM P-ENTRA-PROGRAMA
                        THRU P-ENTRA-PROGRAMA-FIM
                    PERFORM P-MOVE-PARA-REGISTRO
                        THRU P-MOVE-PARA-REGISTRO-FIM
                    REWRITE REQUIREMENT-RECORD
                        INVALID KEY
                            DISPLAY '*** COULD NOT CHANGE PROGRAM '
                                FUNCTION TRIM(WS-PROGRAMA) ' ***'
                        NOT INVALID KEY
                            DISPLAY 'PROGRAM CHANGED: '
                                FUNCTION TRIM(WS-PROGRAMA)
                    END-REWRITE
            END-READ.

       P-PROGRAMA-FIM.

       P-ADICIONA.

            PERFORM P-PEDE-PROGRAMA THRU P-PEDE-PROGRAMA-FIM.

            IF WS-PROGRAMA IS EQUAL SPACES
                GO TO P-ADICIONA-FIM
            END-IF.

            MOVE WS-PROGRAMA TO REQ-PROGRAMA
            MOVE SPACES      TO REQ-NOME-MATERIA
            READ REQUIREMENT-FILE
                KEY IS REQ-CHAVE
                INVALID KEY
                    DISPLAY '*** PROGRAM '
                        FUNCTION TRIM(WS-PROGRAMA)
                        ' IS NOT ON FILE - USE OPTION 1 TO ADD '
                        'IT FIRST ***'
                    GO TO P-ADICIONA-FIM
            END-READ.

            PERFORM P-PEDE-MATERIA THRU P-PEDE-MATERIA-FIM.

            IF WS-NOME-MATERIA IS EQUAL SPACES
                GO TO P-ADICIONA-FIM
            END-IF.

            IF WS-CATALOGO-OK IS EQUAL 'Y'
                MOVE WS-NOME-MATERIA TO CAT-NOME-MATERIA
                READ CATALOG-FILE
                    KEY IS CAT-NOME-MATERIA
                    INVALID KEY
                        DISPLAY '*** SUBJECT '
                            FUNCTION TRIM(WS-NOME-MATERIA)
                            ' IS NOT IN THE COURSE CATALOG - ADD '
                            'IT WITH CATMAINT FIRST ***'
                        GO TO P-ADICIONA-FIM
                    NOT INVALID KEY
                        MOVE CAT-DESCRICAO TO WS-DESCRICAO
                END-READ
            ELSE
                MOVE SPACES TO WS-DESCRICAO
            END-IF.

            MOVE 0 TO WS-CREDITOS-MIN.
            PERFORM P-MOVE-PARA-REGISTRO
                THRU P-MOVE-PARA-REGISTRO-FIM.

            WRITE REQUIREMENT-RECORD
                INVALID KEY
                    DISPLAY '*** SUBJECT '
                        FUNCTION TRIM(WS-NOME-MATERIA)
                        ' IS ALREADY REQUIRED BY PROGRAM '
                        FUNCTION TRIM(WS-PROGRAMA) ' ***'
                NOT INVALID KEY
                    DISPLAY 'REQUIRED SUBJECT ADDED: '
                        FUNCTION TRIM(WS-PROGRAMA) ' / '
                        FUNCTION TRIM(WS-NOME-MATERIA)
            END-WRITE.

       P-ADICIONA-FIM.

       P-REMOVE.

            PERFORM P-PEDE-PROGRAMA THRU P-PEDE-PROGRAMA-FIM.

            IF WS-PROGRAMA IS EQUAL SPACES
                GO TO P-REMOVE-FIM
            END-IF.

            PERFORM P-PEDE-MATERIA THRU P-PEDE-MATERIA-FIM.

            IF WS-NOME-MATERIA IS EQUAL SPACES
                GO TO P-REMOVE-FIM
            END-IF.

            MOVE WS-PROGRAMA     TO REQ-PROGRAMA
            MOVE WS-NOME-MATERIA TO REQ-NOME-MATERIA
            READ REQUIREMENT-FILE
                KEY IS REQ-CHAVE
                INVALID KEY
                    DISPLAY '*** SUBJECT '
                        FUNCTION TRIM(WS-NOME-MATERIA)
                        ' IS NOT REQUIRED BY PROGRAM '
                        FUNCTION TRIM(WS-PROGRAMA) ' ***'
                NOT INVALID KEY
                    DISPLAY 'REMOVE ' FUNCTION TRIM(WS-NOME-MATERIA)
                        ' FROM PROGRAM ' FUNCTION TRIM(WS-PROGRAMA)
                        '? (Y/N)'
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA IS EQUAL 'Y'
                            OR WS-CONFIRMA IS EQUAL 'y'
                        DELETE REQUIREMENT-FILE
                            INVALID KEY
                                DISPLAY '*** COULD NOT REMOVE THE '
                                    'REQUIRED SUBJECT ***'
                            NOT INVALID KEY
                                DISPLAY 'REQUIRED SUBJECT REMOVED: '
                                    FUNCTION TRIM(WS-PROGRAMA) ' / '
                                    FUNCTION TRIM(WS-NOME-MATERIA)
                        END-DELETE
                    ELSE
                        DISPLAY 'REMOVE CANCELLED'
                    END-IF
            END-READ.

       P-REMOVE-FIM.

      *****************************************************************
      *  P-EXCLUI DELETES A PROGRAM'S HEADER AND EVERY REQUIRED       *
      *  SUBJECT UNDER IT. STUDENTS STILL CARRYING THE PROGRAM CODE   *
      *  ARE REPORTED BY DEGAUDIT AS HAVING NO REQUIREMENTS ON FILE.  *
      *****************************************************************
       P-EXCLUI.

            PERFORM P-PEDE-PROGRAMA THRU P-PEDE-PROGRAMA-FIM.

            IF WS-PROGRAMA IS EQUAL SPACES
                GO TO P-EXCLUI-FIM
            END-IF.

            MOVE WS-PROGRAMA TO REQ-PROGRAMA
            MOVE SPACES      TO REQ-NOME-MATERIA
            READ REQUIREMENT-FILE
                KEY IS REQ-CHAVE
                INVALID KEY
                    DISPLAY '*** PROGRAM '
                        FUNCTION TRIM(WS-PROGRAMA)
                        ' IS NOT ON FILE ***'
                    GO TO P-EXCLUI-FIM
            END-READ.

            DISPLAY 'DELETE PROGRAM ' FUNCTION TRIM(WS-PROGRAMA)
                ' AND ALL ITS REQUIRED SUBJECTS? (Y/N)'
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA IS NOT EQUAL 'Y'
                    AND WS-CONFIRMA IS NOT EQUAL 'y'
                DISPLAY 'DELETE CANCELLED'
                GO TO P-EXCLUI-FIM
            END-IF.

            MOVE 0 TO WS-CONT-EXCLUIDOS
            MOVE 'N' TO WS-FIM-REQUISITO
            MOVE WS-PROGRAMA TO REQ-PROGRAMA
            MOVE LOW-VALUES  TO REQ-NOME-MATERIA

            START REQUIREMENT-FILE
                KEY IS NOT LESS THAN REQ-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-REQUISITO
            END-START

            PERFORM UNTIL WS-FIM-REQUISITO IS EQUAL 'Y'
                READ REQUIREMENT-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-REQUISITO
                    NOT AT END
                        IF REQ-PROGRAMA IS EQUAL WS-PROGRAMA
                            DELETE REQUIREMENT-FILE
                                INVALID KEY
                                    DISPLAY '*** COULD NOT DELETE '
                                        FUNCTION TRIM(REQ-PROGRAMA)
                                        ' / '
                                        FUNCTION TRIM(REQ-NOME-MATERIA)
                                        ' ***'
                                NOT INVALID KEY
                                    ADD 1 TO WS-CONT-EXCLUIDOS
                            END-DELETE
                        ELSE
                            MOVE 'Y' TO WS-FIM-REQUISITO
                        END-IF
                END-READ
            END-PERFORM

            DISPLAY 'PROGRAM DELETED: ' FUNCTION TRIM(WS-PROGRAMA)
                ' (' WS-CONT-EXCLUIDOS ' RECORD(S))'.

       P-EXCLUI-FIM.

       P-LISTA.

            OPEN OUTPUT LISTING-FILE.

            IF WS-FS-LISTAGEM IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE REQUIREMENTS     *'
                DISPLAY '*  LISTING                             *'
                DISPLAY '***************************************'
                GO TO P-LISTA-FIM
            END-IF.

            MOVE SPACES TO LISTING-LINE
            STRING 'PROGRAM-OF-STUDY REQUIREMENTS LISTING'
                DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE 0 TO WS-CONT-LISTADOS
                      WS-CONT-PROGRAMAS
            MOVE 'N' TO WS-FIM-REQUISITO
            MOVE LOW-VALUES TO REQ-CHAVE

            START REQUIREMENT-FILE
                KEY IS NOT LESS THAN REQ-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-REQUISITO
            END-START

            PERFORM UNTIL WS-FIM-REQUISITO IS EQUAL 'Y'
                READ REQUIREMENT-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-REQUISITO
                    NOT AT END
                        PERFORM P-LISTA-LINHA THRU P-LISTA-LINHA-FIM
                END-READ
            END-PERFORM

            MOVE SPACES TO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            STRING 'PROGRAMS ON FILE: '   DELIMITED BY SIZE
                   WS-CONT-PROGRAMAS      DELIMITED BY SIZE
                   '   REQUIRED SUBJECTS: ' DELIMITED BY SIZE
                   WS-CONT-LISTADOS       DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            CLOSE LISTING-FILE

            DISPLAY 'PROGRAMS ON FILE: ' WS-CONT-PROGRAMAS
            DISPLAY 'REQUIREMENTS LISTING WRITTEN TO '
                'PROGREQ-LISTING.TXT'.

       P-LISTA-FIM.

       P-LISTA-LINHA.

            IF REQ-NOME-MATERIA IS EQUAL SPACES
                ADD 1 TO WS-CONT-PROGRAMAS
                MOVE SPACES TO LISTING-LINE
                WRITE LISTING-LINE
                MOVE SPACES TO LISTING-LINE
                MOVE 'PROGRAM: '           TO LISTING-LINE(1:9)
                MOVE REQ-PROGRAMA          TO LISTING-LINE(10:8)
                MOVE REQ-DESCRICAO         TO LISTING-LINE(20:30)
                MOVE 'MIN CREDITS: '       TO LISTING-LINE(52:13)
                MOVE REQ-CREDITOS-MINIMOS  TO LISTING-LINE(65:3)
            ELSE
                ADD 1 TO WS-CONT-LISTADOS
                MOVE SPACES TO LISTING-LINE
                MOVE REQ-NOME-MATERIA      TO LISTING-LINE(5:10)
                MOVE REQ-DESCRICAO         TO LISTING-LINE(20:30)
            END-IF
            WRITE LISTING-LINE

            DISPLAY LISTING-LINE(1:67).

       P-LISTA-LINHA-FIM.

       P-PEDE-PROGRAMA.

            MOVE SPACES TO WS-PROGRAMA
            DISPLAY 'INSERT PROGRAM CODE (BLANK TO CANCEL): '
            ACCEPT WS-PROGRAMA.

       P-PEDE-PROGRAMA-FIM.

       P-PEDE-MATERIA.

            MOVE SPACES TO WS-NOME-MATERIA
            DISPLAY 'INSERT SUBJECT NAME (BLANK TO CANCEL): '
            ACCEPT WS-NOME-MATERIA.

       P-PEDE-MATERIA-FIM.

       P-ENTRA-PROGRAMA.

            MOVE SPACES TO WS-NOME-MATERIA
            MOVE SPACES TO WS-DESCRICAO
            DISPLAY 'PROGRAM DESCRIPTION: '
            ACCEPT WS-DESCRICAO.

            PERFORM P-ENTRA-CREDITOS THRU P-ENTRA-CREDITOS-FIM.

       P-ENTRA-PROGRAMA-FIM.

       P-ENTRA-CREDITOS.

            DISPLAY 'MINIMUM EARNED CREDITS TO GRADUATE (0-999): '
            ACCEPT WS-RESPOSTA

            IF WS-RESPOSTA(1:3) IS NUMERIC
                    AND WS-RESPOSTA(4:7) IS EQUAL SPACES
                MOVE WS-RESPOSTA(1:3) TO WS-CREDITOS-MIN
                GO TO P-ENTRA-CREDITOS-FIM
            END-IF.

            IF WS-RESPOSTA(1:2) IS NUMERIC
                    AND WS-RESPOSTA(3:8) IS EQUAL SPACES
                MOVE WS-RESPOSTA(1:2) TO WS-CREDITOS-MIN
                GO TO P-ENTRA-CREDITOS-FIM
            END-IF.

            IF WS-RESPOSTA(1:1) IS NUMERIC
                    AND WS-RESPOSTA(2:9) IS EQUAL SPACES
                MOVE WS-RESPOSTA(1:1) TO WS-CREDITOS-MIN
                GO TO P-ENTRA-CREDITOS-FIM
            END-IF.

            DISPLAY '*** MINIMUM CREDITS MUST BE A NUMBER FROM 0 '
                'TO 999 - RE-ENTER THEM ***'
            GO TO P-ENTRA-CREDITOS.

       P-ENTRA-CREDITOS-FIM.

       P-MOVE-PARA-REGISTRO.

            MOVE WS-PROGRAMA     TO REQ-PROGRAMA
            MOVE WS-NOME-MATERIA TO REQ-NOME-MATERIA
            MOVE WS-DESCRICAO    TO REQ-DESCRICAO
            MOVE WS-CREDITOS-MIN TO REQ-CREDITOS-MINIMOS.

       P-MOVE-PARA-REGISTRO-FIM.
       END PROGRAM REQMAINT.
