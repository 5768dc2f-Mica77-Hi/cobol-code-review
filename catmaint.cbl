      *****************************************************************
      *       CATMAINT.CBL - COURSE CATALOG MAINTENANCE               *
      *     ADD / CHANGE / DELETE / LIST RECORDS ON CATALOG.DAT       *
      *     THE CATALOG HOLDS THE CREDIT HOURS EACH SUBJECT EARNS.    *
      *     STDGRAV TAKES A SUBJECT'S CREDIT HOURS FROM HERE AT       *
      *     SINGLE ENTRY AND DEGAUDIT TOTALS EARNED CREDITS FROM IT.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN TO "CATALOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-NOME-MATERIA
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT LISTING-FILE
               ASSIGN TO "CATALOG-LISTING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY CATREC.

       FD  LISTING-FILE.
       01  LISTING-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CATALOGO      PIC XX.
       77 WS-FS-LISTAGEM      PIC XX.
       77 WS-CATALOGO-OK      PIC X(01) VALUE 'N'.
       77 WS-OPCAO            PIC 9(01).
       77 WS-FIM-MENU         PIC X(01) VALUE 'N'.
       77 WS-FIM-CATALOGO     PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA         PIC X(01).
       77 WS-RESPOSTA         PIC X(10).
       77 WS-CONT-LISTADOS    PIC 9(05) VALUE 0.

       01 WS-CATALOGO.
          02 WS-NOME-MATERIA  PIC X(10).
          02 WS-DESCRICAO     PIC X(30).
          02 WS-CREDITOS      PIC 9(02).

       PROCEDURE DIVISION.
       P-START.

            PERFORM P-ABRE-CATALOGO THRU P-ABRE-CATALOGO-FIM.

            IF WS-CATALOGO-OK IS NOT EQUAL 'Y'
                GO TO P-START-END
            END-IF.

            PERFORM UNTIL WS-FIM-MENU IS EQUAL 'Y'
                PERFORM P-MENU THRU P-MENU-FIM
            END-PERFORM.

            CLOSE CATALOG-FILE.

       P-START-END.
            STOP RUN.

       P-MENU.

            DISPLAY '***************************************'
            DISPLAY '*  COURSE CATALOG MAINTENANCE          *'
            DISPLAY '*  1 - ADD A SUBJECT                   *'
            DISPLAY '*  2 - CHANGE A SUBJECT                *'
            DISPLAY '*  3 - DELETE A SUBJECT                *'
            DISPLAY '*  4 - LIST ALL SUBJECTS               *'
            DISPLAY '*  5 - EXIT                            *'
            DISPLAY '***************************************'
            DISPLAY 'CHOOSE AN OPTION: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                    PERFORM P-ADICIONA THRU P-ADICIONA-FIM
                WHEN 2
                    PERFORM P-ALTERA   THRU P-ALTERA-FIM
                WHEN 3
                    PERFORM P-EXCLUI   THRU P-EXCLUI-FIM
                WHEN 4
                    PERFORM P-LISTA    THRU P-LISTA-FIM
                WHEN 5
                    MOVE 'Y' TO WS-FIM-MENU
                WHEN OTHER
                    DISPLAY 'INVALID OPTION, PLEASE TRY AGAIN'
            END-EVALUATE.

       P-MENU-FIM.

       P-ABRE-CATALOGO.

            OPEN I-O CATALOG-FILE.

            IF WS-FS-CATALOGO IS EQUAL '35'
                CLOSE CATALOG-FILE
                OPEN OUTPUT CATALOG-FILE
                CLOSE CATALOG-FILE
                OPEN I-O CATALOG-FILE
            END-IF.

            IF WS-FS-CATALOGO IS NOT EQUAL '00'
                MOVE 'N' TO WS-CATALOGO-OK
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE COURSE CATALOG   *'
                DISPLAY '*  MAINTENANCE IS NOT AVAILABLE        *'
                DISPLAY '***************************************'
            ELSE
                MOVE 'Y' TO WS-CATALOGO-OK
            END-IF.

       P-ABRE-CATALOGO-FIM.

       P-ADICIONA.

            PERFORM P-PEDE-MATERIA THRU P-PEDE-MATERIA-FIM.

            IF WS-NOME-MATERIA IS EQUAL SPACES
                GO TO P-ADICIONA-FIM
            END-IF.

            MOVE WS-NOME-MATERIA TO CAT-NOME-MATERIA
            READ CATALOG-FILE
                KEY IS CAT-NOME-MATERIA
                INVALID KEY
                    PERFORM P-ENTRA-CAMPOS THRU P-ENTRA-CAMPOS-FIM
                    PERFORM P-MOVE-PARA-REGISTRO
                        THRU P-MOVE-PARA-REGISTRO-FIM
                    WRITE CATALOG-RECORD
                        INVALID KEY
                            DISPLAY '*** COULD NOT ADD SUBJECT '
                                FUNCTION TRIM(WS-NOME-MATERIA) ' ***'
                        NOT INVALID KEY
                            DISPLAY 'SUBJECT ADDED: '
                                FUNCTION TRIM(WS-NOME-MATERIA)
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY '*** SUBJECT '
                        FUNCTION TRIM(WS-NOME-MATERIA)
                        ' IS ALREADY IN THE CATALOG - USE '
                        'OPTION 2 TO CHANGE IT ***'
            END-READ.

       P-ADICIONA-FIM.

       P-ALTERA.

            PERFORM P-PEDE-MATERIA THRU P-PEDE-MATERIA-FIM.

            IF WS-NOME-MATERIA IS EQUAL SPACES
                GO TO P-ALTERA-FIM
            END-IF.

            MOVE WS-NOME-MATERIA TO CAT-NOME-MATERIA
            READ CATALOG-FILE
                KEY IS CAT-NOME-MATERIA
                INVALID KEY
                    DISPLAY '*** SUBJECT '
                        FUNCTION TRIM(WS-NOME-MATERIA)
                        ' IS NOT IN THE CATALOG - USE OPTION 1 '
                        'TO ADD IT ***'
                NOT INVALID KEY
                    PERFORM P-MOSTRA-MATERIA
                        THRU P-MOSTRA-MATERIA-FIM
                    PERFORM P-ENTRA-CAMPOS THRU P-ENTRA-CAMPOS-FIM
                    PERFORM P-MOVE-PARA-REGISTRO
                        THRU P-MOVE-PARA-REGISTRO-FIM
                    REWRITE CATALOG-RECORD
                        INVALID KEY
                            DISPLAY '*** COULD NOT CHANGE SUBJECT '
                                FUNCTION TRIM(WS-NOME-MATERIA) ' ***'
                        NOT INVALID KEY
                            DISPLAY 'SUBJECT CHANGED: '
                                FUNCTION TRIM(WS-NOME-MATERIA)
                    END-REWRITE
            END-READ.

       P-ALTERA-FIM.

      *****************************************************************
      *  DELETING A SUBJECT DOES NOT TOUCH STORED GRADES OR PROGRAM   *
      *  REQUIREMENTS NAMING IT; DEGAUDIT COUNTS A PASSED SUBJECT     *
      *  THAT IS NO LONGER IN THE CATALOG AS ZERO CREDITS.            *
      *****************************************************************
       P-EXCLUI.

            PERFORM P-PEDE-MATERIA THRU P-PEDE-MATERIA-FIM.

            IF WS-NOME-MATERIA IS EQUAL SPACES
                GO TO P-EXCLUI-FIM
            END-IF.

            MOVE WS-NOME-MATERIA TO CAT-NOME-MATERIA
            READ CATALOG-FILE
                KEY IS CAT-NOME-MATERIA
                INVALID KEY
                    DISPLAY '*** SUBJECT '
                        FUNCTION TRIM(WS-NOME-MATERIA)
                        ' IS NOT IN THE CATALOG ***'
                NOT INVALID KEY
                    PERFORM P-MOSTRA-MATERIA
                        THRU P-MOSTRA-MATERIA-FIM
                    DISPLAY 'DELETE THIS SUBJECT? (Y/N)'
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA IS EQUAL 'Y'
                            OR WS-CONFIRMA IS EQUAL 'y'
                        DELETE CATALOG-FILE
                            INVALID KEY
                                DISPLAY '*** COULD NOT DELETE '
                                    'SUBJECT '
                                    FUNCTION TRIM(WS-NOME-MATERIA)
                                    ' ***'
                            NOT INVALID KEY
                                DISPLAY 'SUBJECT DELETED: '
                                    FUNCTION TRIM(WS-NOME-MATERIA)
                        END-DELETE
                    ELSE
                        DISPLAY 'DELETE CANCELLED'
                    END-IF
            END-READ.

       P-EXCLUI-FIM.

       P-LISTA.

            OPEN OUTPUT LISTING-FILE.

            IF WS-FS-LISTAGEM IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE CATALOG LISTING  *'
                DISPLAY '***************************************'
                GO TO P-LISTA-FIM
            END-IF.

            MOVE SPACES TO LISTING-LINE
            STRING 'COURSE CATALOG LISTING' DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            MOVE 'SUBJECT'     TO LISTING-LINE(1:7)
            MOVE 'DESCRIPTION' TO LISTING-LINE(13:11)
            MOVE 'CREDITS'     TO LISTING-LINE(45:7)
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '-----------' DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            MOVE 0 TO WS-CONT-LISTADOS
            MOVE 'N' TO WS-FIM-CATALOGO
            MOVE LOW-VALUES TO CAT-NOME-MATERIA

            START CATALOG-FILE
                KEY IS NOT LESS THAN CAT-NOME-MATERIA
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-CATALOGO
            END-START

            PERFORM UNTIL WS-FIM-CATALOGO IS EQUAL 'Y'
                READ CATALOG-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-CATALOGO
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        PERFORM P-LISTA-LINHA THRU P-LISTA-LINHA-FIM
                END-READ
            END-PERFORM

            MOVE SPACES TO LISTING-LINE
            WRITE LISTING-LINE

            MOVE SPACES TO LISTING-LINE
            STRING 'SUBJECTS IN CATALOG: ' DELIMITED BY SIZE
                   WS-CONT-LISTADOS        DELIMITED BY SIZE
                INTO LISTING-LINE
            WRITE LISTING-LINE

            CLOSE LISTING-FILE

            DISPLAY 'SUBJECTS IN CATALOG: ' WS-CONT-LISTADOS
            DISPLAY 'CATALOG LISTING WRITTEN TO CATALOG-LISTING.TXT'.

       P-LISTA-FIM.

       P-LISTA-LINHA.

            MOVE SPACES TO LISTING-LINE
            MOVE CAT-NOME-MATERIA TO LISTING-LINE(1:10)
            MOVE CAT-DESCRICAO    TO LISTING-LINE(13:30)
            MOVE CAT-CREDITOS     TO LISTING-LINE(45:2)
            WRITE LISTING-LINE

            DISPLAY LISTING-LINE(1:51).

       P-LISTA-LINHA-FIM.

       P-PEDE-MATERIA.

            MOVE SPACES TO WS-NOME-MATERIA
            DISPLAY 'INSERT SUBJECT NAME (BLANK TO CANCEL): '
            ACCEPT WS-NOME-MATERIA.

       P-PEDE-MATERIA-FIM.

       P-MOSTRA-MATERIA.

            DISPLAY 'CURRENT CATALOG ENTRY FOR '
                    FUNCTION TRIM(CAT-NOME-MATERIA) ':'
            DISPLAY '  DESCRIPTION  : '
                    FUNCTION TRIM(CAT-DESCRICAO)
            DISPLAY '  CREDIT HOURS : ' CAT-CREDITOS.

       P-MOSTRA-MATERIA-FIM.

       P-ENTRA-CAMPOS.

            MOVE SPACES TO WS-DESCRICAO
            DISPLAY 'DESCRIPTION: '
            ACCEPT WS-DESCRICAO.

            PERFORM P-ENTRA-CREDITOS THRU P-ENTRA-CREDITOS-FIM.

       P-ENTRA-CAMPOS-FIM.

       P-ENTRA-CREDITOS.

            DISPLAY 'CREDIT HOURS (1-99): '
            ACCEPT WS-RESPOSTA

            IF WS-RESPOSTA(1:2) IS NUMERIC
                    AND WS-RESPOSTA(3:8) IS EQUAL SPACES
                MOVE WS-RESPOSTA(1:2) TO WS-CREDITOS
            ELSE
                IF WS-RESPOSTA(1:1) IS NUMERIC
                        AND WS-RESPOSTA(2:9) IS EQUAL SPACES
                    MOVE WS-RESPOSTA(1:1) TO WS-CREDITOS
                ELSE
                    MOVE 0 TO WS-CREDITOS
                END-IF
            END-IF.

            IF WS-CREDITOS IS EQUAL 0
                DISPLAY '*** CREDIT HOURS MUST BE A NUMBER FROM 1 '
                    'TO 99 - RE-ENTER THEM ***'
                GO TO P-ENTRA-CREDITOS
            END-IF.

       P-ENTRA-CREDITOS-FIM.

       P-MOVE-PARA-REGISTRO.

            MOVE WS-NOME-MATERIA TO CAT-NOME-MATERIA
            MOVE WS-DESCRICAO    TO CAT-DESCRICAO
            MOVE WS-CREDITOS     TO CAT-CREDITOS.

       P-MOVE-PARA-REGISTRO-FIM.
       END PROGRAM CATMAINT.
