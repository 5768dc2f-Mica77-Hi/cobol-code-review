      *     THE STUDENT MAY BE GIVEN AS A STUDENT ID (MATCHES THE     *
      *     ID= FIELD) OR AS A FIRST NAME (MATCHES THE NAME FIELD     *
      *     ON OLDER LOG LINES WRITTEN BEFORE STUDENT IDS EXISTED).   *
      *     YEARS MOVED OUT OF THE LIVE LOG BY AUDARCH ARE SEARCHED   *
      *     TOO: EVERY ARCHIVE ON THE AUDMAN.DAT MANIFEST WHOSE FIRST *
      *     AND LAST DATA= STAMPS OVERLAP THE FROM/TO RANGE IS READ,  *
      *     OLDEST YEAR FIRST, BEFORE THE LIVE LOG. AN OVERLAPPING    *
      *     ARCHIVE ALREADY PURGED IS NAMED ON THE INQUIRY SO THE     *
      *     HEARING KNOWS THAT PART OF THE HISTORY IS GONE.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INQUERITO.

           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT MANIFEST-FILE
               ASSIGN TO "AUDMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-ANO
               FILE STATUS IS WS-FS-MANIFESTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(450).

       FD  INQUIRY-FILE.
       01  INQUIRY-LINE               PIC X(450).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE               PIC X(450).

       FD  MANIFEST-FILE.
       COPY ARCREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-AUDIT         PIC XX.
       77 WS-FS-INQUERITO     PIC XX.
       77 WS-FS-ARQUIVO       PIC XX.
       77 WS-FS-MANIFESTO     PIC XX.
       77 WS-ARQ-NOME         PIC X(30).
       77 WS-FIM-AUDIT        PIC X(01).
       77 WS-FIM-MENU         PIC X(01) VALUE 'N'.
       77 WS-FIM-VARREDURA    PIC X(01).
       77 WS-CONT-LIDAS       PIC 9(07).
       77 WS-CONT-IMPRESSAS   PIC 9(05).
       77 WS-CONT-ARQUIVOS    PIC 9(05).
       77 WS-K                PIC 9(02).
       77 WS-K2               PIC 9(02).
       77 WS-QTD-CAMPOS       PIC 9(02).
       77 WS-LINHA-CASA       PIC X(01).
       77 WS-RESPOSTA         PIC X(10).
       77 WS-LINHA-LIDA       PIC X(450).

       01 WS-CRITERIOS.
          02 WS-INQ-ALUNO     PIC X(15).
          02 WS-LOG-TIPO      PIC X(10).

       01 WS-CAMPOS.
          02 WS-CAMPO OCCURS 20 TIMES PIC X(60).

       PROCEDURE DIVISION.
       P-START.

       P-PESQUISA.

            OPEN OUTPUT INQUIRY-FILE.

            IF WS-FS-INQUERITO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN AUDIT-INQUIRY.TXT    *'
                DISPLAY '***************************************'
                GO TO P-PESQUISA-FIM
            END-IF.

            PERFORM P-CABECALHO THRU P-CABECALHO-FIM.

            MOVE 0   TO WS-CONT-LIDAS
                        WS-CONT-IMPRESSAS
                        WS-CONT-ARQUIVOS.

            PERFORM P-PESQUISA-ARQUIVOS THRU P-PESQUISA-ARQUIVOS-FIM.

            OPEN INPUT AUDIT-FILE.

            IF WS-FS-AUDIT IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN GRADE-AUDIT.LOG -    *'
                DISPLAY '*  ONLY THE ARCHIVES WERE SEARCHED     *'
                DISPLAY '***************************************'
                MOVE 'GRADE-AUDIT.LOG COULD NOT BE OPENED'
                    TO INQUIRY-LINE
                WRITE INQUIRY-LINE
            ELSE
                MOVE 'N' TO WS-FIM-AUDIT
                PERFORM UNTIL WS-FIM-AUDIT IS EQUAL 'Y'
                    READ AUDIT-FILE INTO WS-LINHA-LIDA
                        AT END
                            MOVE 'Y' TO WS-FIM-AUDIT
                        NOT AT END
                            PERFORM P-CONFERE-LINHA
                                THRU P-CONFERE-LINHA-FIM
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.

            MOVE SPACES TO INQUIRY-LINE
            WRITE INQUIRY-LINE
                   WS-CONT-LIDAS                DELIMITED BY SIZE
                   '  ENTRIES MATCHED: '        DELIMITED BY SIZE
                   WS-CONT-IMPRESSAS            DELIMITED BY SIZE
                   '  ARCHIVES SEARCHED: '      DELIMITED BY SIZE
                   WS-CONT-ARQUIVOS             DELIMITED BY SIZE
                INTO INQUIRY-LINE
            WRITE INQUIRY-LINE

            CLOSE INQUIRY-FILE.

            DISPLAY 'ARCHIVES SEARCHED: ' WS-CONT-ARQUIVOS
            DISPLAY 'ENTRIES MATCHED: ' WS-CONT-IMPRESSAS
            DISPLAY 'CHANGE HISTORY WRITTEN TO AUDIT-INQUIRY.TXT'.

       P-PESQUISA-FIM.

       P-CONFERE-LINHA.

            ADD 1 TO WS-CONT-LIDAS.
            PERFORM P-EXAMINA-LINHA THRU P-EXAMINA-LINHA-FIM.
            IF WS-LINHA-CASA IS EQUAL 'Y'
                ADD 1 TO WS-CONT-IMPRESSAS
                WRITE INQUIRY-LINE FROM WS-LINHA-LIDA
            END-IF.

       P-CONFERE-LINHA-FIM.

      *****************************************************************
      *  P-PESQUISA-ARQUIVOS READS THE ARCHIVE MANIFEST IN YEAR ORDER *
      *  AND SEARCHES EACH ARCHIVE WHOSE DATA= RANGE OVERLAPS THE     *
      *  INQUIRY'S FROM/TO DATES. NO MANIFEST (STATUS 35) MEANS       *
      *  NOTHING HAS BEEN ARCHIVED YET; ANY OTHER OPEN FAILURE IS     *
      *  NAMED ON THE INQUIRY.                                        *
      *****************************************************************
       P-PESQUISA-ARQUIVOS.

            OPEN INPUT MANIFEST-FILE.

            IF WS-FS-MANIFESTO IS NOT EQUAL '00'
                IF WS-FS-MANIFESTO IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN AUDMAN.DAT - STATUS '
                        WS-FS-MANIFESTO ' - ARCHIVES NOT SEARCHED ***'
                    MOVE SPACES TO INQUIRY-LINE
                    STRING 'ARCHIVE MANIFEST AUDMAN.DAT COULD NOT BE '
                                              DELIMITED BY SIZE
                           'OPENED (STATUS '  DELIMITED BY SIZE
                           WS-FS-MANIFESTO    DELIMITED BY SIZE
                           ') - ARCHIVES NOT SEARCHED'
                                              DELIMITED BY SIZE
                        INTO INQUIRY-LINE
                    WRITE INQUIRY-LINE
                END-IF
                GO TO P-PESQUISA-ARQUIVOS-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE 0 TO ARC-ANO.
            START MANIFEST-FILE
                KEY IS NOT LESS THAN ARC-ANO
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ MANIFEST-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        IF ARC-PRIMEIRA-DATA IS NOT GREATER THAN
                                WS-INQ-DATA-ATE
                                AND ARC-ULTIMA-DATA IS NOT LESS THAN
                                    WS-INQ-DATA-DE
                            PERFORM P-PESQUISA-ARQUIVO
                                THRU P-PESQUISA-ARQUIVO-FIM
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE MANIFEST-FILE.

       P-PESQUISA-ARQUIVOS-FIM.

       P-PESQUISA-ARQUIVO.

            IF ARC-SITUACAO IS EQUAL 'P'
                MOVE SPACES TO INQUIRY-LINE
                STRING 'ARCHIVE '             DELIMITED BY SIZE
                       ARC-ARQUIVO            DELIMITED BY SPACE
                       ' WAS PURGED ON '      DELIMITED BY SIZE
                       ARC-DATA-EXPURGO       DELIMITED BY SIZE
                       ' - ENTRIES FROM '     DELIMITED BY SIZE
                       ARC-PRIMEIRA-DATA      DELIMITED BY SIZE
                       ' TO '                 DELIMITED BY SIZE
                       ARC-ULTIMA-DATA        DELIMITED BY SIZE
                       ' NOT SEARCHED'        DELIMITED BY SIZE
                    INTO INQUIRY-LINE
                WRITE INQUIRY-LINE
                GO TO P-PESQUISA-ARQUIVO-FIM
            END-IF.

            MOVE ARC-ARQUIVO TO WS-ARQ-NOME.
            OPEN INPUT ARCHIVE-FILE.

            IF WS-FS-ARQUIVO IS NOT EQUAL '00'
                MOVE SPACES TO INQUIRY-LINE
                STRING 'ARCHIVE '             DELIMITED BY SIZE
                       WS-ARQ-NOME            DELIMITED BY SPACE
                       ' COULD NOT BE OPENED (STATUS '
                                              DELIMITED BY SIZE
                       WS-FS-ARQUIVO          DELIMITED BY SIZE
                       ') - NOT SEARCHED'     DELIMITED BY SIZE
                    INTO INQUIRY-LINE
                WRITE INQUIRY-LINE
                GO TO P-PESQUISA-ARQUIVO-FIM
            END-IF.

            ADD 1 TO WS-CONT-ARQUIVOS.
            MOVE 'N' TO WS-FIM-AUDIT.

            PERFORM UNTIL WS-FIM-AUDIT IS EQUAL 'Y'
                READ ARCHIVE-FILE INTO WS-LINHA-LIDA
                    AT END
                        MOVE 'Y' TO WS-FIM-AUDIT
                    NOT AT END
                        PERFORM P-CONFERE-LINHA
                            THRU P-CONFERE-LINHA-FIM
                END-READ
            END-PERFORM.

            CLOSE ARCHIVE-FILE.

       P-PESQUISA-ARQUIVO-FIM.

       P-CABECALHO.

            MOVE SPACES TO INQUIRY-LINE
                           WS-LINHA-LOG.
            MOVE 0 TO WS-QTD-CAMPOS.

            UNSTRING WS-LINHA-LIDA DELIMITED BY ' / '
                INTO WS-CAMPO(1)  WS-CAMPO(2)  WS-CAMPO(3)
                     WS-CAMPO(4)  WS-CAMPO(5)  WS-CAMPO(6)
                     WS-CAMPO(7)  WS-CAMPO(8)  WS-CAMPO(9)
                     WS-CAMPO(10) WS-CAMPO(11) WS-CAMPO(12)
                     WS-CAMPO(13) WS-CAMPO(14) WS-CAMPO(15)
                     WS-CAMPO(16) WS-CAMPO(17) WS-CAMPO(18)
                     WS-CAMPO(19) WS-CAMPO(20)
                TALLYING IN WS-QTD-CAMPOS
            END-UNSTRING.

