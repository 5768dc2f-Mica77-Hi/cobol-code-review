      *****************************************************************
      *     AUDARCH.CBL - GRADE AUDIT LOG ARCHIVING AND RETENTION     *
      *     GRADE-AUDIT.LOG ONLY EVER GROWS (STDGRAV AND INCRESOL     *
      *     APPEND TO IT), SO OLD YEARS ARE MOVED OUT OF IT HERE.     *
      *     ARCHIVE MODE MOVES EVERY LOG LINE WHOSE DATA= STAMP IS    *
      *     BEFORE THE CUTOFF DATE INTO ONE ARCHIVE PER ACADEMIC YEAR *
      *     (GRADE-AUDIT-YYYY.ARC, APPENDED TO IF IT ALREADY EXISTS)  *
      *     AND LEAVES THE REST - AND ANY LINE WITHOUT A DATA= STAMP  *
      *     - ON THE LIVE LOG. THE AUDMAN.DAT MANIFEST (ARCREC) KEEPS *
      *     EACH ARCHIVE'S LINE COUNT AND FIRST AND LAST DATA= STAMP, *
      *     WHICH AUDINQ USES TO SEARCH ONLY THE ARCHIVES A DATE      *
      *     RANGE TOUCHES.                                            *
      *     PURGE MODE DELETES THE ARCHIVES OLDER THAN THE RETENTION  *
      *     PERIOD (YEAR BEFORE CURRENT YEAR MINUS RETENTION YEARS).  *
      *     WITHOUT CONFIRM IT ONLY LISTS WHAT WOULD GO; WITH CONFIRM *
      *     THE FILES ARE DELETED AND THE MANIFEST ENTRY IS KEPT,     *
      *     MARKED PURGED, AS THE RECORD OF WHAT WAS DESTROYED.       *
      *     BOTH MODES TAKE THE GRADE-RUN.LCK RUN LOCK AND END WITH   *
      *     THE MANIFEST LISTING ON AUDIT-ARCHIVE-MANIFEST.TXT.       *
      *     USAGE: AUDARCH ARCHIVE <CUTOFF YYYYMMDD>                  *
      *            AUDARCH PURGE <RETENTION-YEARS> [CONFIRM]          *
      *     RETURN CODE 0 = OK, 4 = PURGE LISTED BUT NOT CONFIRMED OR *
      *     AN ARCHIVE COULD NOT BE DELETED, 12 = NOT RUN OR FAILED.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO "GRADE-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT KEEP-FILE
               ASSIGN TO "GRADE-AUDIT.KEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETIDAS.

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

           SELECT LOCK-FILE
               ASSIGN TO "GRADE-RUN.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.

           SELECT REPORT-FILE
               ASSIGN TO "AUDIT-ARCHIVE-MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(450).

       FD  KEEP-FILE.
       01  KEEP-LINE                  PIC X(450).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE               PIC X(450).

       FD  MANIFEST-FILE.
       COPY ARCREC.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           02 LCK-OPERATOR         PIC X(08).
           02 LCK-ROSTER           PIC X(40).
           02 LCK-DATA             PIC 9(08).
           02 LCK-HORA             PIC 9(06).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-AUDIT          PIC XX.
       77 WS-FS-RETIDAS        PIC XX.
       77 WS-FS-ARQUIVO        PIC XX.
       77 WS-FS-MANIFESTO      PIC XX.
       77 WS-FS-TRAVA          PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-TRAVA-OK          PIC X(01) VALUE 'Y'.
       77 WS-TRAVA-MINHA       PIC X(01) VALUE 'N'.
       77 WS-DATA-SISTEMA      PIC 9(08).
       77 WS-HORA-SISTEMA      PIC 9(08).
       77 WS-PARM              PIC X(40).
       77 WS-MODO              PIC X(10).
       77 WS-PARM-2            PIC X(10).
       77 WS-PARM-3            PIC X(10).
       77 WS-DATA-CORTE        PIC 9(08) VALUE 0.
       77 WS-ANOS-RETENCAO     PIC 9(02) VALUE 0.
       77 WS-ANO-LIMITE        PIC 9(04) VALUE 0.
       77 WS-ANO-SISTEMA       PIC 9(04).
       77 WS-CONFIRMA          PIC X(01) VALUE 'N'.
       77 WS-POS               PIC 9(03).
       77 WS-DATA-LINHA        PIC X(08).
       77 WS-ANO-LINHA         PIC 9(04).
       77 WS-ANO-ABERTO        PIC 9(04) VALUE 0.
       77 WS-ARQ-ABERTO        PIC X(01) VALUE 'N'.
       77 WS-ARQ-NOME          PIC X(30).
       77 WS-ERRO-ARQUIVO      PIC X(01) VALUE 'N'.
       77 WS-FIM-AUDIT         PIC X(01) VALUE 'N'.
       77 WS-FIM-VARREDURA     PIC X(01) VALUE 'N'.
       77 WS-ANO-NOVO          PIC X(01).
       77 WS-I                 PIC 9(02).
       77 WS-RC-EXCLUSAO       PIC S9(09).
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-ED-LINHAS         PIC ZZZZZZ9.
       77 WS-CONT-LIDAS        PIC 9(07) VALUE 0.
       77 WS-CONT-ARQUIVADAS   PIC 9(07) VALUE 0.
       77 WS-CONT-MANTIDAS     PIC 9(07) VALUE 0.
       77 WS-CONT-SEM-DATA     PIC 9(07) VALUE 0.
       77 WS-CONT-COPIADAS     PIC 9(07) VALUE 0.
       77 WS-CONT-CANDIDATOS   PIC 9(05) VALUE 0.
       77 WS-CONT-EXPURGADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-FALHAS       PIC 9(05) VALUE 0.

      *    ONE ENTRY PER YEAR ARCHIVED BY THIS RUN, MERGED INTO THE
      *    MANIFEST ONCE THE LIVE LOG HAS BEEN REWRITTEN.
       01 WS-TABELA-ANOS.
          02 WS-QTD-ANOS       PIC 9(02) VALUE 0.
          02 WS-ANO-ITEM OCCURS 50 TIMES.
             03 WS-TAB-ANO      PIC 9(04).
             03 WS-TAB-QTD      PIC 9(07).
             03 WS-TAB-PRIMEIRA PIC 9(08).
             03 WS-TAB-ULTIMA   PIC 9(08).

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.

            UNSTRING WS-PARM DELIMITED BY ALL SPACE
                INTO WS-MODO WS-PARM-2 WS-PARM-3
            END-UNSTRING.

            PERFORM P-PARAMETROS THRU P-PARAMETROS-FIM.
            IF WS-RETORNO IS EQUAL 12
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

            IF WS-MODO IS EQUAL 'ARCHIVE'
                PERFORM P-ARQUIVA THRU P-ARQUIVA-FIM
            ELSE
                PERFORM P-EXPURGA THRU P-EXPURGA-FIM
            END-IF.

            PERFORM P-LISTA-MANIFESTO THRU P-LISTA-MANIFESTO-FIM.

            CLOSE MANIFEST-FILE
                  REPORT-FILE.

            PERFORM P-LIBERA-TRAVA THRU P-LIBERA-TRAVA-FIM.

            DISPLAY '********* AUDIT LOG ARCHIVE SUMMARY *********'
            IF WS-MODO IS EQUAL 'ARCHIVE'
                DISPLAY 'CUTOFF DATE          : ' WS-DATA-CORTE
                DISPLAY 'LOG LINES READ       : ' WS-CONT-LIDAS
                DISPLAY 'LINES ARCHIVED       : ' WS-CONT-ARQUIVADAS
                DISPLAY 'LINES KEPT ON LOG    : ' WS-CONT-MANTIDAS
            ELSE
                DISPLAY 'RETENTION (YEARS)    : ' WS-ANOS-RETENCAO
                DISPLAY 'ARCHIVES PAST IT     : ' WS-CONT-CANDIDATOS
                DISPLAY 'ARCHIVES PURGED      : ' WS-CONT-EXPURGADOS
                IF WS-CONFIRMA IS NOT EQUAL 'Y'
                        AND WS-CONT-CANDIDATOS IS GREATER THAN 0
                    DISPLAY 'NOTHING DELETED - RERUN WITH CONFIRM '
                        'TO PURGE THEM'
                END-IF
            END-IF
            DISPLAY 'MANIFEST WRITTEN TO AUDIT-ARCHIVE-MANIFEST.TXT'
            DISPLAY '*********************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      *  P-PARAMETROS - ARCHIVE TAKES AN EIGHT-DIGIT CUTOFF DATE NOT  *
      *  LATER THAN TODAY; PURGE TAKES THE RETENTION IN YEARS (1-99)  *
      *  AND AN OPTIONAL CONFIRM.                                     *
      *****************************************************************
       P-PARAMETROS.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

            EVALUATE WS-MODO
                WHEN 'ARCHIVE'
                    IF WS-PARM-2(1:8) IS NUMERIC
                            AND WS-PARM-2(9:2) IS EQUAL SPACES
                            AND WS-PARM-3 IS EQUAL SPACES
                        MOVE WS-PARM-2(1:8) TO WS-DATA-CORTE
                        IF WS-DATA-CORTE IS GREATER THAN
                                WS-DATA-SISTEMA
                            DISPLAY '*** CUTOFF ' WS-DATA-CORTE
                                ' IS AFTER TODAY - NOT RUN ***'
                            MOVE 12 TO WS-RETORNO
                        END-IF
                        GO TO P-PARAMETROS-FIM
                    END-IF
                WHEN 'PURGE'
                    IF FUNCTION TEST-NUMVAL(WS-PARM-2) IS EQUAL 0
                            AND (WS-PARM-3 IS EQUAL SPACES
                              OR WS-PARM-3 IS EQUAL 'CONFIRM')
                        IF FUNCTION NUMVAL(WS-PARM-2)
                                IS NOT LESS THAN 1
                                AND FUNCTION NUMVAL(WS-PARM-2)
                                    IS LESS THAN 100
                            COMPUTE WS-ANOS-RETENCAO =
                                FUNCTION NUMVAL(WS-PARM-2)
                            IF WS-PARM-3 IS EQUAL 'CONFIRM'
                                MOVE 'Y' TO WS-CONFIRMA
                            END-IF
                            MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-SISTEMA
                            COMPUTE WS-ANO-LIMITE =
                                WS-ANO-SISTEMA - WS-ANOS-RETENCAO
                            GO TO P-PARAMETROS-FIM
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            DISPLAY '***************************************'
            DISPLAY '*  PARAMETERS NOT RECOGNISED           *'
            DISPLAY '*  USAGE: AUDARCH ARCHIVE <YYYYMMDD>   *'
            DISPLAY '*         AUDARCH PURGE <YEARS>        *'
            DISPLAY '*                 [CONFIRM]            *'
            DISPLAY '*  EX. AUDARCH ARCHIVE 20250101        *'
            DISPLAY '***************************************'
            MOVE 12 TO WS-RETORNO.

       P-PARAMETROS-FIM.

       P-ABRE-ARQUIVOS.

            OPEN I-O MANIFEST-FILE.

            IF WS-FS-MANIFESTO IS EQUAL '35'
                CLOSE MANIFEST-FILE
                OPEN OUTPUT MANIFEST-FILE
                CLOSE MANIFEST-FILE
                OPEN I-O MANIFEST-FILE
            END-IF.

            IF WS-FS-MANIFESTO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE ARCHIVE MANIFEST *'
                DISPLAY '*  AUDMAN.DAT - NOTHING WAS MOVED      *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN OUTPUT REPORT-FILE.

            IF WS-FS-RELATORIO IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN                      *'
                DISPLAY '*  AUDIT-ARCHIVE-MANIFEST.TXT          *'
                DISPLAY '*  NOTHING WAS MOVED                   *'
                DISPLAY '***************************************'
                CLOSE MANIFEST-FILE
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

      *****************************************************************
      *  P-OBTEM-TRAVA TAKES THE POSTING-RUN LOCK (GRADE-RUN.LCK) SO  *
      *  THE LIVE LOG IS NOT REWRITTEN UNDER A BATCH RUN THAT IS      *
      *  APPENDING TO IT.                                             *
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
                    MOVE 'AUDARCH'       TO LCK-OPERATOR
                    MOVE SPACES          TO LCK-ROSTER
                    MOVE WS-DATA-SISTEMA TO LCK-DATA
                    MOVE WS-HORA-SISTEMA(1:6) TO LCK-HORA
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
      *  P-ARQUIVA SPLITS THE LIVE LOG: LINES BEFORE THE CUTOFF GO TO *
      *  THEIR YEAR'S ARCHIVE, THE REST TO GRADE-AUDIT.KEEP. ONLY     *
      *  WHEN EVERY ARCHIVE WRITE WORKED IS THE LIVE LOG REWRITTEN    *
      *  FROM THE KEEP FILE AND THE MANIFEST UPDATED - A FAILED RUN   *
      *  LEAVES BOTH AS THEY WERE.                                    *
      *****************************************************************
       P-ARQUIVA.

            OPEN INPUT AUDIT-FILE.

            IF WS-FS-AUDIT IS EQUAL '35'
                DISPLAY '*** NO GRADE-AUDIT.LOG - NOTHING TO ARCHIVE'
                    ' ***'
                GO TO P-ARQUIVA-FIM
            END-IF.

            IF WS-FS-AUDIT IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN GRADE-AUDIT.LOG      *'
                DISPLAY '*  NOTHING WAS MOVED                   *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ARQUIVA-FIM
            END-IF.

            OPEN OUTPUT KEEP-FILE.

            IF WS-FS-RETIDAS IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN GRADE-AUDIT.KEEP     *'
                DISPLAY '*  NOTHING WAS MOVED                   *'
                DISPLAY '***************************************'
                CLOSE AUDIT-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-ARQUIVA-FIM
            END-IF.

            PERFORM UNTIL WS-FIM-AUDIT IS EQUAL 'Y'
                       OR WS-ERRO-ARQUIVO IS EQUAL 'Y'
                READ AUDIT-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-AUDIT
                    NOT AT END
                        ADD 1 TO WS-CONT-LIDAS
                        PERFORM P-SEPARA-LINHA THRU P-SEPARA-LINHA-FIM
                END-READ
            END-PERFORM.

            IF WS-ARQ-ABERTO IS EQUAL 'Y'
                CLOSE ARCHIVE-FILE
                MOVE 'N' TO WS-ARQ-ABERTO
            END-IF.

            CLOSE AUDIT-FILE
                  KEEP-FILE.

            IF WS-ERRO-ARQUIVO IS EQUAL 'Y'
                DISPLAY '***************************************'
                DISPLAY '*  ARCHIVE WRITE FAILED ON ' WS-ARQ-NOME
                DISPLAY '*  STATUS ' WS-FS-ARQUIVO
                    ' - GRADE-AUDIT.LOG AND THE    *'
                DISPLAY '*  MANIFEST WERE NOT CHANGED. THE      *'
                DISPLAY '*  ARCHIVES MAY HOLD LINES STILL ON    *'
                DISPLAY '*  THE LIVE LOG - CHECK THEM BEFORE    *'
                DISPLAY '*  RERUNNING                           *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                PERFORM P-TOTAIS-ARQUIVO THRU P-TOTAIS-ARQUIVO-FIM
                GO TO P-ARQUIVA-FIM
            END-IF.

            IF WS-CONT-ARQUIVADAS IS GREATER THAN 0
                PERFORM P-REGRAVA-LOG THRU P-REGRAVA-LOG-FIM
            END-IF.

            IF WS-RETORNO IS NOT EQUAL 12
                PERFORM P-ATUALIZA-MANIFESTO
                    THRU P-ATUALIZA-MANIFESTO-FIM
                    VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I IS GREATER THAN WS-QTD-ANOS
            END-IF.

            PERFORM P-TOTAIS-ARQUIVO THRU P-TOTAIS-ARQUIVO-FIM.

       P-ARQUIVA-FIM.

      *****************************************************************
      *  P-SEPARA-LINHA FINDS THE DATA= STAMP ON ONE LOG LINE. A LINE *
      *  STAMPED BEFORE THE CUTOFF IS WRITTEN TO ITS YEAR'S ARCHIVE;  *
      *  ANYTHING ELSE, INCLUDING A LINE WITH NO READABLE STAMP,      *
      *  STAYS ON THE LIVE LOG.                                       *
      *****************************************************************
       P-SEPARA-LINHA.

            MOVE 0 TO WS-POS.
            INSPECT AUDIT-LINE TALLYING WS-POS
                FOR CHARACTERS BEFORE INITIAL ' / DATA='.

            MOVE SPACES TO WS-DATA-LINHA.
            IF WS-POS IS LESS THAN 434
                MOVE AUDIT-LINE(WS-POS + 9:8) TO WS-DATA-LINHA
            END-IF.

            IF WS-DATA-LINHA IS NOT NUMERIC
                ADD 1 TO WS-CONT-SEM-DATA
                GO TO P-SEPARA-LINHA-MANTEM
            END-IF.

            IF WS-DATA-LINHA IS NOT LESS THAN WS-DATA-CORTE
                GO TO P-SEPARA-LINHA-MANTEM
            END-IF.

            MOVE WS-DATA-LINHA(1:4) TO WS-ANO-LINHA.

            PERFORM P-LOCALIZA-ANO THRU P-LOCALIZA-ANO-FIM.
            IF WS-I IS EQUAL 0
                GO TO P-SEPARA-LINHA-MANTEM
            END-IF.

            IF WS-ARQ-ABERTO IS EQUAL 'N'
                    OR WS-ANO-LINHA IS NOT EQUAL WS-ANO-ABERTO
                PERFORM P-ABRE-ARQUIVO-ANO THRU P-ABRE-ARQUIVO-ANO-FIM
                IF WS-ERRO-ARQUIVO IS EQUAL 'Y'
                    GO TO P-SEPARA-LINHA-FIM
                END-IF
            END-IF.

            WRITE ARCHIVE-LINE FROM AUDIT-LINE.

            IF WS-FS-ARQUIVO IS NOT EQUAL '00'
                MOVE 'Y' TO WS-ERRO-ARQUIVO
                GO TO P-SEPARA-LINHA-FIM
            END-IF.

            ADD 1 TO WS-CONT-ARQUIVADAS.
            ADD 1 TO WS-TAB-QTD(WS-I).
            IF WS-DATA-LINHA IS LESS THAN WS-TAB-PRIMEIRA(WS-I)
                MOVE WS-DATA-LINHA TO WS-TAB-PRIMEIRA(WS-I)
            END-IF.
            IF WS-DATA-LINHA IS GREATER THAN WS-TAB-ULTIMA(WS-I)
                MOVE WS-DATA-LINHA TO WS-TAB-ULTIMA(WS-I)
            END-IF.
            GO TO P-SEPARA-LINHA-FIM.

       P-SEPARA-LINHA-MANTEM.

            WRITE KEEP-LINE FROM AUDIT-LINE.

            IF WS-FS-RETIDAS IS NOT EQUAL '00'
                MOVE WS-FS-RETIDAS TO WS-FS-ARQUIVO
                MOVE 'GRADE-AUDIT.KEEP' TO WS-ARQ-NOME
                MOVE 'Y' TO WS-ERRO-ARQUIVO
                GO TO P-SEPARA-LINHA-FIM
            END-IF.

            ADD 1 TO WS-CONT-MANTIDAS.

       P-SEPARA-LINHA-FIM.

      *****************************************************************
      *  P-LOCALIZA-ANO SETS WS-I TO THE RUN TABLE ENTRY FOR          *
      *  WS-ANO-LINHA, ADDING ONE IF NEEDED. WS-I IS ZERO WHEN THE    *
      *  TABLE IS FULL - THE LINE IS THEN LEFT ON THE LIVE LOG FOR    *
      *  THE NEXT RUN.                                                *
      *****************************************************************
       P-LOCALIZA-ANO.

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I IS GREATER THAN WS-QTD-ANOS
                       OR WS-TAB-ANO(WS-I) IS EQUAL WS-ANO-LINHA
                CONTINUE
            END-PERFORM.

            IF WS-I IS NOT GREATER THAN WS-QTD-ANOS
                GO TO P-LOCALIZA-ANO-FIM
            END-IF.

            IF WS-QTD-ANOS IS EQUAL 50
                MOVE 0 TO WS-I
                GO TO P-LOCALIZA-ANO-FIM
            END-IF.

            ADD 1 TO WS-QTD-ANOS.
            MOVE WS-QTD-ANOS   TO WS-I.
            MOVE WS-ANO-LINHA  TO WS-TAB-ANO(WS-I).
            MOVE 0             TO WS-TAB-QTD(WS-I)
                                  WS-TAB-ULTIMA(WS-I).
            MOVE 99999999      TO WS-TAB-PRIMEIRA(WS-I).

       P-LOCALIZA-ANO-FIM.

      *****************************************************************
      *  P-ABRE-ARQUIVO-ANO SWITCHES TO THE ARCHIVE FOR WS-ANO-LINHA, *
      *  APPENDING TO IT WHEN AN EARLIER RUN ALREADY STARTED IT.      *
      *****************************************************************
       P-ABRE-ARQUIVO-ANO.

            IF WS-ARQ-ABERTO IS EQUAL 'Y'
                CLOSE ARCHIVE-FILE
                MOVE 'N' TO WS-ARQ-ABERTO
            END-IF.

            MOVE SPACES TO WS-ARQ-NOME.
            STRING 'GRADE-AUDIT-' DELIMITED BY SIZE
                   WS-ANO-LINHA   DELIMITED BY SIZE
                   '.ARC'         DELIMITED BY SIZE
                INTO WS-ARQ-NOME.

            OPEN EXTEND ARCHIVE-FILE.

            IF WS-FS-ARQUIVO IS EQUAL '35'
                OPEN OUTPUT ARCHIVE-FILE
            END-IF.

            IF WS-FS-ARQUIVO IS NOT EQUAL '00'
                MOVE 'Y' TO WS-ERRO-ARQUIVO
                GO TO P-ABRE-ARQUIVO-ANO-FIM
            END-IF.

            MOVE 'Y' TO WS-ARQ-ABERTO.
            MOVE WS-ANO-LINHA TO WS-ANO-ABERTO.

       P-ABRE-ARQUIVO-ANO-FIM.

      *****************************************************************
      *  P-REGRAVA-LOG COPIES GRADE-AUDIT.KEEP BACK OVER THE LIVE     *
      *  LOG. IF THE COPY FAILS PART WAY THE KEEP FILE STILL HOLDS    *
      *  THE LINES THE LIVE LOG SHOULD HAVE.                          *
      *****************************************************************
       P-REGRAVA-LOG.

            OPEN INPUT KEEP-FILE.
            OPEN OUTPUT AUDIT-FILE.

            IF WS-FS-RETIDAS IS NOT EQUAL '00'
                    OR WS-FS-AUDIT IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT REWRITE GRADE-AUDIT.LOG   *'
                DISPLAY '*  RESTORE IT FROM GRADE-AUDIT.KEEP    *'
                DISPLAY '*  BEFORE ANY POSTING RUN              *'
                DISPLAY '***************************************'
                CLOSE KEEP-FILE
                      AUDIT-FILE
                MOVE 12 TO WS-RETORNO
                GO TO P-REGRAVA-LOG-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-AUDIT.
            PERFORM UNTIL WS-FIM-AUDIT IS EQUAL 'Y'
                READ KEEP-FILE
                    AT END
                        MOVE 'Y' TO WS-FIM-AUDIT
                    NOT AT END
                        WRITE AUDIT-LINE FROM KEEP-LINE
                        IF WS-FS-AUDIT IS EQUAL '00'
                            ADD 1 TO WS-CONT-COPIADAS
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE KEEP-FILE
                  AUDIT-FILE.

            IF WS-CONT-COPIADAS IS NOT EQUAL WS-CONT-MANTIDAS
                DISPLAY '***************************************'
                DISPLAY '*  GRADE-AUDIT.LOG REWRITE INCOMPLETE  *'
                DISPLAY '*  RESTORE IT FROM GRADE-AUDIT.KEEP    *'
                DISPLAY '*  BEFORE ANY POSTING RUN              *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-REGRAVA-LOG-FIM.

      *****************************************************************
      *  P-ATUALIZA-MANIFESTO MERGES RUN TABLE ENTRY WS-I INTO ITS    *
      *  MANIFEST RECORD. A YEAR WHOSE ARCHIVE WAS PURGED STARTS OVER *
      *  WITH THE NEW ARCHIVE THIS RUN CREATED.                       *
      *****************************************************************
       P-ATUALIZA-MANIFESTO.

            MOVE 'N' TO WS-ANO-NOVO.
            MOVE WS-TAB-ANO(WS-I) TO ARC-ANO.
            READ MANIFEST-FILE
                KEY IS ARC-ANO
                INVALID KEY
                    MOVE 'Y' TO WS-ANO-NOVO
            END-READ.

            IF WS-ANO-NOVO IS EQUAL 'Y'
                    OR ARC-SITUACAO IS EQUAL 'P'
                MOVE WS-TAB-ANO(WS-I)      TO ARC-ANO
                MOVE 0                     TO ARC-QTD-LINHAS
                                              ARC-DATA-EXPURGO
                MOVE WS-TAB-PRIMEIRA(WS-I) TO ARC-PRIMEIRA-DATA
                MOVE WS-TAB-ULTIMA(WS-I)   TO ARC-ULTIMA-DATA
            END-IF.

            MOVE SPACES TO ARC-ARQUIVO.
            STRING 'GRADE-AUDIT-'   DELIMITED BY SIZE
                   WS-TAB-ANO(WS-I) DELIMITED BY SIZE
                   '.ARC'           DELIMITED BY SIZE
                INTO ARC-ARQUIVO.
            MOVE 'A'             TO ARC-SITUACAO.
            MOVE WS-DATA-SISTEMA TO ARC-DATA-ARQUIVO.
            ADD WS-TAB-QTD(WS-I) TO ARC-QTD-LINHAS.

            IF WS-TAB-PRIMEIRA(WS-I) IS LESS THAN ARC-PRIMEIRA-DATA
                MOVE WS-TAB-PRIMEIRA(WS-I) TO ARC-PRIMEIRA-DATA
            END-IF.
            IF WS-TAB-ULTIMA(WS-I) IS GREATER THAN ARC-ULTIMA-DATA
                MOVE WS-TAB-ULTIMA(WS-I) TO ARC-ULTIMA-DATA
            END-IF.

            IF WS-ANO-NOVO IS EQUAL 'Y'
                WRITE ARCHIVE-MANIFEST-RECORD
            ELSE
                REWRITE ARCHIVE-MANIFEST-RECORD
            END-IF.

            IF WS-FS-MANIFESTO IS NOT EQUAL '00'
                DISPLAY '*** COULD NOT UPDATE THE MANIFEST FOR '
                    WS-TAB-ANO(WS-I) ' - STATUS ' WS-FS-MANIFESTO
                    ' ***'
                MOVE 12 TO WS-RETORNO
            END-IF.

       P-ATUALIZA-MANIFESTO-FIM.

      *****************************************************************
      *  P-TOTAIS-ARQUIVO - EVERY LINE READ MUST HAVE GONE EITHER TO  *
      *  AN ARCHIVE OR BACK TO THE LIVE LOG.                          *
      *****************************************************************
       P-TOTAIS-ARQUIVO.

            MOVE SPACES TO REPORT-LINE
            STRING 'MODE: ARCHIVE   CUTOFF DATE: ' DELIMITED BY SIZE
                   WS-DATA-CORTE                   DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-LIDAS TO WS-ED-LINHAS
            MOVE SPACES TO REPORT-LINE
            STRING 'LOG LINES READ              : ' DELIMITED BY SIZE
                   WS-ED-LINHAS                     DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-ARQUIVADAS TO WS-ED-LINHAS
            MOVE SPACES TO REPORT-LINE
            STRING 'LINES MOVED TO ARCHIVES     : ' DELIMITED BY SIZE
                   WS-ED-LINHAS                     DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-MANTIDAS TO WS-ED-LINHAS
            MOVE SPACES TO REPORT-LINE
            STRING 'LINES KEPT ON THE LIVE LOG  : ' DELIMITED BY SIZE
                   WS-ED-LINHAS                     DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE WS-CONT-SEM-DATA TO WS-ED-LINHAS
            MOVE SPACES TO REPORT-LINE
            STRING '  OF WHICH WITHOUT DATA=    : ' DELIMITED BY SIZE
                   WS-ED-LINHAS                     DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            IF WS-ERRO-ARQUIVO IS EQUAL 'Y'
                STRING 'RUN FAILED ON '         DELIMITED BY SIZE
                       WS-ARQ-NOME              DELIMITED BY SPACE
                       ' - LIVE LOG AND MANIFEST NOT CHANGED'
                                                DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                IF WS-CONT-LIDAS IS EQUAL
                        WS-CONT-ARQUIVADAS + WS-CONT-MANTIDAS
                    MOVE 'BALANCE (READ = MOVED + KEPT): OK'
                        TO REPORT-LINE
                ELSE
                    MOVE 'BALANCE (READ = MOVED + KEPT): OUT OF BALANCE'
                        TO REPORT-LINE
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

       P-TOTAIS-ARQUIVO-FIM.

      *****************************************************************
      *  P-EXPURGA WALKS THE MANIFEST FOR ARCHIVES STILL ON FILE FROM *
      *  BEFORE THE RETENTION LIMIT YEAR. THEY ARE ONLY DELETED WHEN  *
      *  CONFIRM WAS GIVEN; OTHERWISE THEY ARE LISTED AND THE RUN     *
      *  ENDS RC 4 SO THE LIST GETS LOOKED AT.                        *
      *****************************************************************
       P-EXPURGA.

            MOVE SPACES TO REPORT-LINE
            IF WS-CONFIRMA IS EQUAL 'Y'
                STRING 'MODE: PURGE (CONFIRMED)   RETENTION YEARS: '
                                                DELIMITED BY SIZE
                       WS-ANOS-RETENCAO         DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING 'MODE: PURGE (LIST ONLY)   RETENTION YEARS: '
                                                DELIMITED BY SIZE
                       WS-ANOS-RETENCAO         DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING 'ARCHIVES FOR YEARS BEFORE ' DELIMITED BY SIZE
                   WS-ANO-LIMITE                DELIMITED BY SIZE
                   ' ARE PAST RETENTION'        DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

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
                        IF ARC-SITUACAO IS EQUAL 'A'
                                AND ARC-ANO IS LESS THAN WS-ANO-LIMITE
                            PERFORM P-EXPURGA-ANO
                                THRU P-EXPURGA-ANO-FIM
                        END-IF
                END-READ
            END-PERFORM.

            IF WS-CONT-CANDIDATOS IS EQUAL 0
                MOVE 'NO ARCHIVE IS PAST THE RETENTION PERIOD'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

            IF WS-CONFIRMA IS NOT EQUAL 'Y'
                    AND WS-CONT-CANDIDATOS IS GREATER THAN 0
                MOVE 'NOTHING WAS DELETED - RERUN WITH CONFIRM TO PURGE'
                    TO REPORT-LINE
                WRITE REPORT-LINE
                IF WS-RETORNO IS LESS THAN 4
                    MOVE 4 TO WS-RETORNO
                END-IF
            END-IF.

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

       P-EXPURGA-FIM.

       P-EXPURGA-ANO.

            ADD 1 TO WS-CONT-CANDIDATOS.

            MOVE ARC-QTD-LINHAS TO WS-ED-LINHAS.
            MOVE SPACES TO REPORT-LINE.
            MOVE ARC-ANO        TO REPORT-LINE(1:4).
            MOVE ARC-ARQUIVO    TO REPORT-LINE(7:22).
            MOVE WS-ED-LINHAS   TO REPORT-LINE(30:7).

            IF WS-CONFIRMA IS NOT EQUAL 'Y'
                MOVE 'WOULD BE PURGED' TO REPORT-LINE(39:15)
                WRITE REPORT-LINE
                GO TO P-EXPURGA-ANO-FIM
            END-IF.

            MOVE ARC-ARQUIVO TO WS-ARQ-NOME.
            CALL 'CBL_DELETE_FILE' USING WS-ARQ-NOME.
            MOVE RETURN-CODE TO WS-RC-EXCLUSAO.
            MOVE 0 TO RETURN-CODE.

            IF WS-RC-EXCLUSAO IS NOT EQUAL 0
                MOVE 'NOT DELETED - STILL ON FILE' TO REPORT-LINE(39:27)
                WRITE REPORT-LINE
                ADD 1 TO WS-CONT-FALHAS
                IF WS-RETORNO IS LESS THAN 4
                    MOVE 4 TO WS-RETORNO
                END-IF
                GO TO P-EXPURGA-ANO-FIM
            END-IF.

            MOVE 'P'             TO ARC-SITUACAO.
            MOVE WS-DATA-SISTEMA TO ARC-DATA-EXPURGO.
            REWRITE ARCHIVE-MANIFEST-RECORD.

            IF WS-FS-MANIFESTO IS NOT EQUAL '00'
                MOVE 'DELETED - MANIFEST NOT UPDATED'
                    TO REPORT-LINE(39:30)
                MOVE 12 TO WS-RETORNO
            ELSE
                MOVE 'PURGED' TO REPORT-LINE(39:6)
                ADD 1 TO WS-CONT-EXPURGADOS
            END-IF.

            WRITE REPORT-LINE.

       P-EXPURGA-ANO-FIM.

       P-CABECALHO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-SISTEMA FROM TIME.

            MOVE SPACES TO REPORT-LINE
            MOVE 'GRADE AUDIT LOG ARCHIVE MANIFEST' TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING 'PRINTED '           DELIMITED BY SIZE
                   WS-DATA-SISTEMA      DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

       P-CABECALHO-FIM.

      *****************************************************************
      *  P-LISTA-MANIFESTO LISTS EVERY ARCHIVE THE MANIFEST KNOWS OF, *
      *  PURGED ONES INCLUDED. THE DATE COLUMN IS THE LAST ARCHIVING  *
      *  RUN FOR AN ARCHIVE ON FILE, THE PURGE DATE FOR ONE PURGED.   *
      *****************************************************************
       P-LISTA-MANIFESTO.

            MOVE SPACES TO REPORT-LINE
            MOVE 'YEAR'      TO REPORT-LINE(1:4)
            MOVE 'ARCHIVE'   TO REPORT-LINE(7:7)
            MOVE 'STATUS'    TO REPORT-LINE(29:6)
            MOVE 'LINES'     TO REPORT-LINE(39:5)
            MOVE 'FIRST'     TO REPORT-LINE(46:5)
            MOVE 'LAST'      TO REPORT-LINE(55:4)
            MOVE 'RUN/PURGE' TO REPORT-LINE(64:9)
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '--------------------------------'
                DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE

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
                        MOVE SPACES TO REPORT-LINE
                        MOVE ARC-ANO     TO REPORT-LINE(1:4)
                        MOVE ARC-ARQUIVO TO REPORT-LINE(7:22)
                        MOVE ARC-QTD-LINHAS TO WS-ED-LINHAS
                        MOVE WS-ED-LINHAS TO REPORT-LINE(37:7)
                        MOVE ARC-PRIMEIRA-DATA TO REPORT-LINE(46:8)
                        MOVE ARC-ULTIMA-DATA   TO REPORT-LINE(55:8)
                        IF ARC-SITUACAO IS EQUAL 'P'
                            MOVE 'PURGED'  TO REPORT-LINE(29:7)
                            MOVE ARC-DATA-EXPURGO
                                TO REPORT-LINE(64:8)
                        ELSE
                            MOVE 'ON FILE' TO REPORT-LINE(29:7)
                            MOVE ARC-DATA-ARQUIVO
                                TO REPORT-LINE(64:8)
                        END-IF
                        WRITE REPORT-LINE
                END-READ
            END-PERFORM.

       P-LISTA-MANIFESTO-FIM.
       END PROGRAM AUDARCH.
