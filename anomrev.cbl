      *****************************************************************
      *     ANOMREV.CBL - GRADE ANOMALY REVIEW FOR ONE TERM           *
      *     READ-ONLY REVIEW FOR THE DEAN AND THE ACADEMIC INTEGRITY  *
      *     OFFICE. SWEEPS STDNTGRD.DAT AND GRADHIST.DAT (THE TERM    *
      *     GIVEN ON THE COMMAND LINE, AND EVERY EARLIER TERM AS THE  *
      *     BASELINE) AND THE GRADE-AUDIT.LOG CORRECTION ENTRIES      *
      *     (LIVE LOG PLUS ANY AUDARCH ARCHIVE OF THE TERM'S YEAR OR  *
      *     LATER), AND FLAGS:                                        *
      *       1 - SECTION MEAN FAR FROM THE SAME SUBJECT'S OTHER      *
      *           SECTIONS THIS TERM AND ITS PRIOR TERMS              *
      *       2 - SECTION SPREAD (STANDARD DEVIATION) FAR WIDER OR    *
      *           NARROWER THAN THAT SAME REFERENCE                   *
      *       3 - SECTION WITH ZERO VARIANCE (EVERY AVERAGE EQUAL)    *
      *       4 - SECTION WITH A CLUSTER OF AVERAGES SITTING EXACTLY  *
      *           ON THE SUBJECT'S PASS MARK (POL-NOTA-CORTE)         *
      *       5 - INSTRUCTOR PASS RATE JUMPING FROM THEIR LAST TERM   *
      *       6 - RECORD CORRECTED REPEATEDLY (TYPE=CORRECTION)       *
      *       7 - RECORD CORRECTED AFTER THE TERM'S POSTING DEADLINE  *
      *           (TRM-PRAZO-POSTAGEM)                                *
      *     AVERAGES ARE COMPARED ON THE 0-10 SCALE (SG-MEDIA OVER    *
      *     SG-ESCALA-MAX, AS ON THE GRADE SLIP); ONLY APPROVED AND   *
      *     REPROVED ROWS COUNT. THE LIMITS ARE THE WS-LIM-/WS-MIN-   *
      *     ITEMS BELOW. INCRESOL'S AUTOMATIC LAPSE CORRECTIONS       *
      *     (REASON=LAPSED) ARE NOT COUNTED AS CORRECTIONS.           *
      *     EACH FLAG CARRIES ITS EVIDENCE ON THE LINES UNDER IT IN   *
      *     GRADE-ANOMALY-REVIEW.TXT. A FLAG IS A REASON TO LOOK,     *
      *     NOT A FINDING. NOTHING IS EVER WRITTEN BACK.              *
      *     RETURN CODE 0 = NOTHING FLAGGED, 4 = FLAGS LISTED (OR A   *
      *     TABLE FILLED UP, OR THE ARCHIVE MANIFEST WOULD NOT OPEN), *
      *     12 = THE REVIEW COULD NOT BE RUN.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-GRADES-FILE
               ASSIGN TO "STDNTGRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-STUDENT-GRADES.

           SELECT HISTORY-FILE
               ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-CHAVE
               FILE STATUS IS WS-FS-HISTORY.

           SELECT TERM-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMO
               FILE STATUS IS WS-FS-TERMCAL.

           SELECT POLICY-FILE
               ASSIGN TO "POLICY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-NOME-MATERIA
               FILE STATUS IS WS-FS-POLICY.

           SELECT AUDIT-FILE
               ASSIGN TO "GRADE-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

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

           SELECT REVIEW-FILE
               ASSIGN TO "GRADE-ANOMALY-REVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE.
       COPY SGREC.

       FD  HISTORY-FILE.
       COPY SGREC REPLACING LEADING ==SG-== BY ==HG-==,
            ==STUDENT-GRADE-RECORD== BY ==HISTORY-GRADE-RECORD==.

       FD  TERM-FILE.
       COPY TRMREC.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(450).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE               PIC X(450).

       FD  MANIFEST-FILE.
       COPY ARCREC.

       FD  REVIEW-FILE.
       01  REVIEW-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-FS-STUDENT-GRADES PIC XX.
       77 WS-FS-HISTORY        PIC XX.
       77 WS-FS-TERMCAL        PIC XX.
       77 WS-FS-POLICY         PIC XX.
       77 WS-FS-AUDIT          PIC XX.
       77 WS-FS-ARQUIVO        PIC XX.
       77 WS-FS-MANIFESTO      PIC XX.
       77 WS-FS-RELATORIO      PIC XX.
       77 WS-ATIVO-OK          PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-OK      PIC X(01) VALUE 'N'.
       77 WS-POLITICA-OK       PIC X(01) VALUE 'N'.
       77 WS-TERMO-OK          PIC X(01) VALUE 'N'.
       77 WS-TABELA-CHEIA      PIC X(01) VALUE 'N'.
       77 WS-MANIFESTO-FALHOU  PIC X(01) VALUE 'N'.
       77 WS-PARM              PIC X(40).
       77 WS-TERMO-PEDIDO      PIC X(06).
       77 WS-ANO-TERMO         PIC 9(04).
       77 WS-PRAZO             PIC 9(08) VALUE 0.
       77 WS-ARQ-NOME          PIC X(30).
       77 WS-FIM-VARREDURA     PIC X(01).
       77 WS-FIM-AUDIT         PIC X(01).
       77 WS-LINHA-LIDA        PIC X(450).
       77 WS-RETORNO           PIC 9(02) VALUE 0.
       77 WS-I                 PIC 9(03).
       77 WS-K                 PIC 9(03).
       77 WS-T                 PIC 9(03).
       77 WS-M                 PIC 9(03).
       77 WS-N                 PIC 9(04).
       77 WS-P                 PIC 9(04).
       77 WS-C                 PIC 9(02).
       77 WS-C2                PIC 9(02).
       77 WS-QTD-CAMPOS        PIC 9(02).
       77 WS-TALLY             PIC 9(03).
       77 WS-PONTEIRO          PIC 9(03).
       77 WS-SINAL             PIC 9(01).
       77 WS-SINAL-OBJETO      PIC X(70).
       77 WS-EVIDENCIA         PIC X(92).
       77 WS-ED-CONTAGEM       PIC ZZZZ9.
       77 WS-ED-CONTAGEM2      PIC ZZZZ9.
       77 WS-ED-LINHAS         PIC ZZZZZZ9.
       77 WS-ED-NOTA           PIC Z9.99.
       77 WS-ED-NOTA2          PIC Z9.99.
       77 WS-ED-MEDIA          PIC ZZ9.99.
       77 WS-ED-PCT            PIC ZZ9.9.
       77 WS-ED-PCT2           PIC ZZ9.9.
       77 WS-CONT-ATIVOS       PIC 9(05) VALUE 0.
       77 WS-CONT-HISTORICOS   PIC 9(05) VALUE 0.
       77 WS-CONT-DO-TERMO     PIC 9(05) VALUE 0.
       77 WS-CONT-LINHAS       PIC 9(07) VALUE 0.
       77 WS-CONT-CORRECOES    PIC 9(05) VALUE 0.
       77 WS-CONT-LAPSOS       PIC 9(05) VALUE 0.
       77 WS-CONT-ARQUIVOS     PIC 9(03) VALUE 0.
       77 WS-CONT-SINAIS       PIC 9(05) VALUE 0.

      *   LIMITS BEHIND EACH FLAG (AVERAGES ON THE 0-10 SCALE)
       77 WS-MIN-SECAO         PIC 9(03) VALUE 3.
       77 WS-MIN-REFERENCIA    PIC 9(03) VALUE 5.
       77 WS-LIM-DIF-MEDIA     PIC 9(02)V99 VALUE 2.00.
       77 WS-LIM-RAZAO-DP      PIC 9(01)V9 VALUE 2.0.
       77 WS-MIN-NO-CORTE      PIC 9(03) VALUE 3.
       77 WS-LIM-PCT-CORTE     PIC 9(03)V9 VALUE 20.0.
       77 WS-MIN-GRADUADAS     PIC 9(03) VALUE 5.
       77 WS-LIM-SALTO-TAXA    PIC 9(03)V9 VALUE 30.0.
       77 WS-LIM-CORRECOES     PIC 9(02) VALUE 2.

      *   ONE GRADE ROW, FROM EITHER FILE, AS P-ACUMULA SEES IT
       01 WS-REGISTRO.
          02 WS-REG-MATERIA    PIC X(10).
          02 WS-REG-SECAO      PIC X(03).
          02 WS-REG-INSTRUTOR  PIC X(08).
          02 WS-REG-TERMO      PIC X(06).
          02 WS-REG-MEDIA      PIC 9(03)V99.
          02 WS-REG-ESCALA     PIC 9(03).
          02 WS-REG-RESULTADO  PIC X(10).

       01 WS-CALCULO.
          02 WS-NORMAL         PIC 9(02)V99.
          02 WS-MEDIA-SEC      PIC 9(02)V99.
          02 WS-DP-SEC         PIC 9(02)V99.
          02 WS-MEDIA-REF      PIC 9(02)V99.
          02 WS-DP-REF         PIC 9(02)V99.
          02 WS-VARIANCIA      PIC S9(03)V9(04).
          02 WS-DIFERENCA      PIC S9(03)V99.
          02 WS-RAZAO-DP       PIC 9(03)V99.
          02 WS-REF-QTD        PIC 9(05).
          02 WS-REF-SOMA       PIC 9(07)V99.
          02 WS-REF-QUAD       PIC 9(09)V9(04).
          02 WS-REF-NO-CORTE   PIC 9(05).
          02 WS-PCT            PIC 9(03)V9.
          02 WS-PCT-REF        PIC 9(03)V9.
          02 WS-TAXA-ATUAL     PIC 9(03)V9.
          02 WS-TAXA-ANTERIOR  PIC 9(03)V9.
          02 WS-SALTO          PIC S9(03)V9.

      *   SECTIONS OF THE TERM UNDER REVIEW
       01 WS-SECOES.
          02 WS-SEC-QTD        PIC 9(03) VALUE 0.
          02 WS-SEC-ITEM OCCURS 300 TIMES.
             03 WS-SEC-MATERIA    PIC X(10).
             03 WS-SEC-CODIGO     PIC X(03).
             03 WS-SEC-INSTRUTOR  PIC X(08).
             03 WS-SEC-MAT-IDX    PIC 9(03).
             03 WS-SEC-GRADUADAS  PIC 9(05).
             03 WS-SEC-APROVADOS  PIC 9(05).
             03 WS-SEC-SOMA       PIC 9(07)V99.
             03 WS-SEC-QUAD       PIC 9(09)V9(04).
             03 WS-SEC-MENOR      PIC 9(02)V99.
             03 WS-SEC-MAIOR      PIC 9(02)V99.
             03 WS-SEC-NO-CORTE   PIC 9(05).

      *   SUBJECT TOTALS: THIS TERM (ALL SECTIONS) AND PRIOR TERMS
       01 WS-MATERIAS.
          02 WS-MAT-QTD        PIC 9(03) VALUE 0.
          02 WS-MAT-ITEM OCCURS 200 TIMES.
             03 WS-MAT-NOME       PIC X(10).
             03 WS-MAT-CORTE      PIC 9(03)V99.
             03 WS-MAT-TER-QTD    PIC 9(05).
             03 WS-MAT-TER-SOMA   PIC 9(07)V99.
             03 WS-MAT-TER-QUAD   PIC 9(09)V9(04).
             03 WS-MAT-TER-CORTE  PIC 9(05).
             03 WS-MAT-ANT-QTD    PIC 9(05).
             03 WS-MAT-ANT-SOMA   PIC 9(07)V99.
             03 WS-MAT-ANT-QUAD   PIC 9(09)V9(04).
             03 WS-MAT-ANT-CORTE  PIC 9(05).

      *   PASS COUNTS PER INSTRUCTOR AND TERM, UP TO THE TERM
       01 WS-DOCENTES.
          02 WS-DOC-QTD        PIC 9(04) VALUE 0.
          02 WS-DOC-ITEM OCCURS 1000 TIMES.
             03 WS-DOC-INSTRUTOR  PIC X(08).
             03 WS-DOC-TERMO      PIC X(06).
             03 WS-DOC-GRADUADAS  PIC 9(05).
             03 WS-DOC-APROVADOS  PIC 9(05).

      *   CORRECTION ENTRIES LOGGED FOR THE TERM, PER GRADE RECORD
       01 WS-CORRECOES.
          02 WS-COR-QTD        PIC 9(03) VALUE 0.
          02 WS-COR-ITEM OCCURS 500 TIMES.
             03 WS-COR-ALUNO      PIC X(08).
             03 WS-COR-MATERIA    PIC X(10).
             03 WS-COR-VEZES      PIC 9(03).
             03 WS-COR-APOS-PRAZO PIC 9(03).
             03 WS-COR-APELACAO   PIC 9(03).
             03 WS-COR-OPERADOR   PIC X(08).
             03 WS-COR-DATA OCCURS 5 TIMES PIC 9(08).

       01 WS-LINHA-LOG.
          02 WS-LOG-ALUNO      PIC X(08).
          02 WS-LOG-MATERIA    PIC X(10).
          02 WS-LOG-TERMO      PIC X(06).
          02 WS-LOG-DATA       PIC X(08).
          02 WS-LOG-OPERADOR   PIC X(08).
          02 WS-LOG-APELACAO   PIC X(01).

       01 WS-CAMPOS.
          02 WS-CAMPO OCCURS 20 TIMES PIC X(60).

       01 WS-CONTAGENS.
          02 WS-CONT-SINAL OCCURS 7 TIMES PIC 9(05).

       01 WS-NOMES-SINAL.
          02 FILLER PIC X(30) VALUE 'SECTION MEAN DEVIATES'.
          02 FILLER PIC X(30) VALUE 'SECTION SPREAD DEVIATES'.
          02 FILLER PIC X(30) VALUE 'SECTION WITH ZERO VARIANCE'.
          02 FILLER PIC X(30) VALUE 'CLUSTER AT THE PASS MARK'.
          02 FILLER PIC X(30) VALUE 'INSTRUCTOR PASS RATE JUMP'.
          02 FILLER PIC X(30) VALUE 'REPEATED CORRECTIONS'.
          02 FILLER PIC X(30) VALUE 'CORRECTED AFTER DEADLINE'.
       01 WS-TABELA-SINAL REDEFINES WS-NOMES-SINAL.
          02 WS-NOME-SINAL OCCURS 7 TIMES PIC X(30).

       PROCEDURE DIVISION.
       P-START.

            ACCEPT WS-PARM FROM COMMAND-LINE.
            MOVE WS-PARM(1:6) TO WS-TERMO-PEDIDO.

            IF WS-TERMO-PEDIDO IS EQUAL SPACES
                    OR WS-TERMO-PEDIDO(1:4) IS NOT NUMERIC
                DISPLAY '***************************************'
                DISPLAY '*  NO TERM GIVEN ON THE COMMAND LINE   *'
                DISPLAY '*  USAGE: ANOMREV <TERM>  EX. 2026-1   *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-START-END
            END-IF.

            MOVE WS-TERMO-PEDIDO(1:4) TO WS-ANO-TERMO.
            INITIALIZE WS-CONTAGENS.

            PERFORM P-ABRE-ARQUIVOS THRU P-ABRE-ARQUIVOS-FIM.

            IF WS-RETORNO IS EQUAL 12
                GO TO P-START-END
            END-IF.

            PERFORM P-LE-CALENDARIO THRU P-LE-CALENDARIO-FIM.

            PERFORM P-CABECALHO THRU P-CABECALHO-FIM.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                PERFORM P-VARRE-ATIVO THRU P-VARRE-ATIVO-FIM
            END-IF.

            IF WS-HISTORICO-OK IS EQUAL 'Y'
                PERFORM P-VARRE-HISTORICO THRU P-VARRE-HISTORICO-FIM
            END-IF.

            PERFORM P-VARRE-AUDITORIA THRU P-VARRE-AUDITORIA-FIM.

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I IS GREATER THAN WS-SEC-QTD
                PERFORM P-AVALIA-SECAO THRU P-AVALIA-SECAO-FIM
            END-PERFORM.

            PERFORM VARYING WS-N FROM 1 BY 1
                    UNTIL WS-N IS GREATER THAN WS-DOC-QTD
                PERFORM P-AVALIA-DOCENTE THRU P-AVALIA-DOCENTE-FIM
            END-PERFORM.

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I IS GREATER THAN WS-COR-QTD
                PERFORM P-AVALIA-CORRECAO THRU P-AVALIA-CORRECAO-FIM
            END-PERFORM.

            PERFORM P-RODAPE THRU P-RODAPE-FIM.

            PERFORM P-FECHA-ARQUIVOS THRU P-FECHA-ARQUIVOS-FIM.

            IF WS-CONT-SINAIS IS GREATER THAN 0
                    OR WS-TABELA-CHEIA IS EQUAL 'Y'
                    OR WS-MANIFESTO-FALHOU IS EQUAL 'Y'
                MOVE 4 TO WS-RETORNO
            END-IF.

            DISPLAY '******* GRADE ANOMALY REVIEW SUMMARY *******'
            DISPLAY 'TERM                 : ' WS-TERMO-PEDIDO
            DISPLAY 'GRADE ROWS OF TERM   : ' WS-CONT-DO-TERMO
            DISPLAY 'SECTIONS REVIEWED    : ' WS-SEC-QTD
            DISPLAY 'CORRECTIONS FOR TERM : ' WS-CONT-CORRECOES
            PERFORM VARYING WS-SINAL FROM 1 BY 1
                    UNTIL WS-SINAL IS GREATER THAN 7
                DISPLAY WS-SINAL ' ' WS-NOME-SINAL(WS-SINAL)
                        ': ' WS-CONT-SINAL(WS-SINAL)
            END-PERFORM
            DISPLAY 'TOTAL FLAGS          : ' WS-CONT-SINAIS
            DISPLAY 'REVIEW WRITTEN TO GRADE-ANOMALY-REVIEW.TXT'
            DISPLAY '********************************************'.

       P-START-END.
            MOVE WS-RETORNO TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      *  P-ABRE-ARQUIVOS OPENS EVERYTHING INPUT ONLY. THE TERM        *
      *  CALENDAR IS REQUIRED FOR THE POSTING DEADLINE. A GRADE FILE  *
      *  THAT DOES NOT EXIST YET HAS NOTHING TO REVIEW; ANY OTHER     *
      *  OPEN FAILURE ON IT STOPS THE RUN, SINCE A QUIET REVIEW WOULD *
      *  BE FALSE. WITHOUT POLICY.DAT THE DEFAULT PASS MARK IS USED,  *
      *  AS STDGRAV DOES.                                             *
      *****************************************************************
       P-ABRE-ARQUIVOS.

            OPEN INPUT TERM-FILE.

            IF WS-FS-TERMCAL IS NOT EQUAL '00'
                DISPLAY '***************************************'
                DISPLAY '*  COULD NOT OPEN THE TERM CALENDAR    *'
                DISPLAY '*  NO REVIEW WAS RUN                   *'
                DISPLAY '***************************************'
                MOVE 12 TO WS-RETORNO
                GO TO P-ABRE-ARQUIVOS-FIM
            END-IF.

            OPEN INPUT STUDENT-GRADES-FILE.

            IF WS-FS-STUDENT-GRADES IS EQUAL '00'
                MOVE 'Y' TO WS-ATIVO-OK
            ELSE
                IF WS-FS-STUDENT-GRADES IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN STDNTGRD.DAT - STATUS '
                        WS-FS-STUDENT-GRADES ' ***'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT HISTORY-FILE.

            IF WS-FS-HISTORY IS EQUAL '00'
                MOVE 'Y' TO WS-HISTORICO-OK
            ELSE
                IF WS-FS-HISTORY IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN GRADHIST.DAT - STATUS '
                        WS-FS-HISTORY ' ***'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            OPEN INPUT POLICY-FILE.

            IF WS-FS-POLICY IS EQUAL '00'
                MOVE 'Y' TO WS-POLITICA-OK
            ELSE
                DISPLAY '*** POLICY.DAT NOT AVAILABLE - USING THE '
                    'DEFAULT PASS MARK ***'
            END-IF.

            IF WS-RETORNO IS NOT EQUAL 12
                OPEN OUTPUT REVIEW-FILE
                IF WS-FS-RELATORIO IS NOT EQUAL '00'
                    DISPLAY '***************************************'
                    DISPLAY '*  COULD NOT OPEN                      *'
                    DISPLAY '*  GRADE-ANOMALY-REVIEW.TXT            *'
                    DISPLAY '***************************************'
                    MOVE 12 TO WS-RETORNO
                END-IF
            END-IF.

            IF WS-RETORNO IS EQUAL 12
                DISPLAY '*** NO REVIEW WAS RUN ***'
                CLOSE TERM-FILE
                IF WS-ATIVO-OK IS EQUAL 'Y'
                    CLOSE STUDENT-GRADES-FILE
                END-IF
                IF WS-HISTORICO-OK IS EQUAL 'Y'
                    CLOSE HISTORY-FILE
                END-IF
                IF WS-POLITICA-OK IS EQUAL 'Y'
                    CLOSE POLICY-FILE
                END-IF
            END-IF.

       P-ABRE-ARQUIVOS-FIM.

       P-FECHA-ARQUIVOS.

            CLOSE TERM-FILE
                  REVIEW-FILE.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                CLOSE STUDENT-GRADES-FILE
            END-IF.
            IF WS-HISTORICO-OK IS EQUAL 'Y'
                CLOSE HISTORY-FILE
            END-IF.
            IF WS-POLITICA-OK IS EQUAL 'Y'
                CLOSE POLICY-FILE
            END-IF.

       P-FECHA-ARQUIVOS-FIM.

       P-LE-CALENDARIO.

            MOVE WS-TERMO-PEDIDO TO TRM-TERMO.
            READ TERM-FILE
                KEY IS TRM-TERMO
                INVALID KEY
                    MOVE 'N' TO WS-TERMO-OK
                    MOVE 0 TO WS-PRAZO
                NOT INVALID KEY
                    MOVE 'Y' TO WS-TERMO-OK
                    IF TRM-PRAZO-POSTAGEM IS NUMERIC
                        MOVE TRM-PRAZO-POSTAGEM TO WS-PRAZO
                    ELSE
                        MOVE 0 TO WS-PRAZO
                    END-IF
            END-READ.

       P-LE-CALENDARIO-FIM.

       P-VARRE-ATIVO.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE LOW-VALUES TO SG-CHAVE.

            START STUDENT-GRADES-FILE
                KEY IS NOT LESS THAN SG-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ STUDENT-GRADES-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        ADD 1 TO WS-CONT-ATIVOS
                        MOVE SG-NOME-MATERIA TO WS-REG-MATERIA
                        MOVE SG-SECAO        TO WS-REG-SECAO
                        MOVE SG-INSTRUTOR    TO WS-REG-INSTRUTOR
                        MOVE SG-TERMO        TO WS-REG-TERMO
                        MOVE SG-MEDIA        TO WS-REG-MEDIA
                        MOVE SG-ESCALA-MAX   TO WS-REG-ESCALA
                        MOVE SG-RESULTADO    TO WS-REG-RESULTADO
                        PERFORM P-ACUMULA THRU P-ACUMULA-FIM
                END-READ
            END-PERFORM.

       P-VARRE-ATIVO-FIM.

       P-VARRE-HISTORICO.

            MOVE 'N' TO WS-FIM-VARREDURA.
            MOVE LOW-VALUES TO HG-CHAVE.

            START HISTORY-FILE
                KEY IS NOT LESS THAN HG-CHAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIM-VARREDURA
            END-START.

            PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                READ HISTORY-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIM-VARREDURA
                    NOT AT END
                        ADD 1 TO WS-CONT-HISTORICOS
                        MOVE HG-NOME-MATERIA TO WS-REG-MATERIA
                        MOVE HG-SECAO        TO WS-REG-SECAO
                        MOVE HG-INSTRUTOR    TO WS-REG-INSTRUTOR
                        MOVE HG-TERMO        TO WS-REG-TERMO
                        MOVE HG-MEDIA        TO WS-REG-MEDIA
                        MOVE HG-ESCALA-MAX   TO WS-REG-ESCALA
                        MOVE HG-RESULTADO    TO WS-REG-RESULTADO
                        PERFORM P-ACUMULA THRU P-ACUMULA-FIM
                END-READ
            END-PERFORM.

       P-VARRE-HISTORICO-FIM.

      *****************************************************************
      *  P-ACUMULA FOLDS ONE GRADED ROW (APPROVED OR REPROVED) OF THE *
      *  TERM UNDER REVIEW OR AN EARLIER TERM INTO THE SUBJECT,       *
      *  SECTION AND INSTRUCTOR TOTALS. LATER TERMS ARE IGNORED.      *
      *****************************************************************
       P-ACUMULA.

            IF WS-REG-TERMO IS GREATER THAN WS-TERMO-PEDIDO
                GO TO P-ACUMULA-FIM
            END-IF.

            IF WS-REG-TERMO IS EQUAL WS-TERMO-PEDIDO
                ADD 1 TO WS-CONT-DO-TERMO
            END-IF.

            IF WS-REG-RESULTADO IS NOT EQUAL 'APPROVED'
                    AND WS-REG-RESULTADO IS NOT EQUAL 'REPROVED'
                GO TO P-ACUMULA-FIM
            END-IF.

            IF WS-REG-MEDIA IS NOT NUMERIC
                GO TO P-ACUMULA-FIM
            END-IF.

            IF WS-REG-ESCALA IS NUMERIC
                    AND WS-REG-ESCALA IS GREATER THAN 0
                COMPUTE WS-NORMAL ROUNDED =
                    WS-REG-MEDIA * 10 / WS-REG-ESCALA
            ELSE
                MOVE WS-REG-MEDIA TO WS-NORMAL
            END-IF.

            PERFORM P-ACHA-MATERIA THRU P-ACHA-MATERIA-FIM.
            IF WS-M IS EQUAL 0
                GO TO P-ACUMULA-FIM
            END-IF.

            IF WS-REG-INSTRUTOR IS NOT EQUAL SPACES
                PERFORM P-ACUMULA-DOCENTE THRU P-ACUMULA-DOCENTE-FIM
            END-IF.

            IF WS-REG-TERMO IS LESS THAN WS-TERMO-PEDIDO
                ADD 1 TO WS-MAT-ANT-QTD(WS-M)
                ADD WS-NORMAL TO WS-MAT-ANT-SOMA(WS-M)
                COMPUTE WS-MAT-ANT-QUAD(WS-M) =
                    WS-MAT-ANT-QUAD(WS-M) + WS-NORMAL * WS-NORMAL
                IF WS-REG-MEDIA IS EQUAL WS-MAT-CORTE(WS-M)
                    ADD 1 TO WS-MAT-ANT-CORTE(WS-M)
                END-IF
                GO TO P-ACUMULA-FIM
            END-IF.

            ADD 1 TO WS-MAT-TER-QTD(WS-M).
            ADD WS-NORMAL TO WS-MAT-TER-SOMA(WS-M).
            COMPUTE WS-MAT-TER-QUAD(WS-M) =
                WS-MAT-TER-QUAD(WS-M) + WS-NORMAL * WS-NORMAL.
            IF WS-REG-MEDIA IS EQUAL WS-MAT-CORTE(WS-M)
                ADD 1 TO WS-MAT-TER-CORTE(WS-M)
            END-IF.

            PERFORM P-ACUMULA-SECAO THRU P-ACUMULA-SECAO-FIM.

       P-ACUMULA-FIM.

      *****************************************************************
      *  P-ACHA-MATERIA SETS WS-M TO THE ROW'S SUBJECT, ADDING IT     *
      *  (WITH ITS POLICY PASS MARK) THE FIRST TIME IT IS SEEN.       *
      *  WS-M = 0 WHEN THE TABLE IS FULL.                             *
      *****************************************************************
       P-ACHA-MATERIA.

            MOVE 0 TO WS-M.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-MAT-QTD
                        OR WS-M IS GREATER THAN 0
                IF WS-MAT-NOME(WS-K) IS EQUAL WS-REG-MATERIA
                    MOVE WS-K TO WS-M
                END-IF
            END-PERFORM.

            IF WS-M IS GREATER THAN 0
                GO TO P-ACHA-MATERIA-FIM
            END-IF.

            IF WS-MAT-QTD IS NOT LESS THAN 200
                DISPLAY '*** SUBJECT TABLE FULL (200) - '
                    FUNCTION TRIM(WS-REG-MATERIA) ' NOT REVIEWED ***'
                MOVE 'Y' TO WS-TABELA-CHEIA
                GO TO P-ACHA-MATERIA-FIM
            END-IF.

            ADD 1 TO WS-MAT-QTD.
            MOVE WS-MAT-QTD TO WS-M.
            INITIALIZE WS-MAT-ITEM(WS-M).
            MOVE WS-REG-MATERIA TO WS-MAT-NOME(WS-M).
            MOVE 7 TO WS-MAT-CORTE(WS-M).

            IF WS-POLITICA-OK IS EQUAL 'Y'
                MOVE WS-REG-MATERIA TO POL-NOME-MATERIA
                READ POLICY-FILE
                    KEY IS POL-NOME-MATERIA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF POL-NOTA-CORTE IS NUMERIC
                                AND POL-NOTA-CORTE IS GREATER THAN 0
                            MOVE POL-NOTA-CORTE TO WS-MAT-CORTE(WS-M)
                        END-IF
                END-READ
            END-IF.

       P-ACHA-MATERIA-FIM.

       P-ACUMULA-SECAO.

            MOVE 0 TO WS-T.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-SEC-QTD
                        OR WS-T IS GREATER THAN 0
                IF WS-SEC-MATERIA(WS-K) IS EQUAL WS-REG-MATERIA
                        AND WS-SEC-CODIGO(WS-K) IS EQUAL WS-REG-SECAO
                        AND WS-SEC-INSTRUTOR(WS-K) IS EQUAL
                            WS-REG-INSTRUTOR
                    MOVE WS-K TO WS-T
                END-IF
            END-PERFORM.

            IF WS-T IS EQUAL 0
                IF WS-SEC-QTD IS NOT LESS THAN 300
                    DISPLAY '*** SECTION TABLE FULL (300) - '
                        FUNCTION TRIM(WS-REG-MATERIA) ' SECTION '
                        WS-REG-SECAO ' NOT REVIEWED ***'
                    MOVE 'Y' TO WS-TABELA-CHEIA
                    GO TO P-ACUMULA-SECAO-FIM
                END-IF
                ADD 1 TO WS-SEC-QTD
                MOVE WS-SEC-QTD TO WS-T
                INITIALIZE WS-SEC-ITEM(WS-T)
                MOVE WS-REG-MATERIA   TO WS-SEC-MATERIA(WS-T)
                MOVE WS-REG-SECAO     TO WS-SEC-CODIGO(WS-T)
                MOVE WS-REG-INSTRUTOR TO WS-SEC-INSTRUTOR(WS-T)
                MOVE WS-M             TO WS-SEC-MAT-IDX(WS-T)
                MOVE WS-NORMAL        TO WS-SEC-MENOR(WS-T)
                                         WS-SEC-MAIOR(WS-T)
            END-IF.

            ADD 1 TO WS-SEC-GRADUADAS(WS-T).
            IF WS-REG-RESULTADO IS EQUAL 'APPROVED'
                ADD 1 TO WS-SEC-APROVADOS(WS-T)
            END-IF.
            ADD WS-NORMAL TO WS-SEC-SOMA(WS-T).
            COMPUTE WS-SEC-QUAD(WS-T) =
                WS-SEC-QUAD(WS-T) + WS-NORMAL * WS-NORMAL.
            IF WS-NORMAL IS LESS THAN WS-SEC-MENOR(WS-T)
                MOVE WS-NORMAL TO WS-SEC-MENOR(WS-T)
            END-IF.
            IF WS-NORMAL IS GREATER THAN WS-SEC-MAIOR(WS-T)
                MOVE WS-NORMAL TO WS-SEC-MAIOR(WS-T)
            END-IF.
            IF WS-REG-MEDIA IS EQUAL WS-MAT-CORTE(WS-M)
                ADD 1 TO WS-SEC-NO-CORTE(WS-T)
            END-IF.

       P-ACUMULA-SECAO-FIM.

       P-ACUMULA-DOCENTE.

            MOVE 0 TO WS-P.
            PERFORM VARYING WS-N FROM 1 BY 1
                    UNTIL WS-N IS GREATER THAN WS-DOC-QTD
                        OR WS-P IS GREATER THAN 0
                IF WS-DOC-INSTRUTOR(WS-N) IS EQUAL WS-REG-INSTRUTOR
                        AND WS-DOC-TERMO(WS-N) IS EQUAL WS-REG-TERMO
                    MOVE WS-N TO WS-P
                END-IF
            END-PERFORM.

            IF WS-P IS EQUAL 0
                IF WS-DOC-QTD IS NOT LESS THAN 1000
                    DISPLAY '*** INSTRUCTOR/TERM TABLE FULL (1000) - '
                        FUNCTION TRIM(WS-REG-INSTRUTOR) ' '
                        WS-REG-TERMO ' NOT REVIEWED ***'
                    MOVE 'Y' TO WS-TABELA-CHEIA
                    GO TO P-ACUMULA-DOCENTE-FIM
                END-IF
                ADD 1 TO WS-DOC-QTD
                MOVE WS-DOC-QTD TO WS-P
                INITIALIZE WS-DOC-ITEM(WS-P)
                MOVE WS-REG-INSTRUTOR TO WS-DOC-INSTRUTOR(WS-P)
                MOVE WS-REG-TERMO     TO WS-DOC-TERMO(WS-P)
            END-IF.

            ADD 1 TO WS-DOC-GRADUADAS(WS-P).
            IF WS-REG-RESULTADO IS EQUAL 'APPROVED'
                ADD 1 TO WS-DOC-APROVADOS(WS-P)
            END-IF.

       P-ACUMULA-DOCENTE-FIM.

      *****************************************************************
      *  P-VARRE-AUDITORIA READS THE CORRECTION ENTRIES FOR THE TERM: *
      *  FIRST EVERY AUDARCH ARCHIVE OF THE TERM'S YEAR OR LATER (NO  *
      *  LINE OF THE TERM CAN BE DATED BEFORE IT), THEN THE LIVE LOG. *
      *  A PURGED OR UNREADABLE ARCHIVE IS NAMED ON THE REVIEW SO THE *
      *  READER KNOWS PART OF THE HISTORY WAS NOT SEEN. NO MANIFEST   *
      *  (STATUS 35) MEANS NOTHING HAS BEEN ARCHIVED; ANY OTHER OPEN  *
      *  FAILURE IS NAMED ON THE REVIEW.                              *
      *****************************************************************
       P-VARRE-AUDITORIA.

            OPEN INPUT MANIFEST-FILE.

            IF WS-FS-MANIFESTO IS EQUAL '00'
                MOVE 'N' TO WS-FIM-VARREDURA
                MOVE WS-ANO-TERMO TO ARC-ANO
                START MANIFEST-FILE
                    KEY IS NOT LESS THAN ARC-ANO
                    INVALID KEY
                        MOVE 'Y' TO WS-FIM-VARREDURA
                END-START
                PERFORM UNTIL WS-FIM-VARREDURA IS EQUAL 'Y'
                    READ MANIFEST-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIM-VARREDURA
                        NOT AT END
                            PERFORM P-VARRE-ARQUIVO
                                THRU P-VARRE-ARQUIVO-FIM
                    END-READ
                END-PERFORM
                CLOSE MANIFEST-FILE
            ELSE
                IF WS-FS-MANIFESTO IS NOT EQUAL '35'
                    DISPLAY '*** COULD NOT OPEN AUDMAN.DAT - STATUS '
                        WS-FS-MANIFESTO ' - ARCHIVES NOT SEARCHED ***'
                    MOVE 'Y' TO WS-MANIFESTO-FALHOU
                    MOVE SPACES TO REVIEW-LINE
                    STRING 'ARCHIVE MANIFEST AUDMAN.DAT COULD NOT BE '
                                              DELIMITED BY SIZE
                           'OPENED (STATUS '  DELIMITED BY SIZE
                           WS-FS-MANIFESTO    DELIMITED BY SIZE
                           ') - ARCHIVED CORRECTIONS NOT REVIEWED'
                                              DELIMITED BY SIZE
                        INTO REVIEW-LINE
                    WRITE REVIEW-LINE
                END-IF
            END-IF.

            OPEN INPUT AUDIT-FILE.

            IF WS-FS-AUDIT IS NOT EQUAL '00'
                DISPLAY '*** COULD NOT OPEN GRADE-AUDIT.LOG - STATUS '
                    WS-FS-AUDIT ' ***'
                MOVE SPACES TO REVIEW-LINE
                STRING 'GRADE-AUDIT.LOG COULD NOT BE OPENED - '
                                              DELIMITED BY SIZE
                       'CORRECTIONS ON THE LIVE LOG NOT REVIEWED'
                                              DELIMITED BY SIZE
                    INTO REVIEW-LINE
                WRITE REVIEW-LINE
                GO TO P-VARRE-AUDITORIA-FIM
            END-IF.

            MOVE 'N' TO WS-FIM-AUDIT.
            PERFORM UNTIL WS-FIM-AUDIT IS EQUAL 'Y'
                READ AUDIT-FILE INTO WS-LINHA-LIDA
                    AT END
                        MOVE 'Y' TO WS-FIM-AUDIT
                    NOT AT END
                        PERFORM P-EXAMINA-LINHA
                            THRU P-EXAMINA-LINHA-FIM
                END-READ
            END-PERFORM.

            CLOSE AUDIT-FILE.

       P-VARRE-AUDITORIA-FIM.

       P-VARRE-ARQUIVO.

            IF ARC-SITUACAO IS EQUAL 'P'
                MOVE SPACES TO REVIEW-LINE
                STRING 'ARCHIVE '             DELIMITED BY SIZE
                       ARC-ARQUIVO            DELIMITED BY SPACE
                       ' WAS PURGED ON '      DELIMITED BY SIZE
                       ARC-DATA-EXPURGO       DELIMITED BY SIZE
                       ' - CORRECTIONS IN IT NOT REVIEWED'
                                              DELIMITED BY SIZE
                    INTO REVIEW-LINE
                WRITE REVIEW-LINE
                GO TO P-VARRE-ARQUIVO-FIM
            END-IF.

            MOVE ARC-ARQUIVO TO WS-ARQ-NOME.
            OPEN INPUT ARCHIVE-FILE.

            IF WS-FS-ARQUIVO IS NOT EQUAL '00'
                MOVE SPACES TO REVIEW-LINE
                STRING 'ARCHIVE '             DELIMITED BY SIZE
                       WS-ARQ-NOME            DELIMITED BY SPACE
                       ' COULD NOT BE OPENED (STATUS '
                                              DELIMITED BY SIZE
                       WS-FS-ARQUIVO          DELIMITED BY SIZE
                       ') - NOT REVIEWED'     DELIMITED BY SIZE
                    INTO REVIEW-LINE
                WRITE REVIEW-LINE
                GO TO P-VARRE-ARQUIVO-FIM
            END-IF.

            ADD 1 TO WS-CONT-ARQUIVOS.
            MOVE 'N' TO WS-FIM-AUDIT.

            PERFORM UNTIL WS-FIM-AUDIT IS EQUAL 'Y'
                READ ARCHIVE-FILE INTO WS-LINHA-LIDA
                    AT END
                        MOVE 'Y' TO WS-FIM-AUDIT
                    NOT AT END
                        PERFORM P-EXAMINA-LINHA
                            THRU P-EXAMINA-LINHA-FIM
                END-READ
            END-PERFORM.

            CLOSE ARCHIVE-FILE.

       P-VARRE-ARQUIVO-FIM.

      *****************************************************************
      *  P-EXAMINA-LINHA PICKS THE TERM'S TYPE=CORRECTION LINES OUT   *
      *  OF THE LOG. THE LINE IS BROKEN ON ' / ' AS AUDINQ DOES: ID=, *
      *  THE SUBJECT (FIELD BEFORE TERM=), TERM=, DATA=, OPERATOR=    *
      *  AND APPEAL=. LINES WRITTEN BEFORE STUDENT IDS CANNOT BE TIED *
      *  TO A RECORD AND ARE PASSED OVER.                             *
      *****************************************************************
       P-EXAMINA-LINHA.

            ADD 1 TO WS-CONT-LINHAS.

            MOVE 0 TO WS-TALLY.
            INSPECT WS-LINHA-LIDA
                TALLYING WS-TALLY FOR ALL 'TYPE=CORRECTION'.
            IF WS-TALLY IS EQUAL 0
                GO TO P-EXAMINA-LINHA-FIM
            END-IF.

            MOVE SPACES TO WS-CAMPOS
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

            IF WS-CAMPO(1)(1:3) IS NOT EQUAL 'ID='
                GO TO P-EXAMINA-LINHA-FIM
            END-IF.
            MOVE WS-CAMPO(1)(4:8) TO WS-LOG-ALUNO.

            PERFORM VARYING WS-C FROM 2 BY 1
                    UNTIL WS-C IS GREATER THAN WS-QTD-CAMPOS
                EVALUATE TRUE
                    WHEN WS-CAMPO(WS-C)(1:5) IS EQUAL 'TERM='
                        MOVE WS-CAMPO(WS-C)(6:6) TO WS-LOG-TERMO
                        SUBTRACT 1 FROM WS-C GIVING WS-C2
                        MOVE WS-CAMPO(WS-C2)(1:10)
                            TO WS-LOG-MATERIA
                    WHEN WS-CAMPO(WS-C)(1:5) IS EQUAL 'DATA='
                        MOVE WS-CAMPO(WS-C)(6:8) TO WS-LOG-DATA
                    WHEN WS-CAMPO(WS-C)(1:9) IS EQUAL 'OPERATOR='
                        UNSTRING WS-CAMPO(WS-C)(10:51)
                            DELIMITED BY '/' OR SPACE
                            INTO WS-LOG-OPERADOR
                        END-UNSTRING
                    WHEN WS-CAMPO(WS-C)(1:7) IS EQUAL 'APPEAL='
                        MOVE 'Y' TO WS-LOG-APELACAO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

            IF WS-LOG-TERMO IS NOT EQUAL WS-TERMO-PEDIDO
                GO TO P-EXAMINA-LINHA-FIM
            END-IF.

            MOVE 0 TO WS-TALLY.
            INSPECT WS-LINHA-LIDA
                TALLYING WS-TALLY FOR ALL 'REASON=LAPSED'.
            IF WS-TALLY IS GREATER THAN 0
                ADD 1 TO WS-CONT-LAPSOS
                GO TO P-EXAMINA-LINHA-FIM
            END-IF.

            ADD 1 TO WS-CONT-CORRECOES.
            PERFORM P-GUARDA-CORRECAO THRU P-GUARDA-CORRECAO-FIM.

       P-EXAMINA-LINHA-FIM.

       P-GUARDA-CORRECAO.

            MOVE 0 TO WS-T.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-COR-QTD
                        OR WS-T IS GREATER THAN 0
                IF WS-COR-ALUNO(WS-K) IS EQUAL WS-LOG-ALUNO
                        AND WS-COR-MATERIA(WS-K) IS EQUAL
                            WS-LOG-MATERIA
                    MOVE WS-K TO WS-T
                END-IF
            END-PERFORM.

            IF WS-T IS EQUAL 0
                IF WS-COR-QTD IS NOT LESS THAN 500
                    DISPLAY '*** CORRECTION TABLE FULL (500) - '
                        FUNCTION TRIM(WS-LOG-ALUNO) ' '
                        FUNCTION TRIM(WS-LOG-MATERIA)
                        ' NOT REVIEWED ***'
                    MOVE 'Y' TO WS-TABELA-CHEIA
                    GO TO P-GUARDA-CORRECAO-FIM
                END-IF
                ADD 1 TO WS-COR-QTD
                MOVE WS-COR-QTD TO WS-T
                INITIALIZE WS-COR-ITEM(WS-T)
                MOVE WS-LOG-ALUNO   TO WS-COR-ALUNO(WS-T)
                MOVE WS-LOG-MATERIA TO WS-COR-MATERIA(WS-T)
            END-IF.

            ADD 1 TO WS-COR-VEZES(WS-T).
            MOVE WS-LOG-OPERADOR TO WS-COR-OPERADOR(WS-T).

            IF WS-LOG-APELACAO IS EQUAL 'Y'
                ADD 1 TO WS-COR-APELACAO(WS-T)
            END-IF.

            IF WS-LOG-DATA IS NUMERIC
                IF WS-COR-VEZES(WS-T) IS NOT GREATER THAN 5
                    MOVE WS-LOG-DATA
                        TO WS-COR-DATA(WS-T WS-COR-VEZES(WS-T))
                END-IF
                IF WS-PRAZO IS GREATER THAN 0
                        AND WS-LOG-DATA IS GREATER THAN WS-PRAZO
                    ADD 1 TO WS-COR-APOS-PRAZO(WS-T)
                END-IF
            END-IF.

       P-GUARDA-CORRECAO-FIM.

      *****************************************************************
      *  P-AVALIA-SECAO TESTS ONE SECTION OF THE TERM (WS-I). THE     *
      *  REFERENCE IS EVERY OTHER GRADED ROW OF THE SAME SUBJECT -    *
      *  ITS OTHER SECTIONS THIS TERM PLUS ALL ITS PRIOR TERMS. A     *
      *  SECTION SMALLER THAN WS-MIN-SECAO IS NOT JUDGED, AND MEAN /  *
      *  SPREAD ARE NOT JUDGED AGAINST A REFERENCE SMALLER THAN       *
      *  WS-MIN-REFERENCIA.                                           *
      *****************************************************************
       P-AVALIA-SECAO.

            IF WS-SEC-GRADUADAS(WS-I) IS LESS THAN WS-MIN-SECAO
                GO TO P-AVALIA-SECAO-FIM
            END-IF.

            MOVE WS-SEC-MAT-IDX(WS-I) TO WS-M.

            COMPUTE WS-MEDIA-SEC ROUNDED =
                WS-SEC-SOMA(WS-I) / WS-SEC-GRADUADAS(WS-I).
            COMPUTE WS-VARIANCIA =
                WS-SEC-QUAD(WS-I) / WS-SEC-GRADUADAS(WS-I)
                - (WS-SEC-SOMA(WS-I) / WS-SEC-GRADUADAS(WS-I)) ** 2.
            IF WS-VARIANCIA IS GREATER THAN 0
                COMPUTE WS-DP-SEC ROUNDED =
                    FUNCTION SQRT(WS-VARIANCIA)
            ELSE
                MOVE 0 TO WS-DP-SEC
            END-IF.

            COMPUTE WS-REF-QTD = WS-MAT-TER-QTD(WS-M)
                - WS-SEC-GRADUADAS(WS-I) + WS-MAT-ANT-QTD(WS-M).
            COMPUTE WS-REF-SOMA = WS-MAT-TER-SOMA(WS-M)
                - WS-SEC-SOMA(WS-I) + WS-MAT-ANT-SOMA(WS-M).
            COMPUTE WS-REF-QUAD = WS-MAT-TER-QUAD(WS-M)
                - WS-SEC-QUAD(WS-I) + WS-MAT-ANT-QUAD(WS-M).
            COMPUTE WS-REF-NO-CORTE = WS-MAT-TER-CORTE(WS-M)
                - WS-SEC-NO-CORTE(WS-I) + WS-MAT-ANT-CORTE(WS-M).

            MOVE 0 TO WS-MEDIA-REF
                      WS-DP-REF.
            IF WS-REF-QTD IS GREATER THAN 0
                COMPUTE WS-MEDIA-REF ROUNDED =
                    WS-REF-SOMA / WS-REF-QTD
                COMPUTE WS-VARIANCIA =
                    WS-REF-QUAD / WS-REF-QTD
                    - (WS-REF-SOMA / WS-REF-QTD) ** 2
                IF WS-VARIANCIA IS GREATER THAN 0
                    COMPUTE WS-DP-REF ROUNDED =
                        FUNCTION SQRT(WS-VARIANCIA)
                END-IF
            END-IF.

            MOVE SPACES TO WS-SINAL-OBJETO.
            STRING 'SUBJECT '                  DELIMITED BY SIZE
                   WS-SEC-MATERIA(WS-I)        DELIMITED BY SIZE
                   '  SECTION '                DELIMITED BY SIZE
                   WS-SEC-CODIGO(WS-I)         DELIMITED BY SIZE
                   '  INSTRUCTOR '             DELIMITED BY SIZE
                   WS-SEC-INSTRUTOR(WS-I)      DELIMITED BY SIZE
                INTO WS-SINAL-OBJETO.

            IF WS-SEC-MENOR(WS-I) IS EQUAL WS-SEC-MAIOR(WS-I)
                MOVE 3 TO WS-SINAL
                PERFORM P-SINAL THRU P-SINAL-FIM
                MOVE WS-SEC-MENOR(WS-I) TO WS-ED-NOTA
                MOVE WS-SEC-GRADUADAS(WS-I) TO WS-ED-CONTAGEM
                MOVE SPACES TO WS-EVIDENCIA
                STRING 'ALL '                  DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                       ' GRADED STUDENTS AVERAGE EXACTLY '
                                               DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NOTA)
                                               DELIMITED BY SIZE
                       ' (0-10 SCALE)'         DELIMITED BY SIZE
                    INTO WS-EVIDENCIA
                PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM
                PERFORM P-EVIDENCIA-SECAO THRU P-EVIDENCIA-SECAO-FIM
            END-IF.

            PERFORM P-AVALIA-CORTE THRU P-AVALIA-CORTE-FIM.

            IF WS-REF-QTD IS LESS THAN WS-MIN-REFERENCIA
                GO TO P-AVALIA-SECAO-FIM
            END-IF.

            COMPUTE WS-DIFERENCA = WS-MEDIA-SEC - WS-MEDIA-REF.
            IF WS-DIFERENCA IS LESS THAN 0
                MULTIPLY -1 BY WS-DIFERENCA
            END-IF.

            IF WS-DIFERENCA IS NOT LESS THAN WS-LIM-DIF-MEDIA
                MOVE 1 TO WS-SINAL
                PERFORM P-SINAL THRU P-SINAL-FIM
                PERFORM P-EVIDENCIA-SECAO THRU P-EVIDENCIA-SECAO-FIM
                PERFORM P-EVIDENCIA-REFERENCIA
                    THRU P-EVIDENCIA-REFERENCIA-FIM
                MOVE WS-DIFERENCA     TO WS-ED-NOTA
                MOVE WS-LIM-DIF-MEDIA TO WS-ED-NOTA2
                MOVE SPACES TO WS-EVIDENCIA
                STRING 'MEANS DIFFER BY '      DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NOTA)
                                               DELIMITED BY SIZE
                       ' POINTS (LIMIT '       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NOTA2)
                                               DELIMITED BY SIZE
                       ')'                     DELIMITED BY SIZE
                    INTO WS-EVIDENCIA
                PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM
            END-IF.

      *     ZERO VARIANCE IS FLAGGED ON ITS OWN ABOVE
            IF WS-DP-SEC IS EQUAL 0
                    OR WS-DP-REF IS EQUAL 0
                GO TO P-AVALIA-SECAO-FIM
            END-IF.

            IF WS-DP-SEC IS NOT LESS THAN WS-DP-REF
                COMPUTE WS-RAZAO-DP ROUNDED = WS-DP-SEC / WS-DP-REF
            ELSE
                COMPUTE WS-RAZAO-DP ROUNDED = WS-DP-REF / WS-DP-SEC
            END-IF.

            IF WS-RAZAO-DP IS NOT LESS THAN WS-LIM-RAZAO-DP
                MOVE 2 TO WS-SINAL
                PERFORM P-SINAL THRU P-SINAL-FIM
                PERFORM P-EVIDENCIA-SECAO THRU P-EVIDENCIA-SECAO-FIM
                PERFORM P-EVIDENCIA-REFERENCIA
                    THRU P-EVIDENCIA-REFERENCIA-FIM
                MOVE WS-RAZAO-DP TO WS-ED-MEDIA
                MOVE WS-LIM-RAZAO-DP TO WS-ED-NOTA2
                MOVE SPACES TO WS-EVIDENCIA
                IF WS-DP-SEC IS GREATER THAN WS-DP-REF
                    STRING 'SECTION SPREAD IS '  DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-MEDIA)
                                                 DELIMITED BY SIZE
                           ' TIMES THE REFERENCE (LIMIT '
                                                 DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-NOTA2)
                                                 DELIMITED BY SIZE
                           ')'                   DELIMITED BY SIZE
                        INTO WS-EVIDENCIA
                ELSE
                    STRING 'SECTION SPREAD IS 1/'
                                                 DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-MEDIA)
                                                 DELIMITED BY SIZE
                           ' OF THE REFERENCE (LIMIT 1/'
                                                 DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-NOTA2)
                                                 DELIMITED BY SIZE
                           ')'                   DELIMITED BY SIZE
                        INTO WS-EVIDENCIA
                END-IF
                PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM
            END-IF.

       P-AVALIA-SECAO-FIM.

      *****************************************************************
      *  P-AVALIA-CORTE FLAGS A SECTION WHERE AT LEAST WS-MIN-NO-     *
      *  CORTE AVERAGES, AND WS-LIM-PCT-CORTE PERCENT OF THE SECTION, *
      *  SIT EXACTLY ON THE SUBJECT'S PASS MARK - AND AT TWICE THE    *
      *  RATE SEEN IN THE REST OF THE SUBJECT, WHEN THERE IS A REST.  *
      *****************************************************************
       P-AVALIA-CORTE.

            IF WS-SEC-NO-CORTE(WS-I) IS LESS THAN WS-MIN-NO-CORTE
                GO TO P-AVALIA-CORTE-FIM
            END-IF.

            COMPUTE WS-PCT ROUNDED =
                WS-SEC-NO-CORTE(WS-I) * 100 / WS-SEC-GRADUADAS(WS-I).

            IF WS-PCT IS LESS THAN WS-LIM-PCT-CORTE
                GO TO P-AVALIA-CORTE-FIM
            END-IF.

            MOVE 0 TO WS-PCT-REF.
            IF WS-REF-QTD IS GREATER THAN 0
                COMPUTE WS-PCT-REF ROUNDED =
                    WS-REF-NO-CORTE * 100 / WS-REF-QTD
                IF WS-PCT IS LESS THAN WS-PCT-REF * 2
                    GO TO P-AVALIA-CORTE-FIM
                END-IF
            END-IF.

            MOVE 4 TO WS-SINAL.
            PERFORM P-SINAL THRU P-SINAL-FIM.

            MOVE WS-SEC-NO-CORTE(WS-I)  TO WS-ED-CONTAGEM.
            MOVE WS-SEC-GRADUADAS(WS-I) TO WS-ED-CONTAGEM2.
            MOVE WS-PCT                 TO WS-ED-PCT.
            MOVE WS-MAT-CORTE(WS-M)     TO WS-ED-MEDIA.
            MOVE SPACES TO WS-EVIDENCIA.
            STRING FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                   ' OF '                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                               DELIMITED BY SIZE
                   ' GRADED AVERAGES ('        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT)    DELIMITED BY SIZE
                   '%) ARE EXACTLY THE PASS MARK '
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-MEDIA)  DELIMITED BY SIZE
                INTO WS-EVIDENCIA.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

            MOVE WS-REF-NO-CORTE TO WS-ED-CONTAGEM.
            MOVE WS-REF-QTD      TO WS-ED-CONTAGEM2.
            MOVE WS-PCT-REF      TO WS-ED-PCT2.
            MOVE SPACES TO WS-EVIDENCIA.
            IF WS-REF-QTD IS EQUAL 0
                MOVE 'NO OTHER GRADED ROWS OF THE SUBJECT TO COMPARE'
                    TO WS-EVIDENCIA
            ELSE
                STRING 'REST OF THE SUBJECT (OTHER SECTIONS AND PRIOR '
                                               DELIMITED BY SIZE
                       'TERMS): '              DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                       ' OF '                  DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-CONTAGEM2)
                                               DELIMITED BY SIZE
                       ' ('                    DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-PCT2)
                                               DELIMITED BY SIZE
                       '%)'                    DELIMITED BY SIZE
                    INTO WS-EVIDENCIA
            END-IF.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

       P-AVALIA-CORTE-FIM.

       P-EVIDENCIA-SECAO.

            MOVE WS-SEC-GRADUADAS(WS-I) TO WS-ED-CONTAGEM.
            MOVE WS-MEDIA-SEC           TO WS-ED-NOTA.
            MOVE WS-DP-SEC              TO WS-ED-NOTA2.
            COMPUTE WS-PCT ROUNDED =
                WS-SEC-APROVADOS(WS-I) * 100 / WS-SEC-GRADUADAS(WS-I).
            MOVE WS-PCT TO WS-ED-PCT.
            MOVE SPACES TO WS-EVIDENCIA.
            MOVE 1 TO WS-PONTEIRO.
            STRING 'SECTION  : '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                   ' GRADED, MEAN '            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA)   DELIMITED BY SIZE
                   ', SD '                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA2)  DELIMITED BY SIZE
                INTO WS-EVIDENCIA
                WITH POINTER WS-PONTEIRO.
            MOVE WS-SEC-MENOR(WS-I) TO WS-ED-NOTA.
            MOVE WS-SEC-MAIOR(WS-I) TO WS-ED-NOTA2.
            STRING ', RANGE '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA)   DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA2)  DELIMITED BY SIZE
                   ', PASS RATE '              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT)    DELIMITED BY SIZE
                   '%'                         DELIMITED BY SIZE
                INTO WS-EVIDENCIA
                WITH POINTER WS-PONTEIRO.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

       P-EVIDENCIA-SECAO-FIM.

       P-EVIDENCIA-REFERENCIA.

            COMPUTE WS-ED-CONTAGEM =
                WS-MAT-TER-QTD(WS-M) - WS-SEC-GRADUADAS(WS-I).
            MOVE WS-MAT-ANT-QTD(WS-M) TO WS-ED-CONTAGEM2.
            MOVE WS-MEDIA-REF TO WS-ED-NOTA.
            MOVE WS-DP-REF    TO WS-ED-NOTA2.
            MOVE SPACES TO WS-EVIDENCIA.
            STRING 'REFERENCE: '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                   ' IN OTHER SECTIONS + '     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                               DELIMITED BY SIZE
                   ' IN PRIOR TERMS, MEAN '    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA)   DELIMITED BY SIZE
                   ', SD '                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA2)  DELIMITED BY SIZE
                   ' (0-10 SCALE)'             DELIMITED BY SIZE
                INTO WS-EVIDENCIA.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

       P-EVIDENCIA-REFERENCIA-FIM.

      *****************************************************************
      *  P-AVALIA-DOCENTE TAKES ONE INSTRUCTOR/TERM ENTRY OF THE TERM *
      *  UNDER REVIEW (WS-N) AND COMPARES ITS PASS RATE WITH THE SAME *
      *  INSTRUCTOR'S MOST RECENT EARLIER TERM. BOTH TERMS NEED       *
      *  WS-MIN-GRADUADAS GRADED ROWS.                                *
      *****************************************************************
       P-AVALIA-DOCENTE.

            IF WS-DOC-TERMO(WS-N) IS NOT EQUAL WS-TERMO-PEDIDO
                    OR WS-DOC-GRADUADAS(WS-N) IS LESS THAN
                        WS-MIN-GRADUADAS
                GO TO P-AVALIA-DOCENTE-FIM
            END-IF.

            MOVE 0 TO WS-P.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K IS GREATER THAN WS-DOC-QTD
                IF WS-DOC-INSTRUTOR(WS-K) IS EQUAL
                        WS-DOC-INSTRUTOR(WS-N)
                        AND WS-DOC-TERMO(WS-K) IS LESS THAN
                            WS-TERMO-PEDIDO
                    IF WS-P IS EQUAL 0
                        MOVE WS-K TO WS-P
                    ELSE
                        IF WS-DOC-TERMO(WS-K) IS GREATER THAN
                                WS-DOC-TERMO(WS-P)
                            MOVE WS-K TO WS-P
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-P IS EQUAL 0
                GO TO P-AVALIA-DOCENTE-FIM
            END-IF.

            IF WS-DOC-GRADUADAS(WS-P) IS LESS THAN WS-MIN-GRADUADAS
                GO TO P-AVALIA-DOCENTE-FIM
            END-IF.

            COMPUTE WS-TAXA-ATUAL ROUNDED =
                WS-DOC-APROVADOS(WS-N) * 100 / WS-DOC-GRADUADAS(WS-N).
            COMPUTE WS-TAXA-ANTERIOR ROUNDED =
                WS-DOC-APROVADOS(WS-P) * 100 / WS-DOC-GRADUADAS(WS-P).
            COMPUTE WS-SALTO = WS-TAXA-ATUAL - WS-TAXA-ANTERIOR.
            IF WS-SALTO IS LESS THAN 0
                MULTIPLY -1 BY WS-SALTO
            END-IF.

            IF WS-SALTO IS LESS THAN WS-LIM-SALTO-TAXA
                GO TO P-AVALIA-DOCENTE-FIM
            END-IF.

            MOVE SPACES TO WS-SINAL-OBJETO.
            STRING 'INSTRUCTOR '               DELIMITED BY SIZE
                   WS-DOC-INSTRUTOR(WS-N)      DELIMITED BY SIZE
                INTO WS-SINAL-OBJETO.
            MOVE 5 TO WS-SINAL.
            PERFORM P-SINAL THRU P-SINAL-FIM.

            MOVE WS-P TO WS-K.
            PERFORM P-EVIDENCIA-TAXA THRU P-EVIDENCIA-TAXA-FIM.
            MOVE WS-N TO WS-K.
            PERFORM P-EVIDENCIA-TAXA THRU P-EVIDENCIA-TAXA-FIM.

            MOVE WS-SALTO          TO WS-ED-PCT.
            MOVE WS-LIM-SALTO-TAXA TO WS-ED-PCT2.
            MOVE SPACES TO WS-EVIDENCIA.
            MOVE 1 TO WS-PONTEIRO.
            STRING 'PASS RATE MOVED '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT)    DELIMITED BY SIZE
                   ' POINTS (LIMIT '           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT2)   DELIMITED BY SIZE
                   ') - SECTIONS:'             DELIMITED BY SIZE
                INTO WS-EVIDENCIA
                WITH POINTER WS-PONTEIRO.
            PERFORM VARYING WS-T FROM 1 BY 1
                    UNTIL WS-T IS GREATER THAN WS-SEC-QTD
                IF WS-SEC-INSTRUTOR(WS-T) IS EQUAL
                        WS-DOC-INSTRUTOR(WS-N)
                    STRING ' '                 DELIMITED BY SIZE
                           WS-SEC-MATERIA(WS-T) DELIMITED BY SPACE
                           '/'                 DELIMITED BY SIZE
                           WS-SEC-CODIGO(WS-T) DELIMITED BY SIZE
                        INTO WS-EVIDENCIA
                        WITH POINTER WS-PONTEIRO
                        ON OVERFLOW
                            CONTINUE
                    END-STRING
                END-IF
            END-PERFORM.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

       P-AVALIA-DOCENTE-FIM.

       P-EVIDENCIA-TAXA.

            MOVE WS-DOC-APROVADOS(WS-K)  TO WS-ED-CONTAGEM.
            MOVE WS-DOC-GRADUADAS(WS-K)  TO WS-ED-CONTAGEM2.
            COMPUTE WS-PCT ROUNDED =
                WS-DOC-APROVADOS(WS-K) * 100 / WS-DOC-GRADUADAS(WS-K).
            MOVE WS-PCT TO WS-ED-PCT.
            MOVE SPACES TO WS-EVIDENCIA.
            STRING 'TERM '                     DELIMITED BY SIZE
                   WS-DOC-TERMO(WS-K)          DELIMITED BY SIZE
                   ': '                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                   ' OF '                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                               DELIMITED BY SIZE
                   ' GRADED STUDENTS APPROVED, PASS RATE '
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT)    DELIMITED BY SIZE
                   '%'                         DELIMITED BY SIZE
                INTO WS-EVIDENCIA.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

       P-EVIDENCIA-TAXA-FIM.

      *****************************************************************
      *  P-AVALIA-CORRECAO FLAGS ONE CORRECTED RECORD (WS-I) WHEN IT  *
      *  WAS CORRECTED WS-LIM-CORRECOES TIMES OR MORE, AND/OR WHEN    *
      *  ANY CORRECTION IS DATED AFTER THE TERM'S POSTING DEADLINE.   *
      *****************************************************************
       P-AVALIA-CORRECAO.

            IF WS-COR-VEZES(WS-I) IS LESS THAN WS-LIM-CORRECOES
                    AND WS-COR-APOS-PRAZO(WS-I) IS EQUAL 0
                GO TO P-AVALIA-CORRECAO-FIM
            END-IF.

            MOVE SPACES TO WS-SINAL-OBJETO.
            STRING 'STUDENT '                  DELIMITED BY SIZE
                   WS-COR-ALUNO(WS-I)          DELIMITED BY SIZE
                   '  SUBJECT '                DELIMITED BY SIZE
                   WS-COR-MATERIA(WS-I)        DELIMITED BY SIZE
                INTO WS-SINAL-OBJETO.

            IF WS-COR-VEZES(WS-I) IS NOT LESS THAN WS-LIM-CORRECOES
                MOVE 6 TO WS-SINAL
                PERFORM P-SINAL THRU P-SINAL-FIM
                PERFORM P-EVIDENCIA-CORRECAO
                    THRU P-EVIDENCIA-CORRECAO-FIM
            END-IF.

            IF WS-COR-APOS-PRAZO(WS-I) IS GREATER THAN 0
                MOVE 7 TO WS-SINAL
                PERFORM P-SINAL THRU P-SINAL-FIM
                MOVE WS-COR-APOS-PRAZO(WS-I) TO WS-ED-CONTAGEM
                MOVE WS-COR-VEZES(WS-I)      TO WS-ED-CONTAGEM2
                MOVE SPACES TO WS-EVIDENCIA
                STRING FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                       ' OF '                  DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-CONTAGEM2)
                                               DELIMITED BY SIZE
                       ' CORRECTION(S) DATED AFTER THE POSTING '
                                               DELIMITED BY SIZE
                       'DEADLINE '             DELIMITED BY SIZE
                       WS-PRAZO                DELIMITED BY SIZE
                    INTO WS-EVIDENCIA
                PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM
                IF WS-COR-VEZES(WS-I) IS LESS THAN WS-LIM-CORRECOES
                    PERFORM P-EVIDENCIA-CORRECAO
                        THRU P-EVIDENCIA-CORRECAO-FIM
                END-IF
            END-IF.

       P-AVALIA-CORRECAO-FIM.

       P-EVIDENCIA-CORRECAO.

            MOVE WS-COR-VEZES(WS-I)    TO WS-ED-CONTAGEM.
            MOVE WS-COR-APELACAO(WS-I) TO WS-ED-CONTAGEM2.
            MOVE SPACES TO WS-EVIDENCIA.
            STRING FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                   ' CORRECTION(S), '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                               DELIMITED BY SIZE
                   ' UNDER AN UPHELD APPEAL, LAST BY '
                                               DELIMITED BY SIZE
                   WS-COR-OPERADOR(WS-I)       DELIMITED BY SPACE
                INTO WS-EVIDENCIA.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

      *     FIVE STAMPS AND THE OVERFLOW COUNT ALWAYS FIT ON ONE LINE
            MOVE SPACES TO WS-EVIDENCIA.
            MOVE 1 TO WS-PONTEIRO.
            STRING 'DATED:'                    DELIMITED BY SIZE
                INTO WS-EVIDENCIA
                WITH POINTER WS-PONTEIRO.
            PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C IS GREATER THAN 5
                        OR WS-C IS GREATER THAN WS-COR-VEZES(WS-I)
                IF WS-COR-DATA(WS-I WS-C) IS GREATER THAN 0
                    STRING ' '                 DELIMITED BY SIZE
                           WS-COR-DATA(WS-I WS-C)
                                               DELIMITED BY SIZE
                        INTO WS-EVIDENCIA
                        WITH POINTER WS-PONTEIRO
                ELSE
                    STRING ' (UNDATED)'        DELIMITED BY SIZE
                        INTO WS-EVIDENCIA
                        WITH POINTER WS-PONTEIRO
                END-IF
            END-PERFORM.
            IF WS-COR-VEZES(WS-I) IS GREATER THAN 5
                COMPUTE WS-ED-CONTAGEM = WS-COR-VEZES(WS-I) - 5
                STRING ' AND '                 DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-CONTAGEM)
                                               DELIMITED BY SIZE
                       ' MORE'                 DELIMITED BY SIZE
                    INTO WS-EVIDENCIA
                    WITH POINTER WS-PONTEIRO
            END-IF.
            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

            PERFORM P-LOCALIZA-REGISTRO THRU P-LOCALIZA-REGISTRO-FIM.

       P-EVIDENCIA-CORRECAO-FIM.

      *****************************************************************
      *  P-LOCALIZA-REGISTRO ADDS THE RECORD AS IT STANDS NOW, FROM   *
      *  THE ACTIVE MASTER OR, FOR A CLOSED TERM, THE HISTORY FILE.   *
      *****************************************************************
       P-LOCALIZA-REGISTRO.

            MOVE SPACES TO WS-EVIDENCIA.

            IF WS-ATIVO-OK IS EQUAL 'Y'
                MOVE WS-COR-ALUNO(WS-I)   TO SG-ID-ALUNO
                MOVE WS-COR-MATERIA(WS-I) TO SG-NOME-MATERIA
                MOVE WS-TERMO-PEDIDO      TO SG-TERMO
                READ STUDENT-GRADES-FILE
                    KEY IS SG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SG-MEDIA TO WS-ED-MEDIA
                        STRING 'RECORD NOW: AVERAGE '
                                                 DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ED-MEDIA)
                                                 DELIMITED BY SIZE
                               ' OF '            DELIMITED BY SIZE
                               SG-ESCALA-MAX     DELIMITED BY SIZE
                               ', '              DELIMITED BY SIZE
                               SG-RESULTADO      DELIMITED BY SPACE
                               ' ('              DELIMITED BY SIZE
                               SG-LETRA-GRADE    DELIMITED BY SIZE
                               ') STDNTGRD SEC '
                                                 DELIMITED BY SIZE
                               SG-SECAO          DELIMITED BY SIZE
                               ' INSTR '         DELIMITED BY SIZE
                               SG-INSTRUTOR      DELIMITED BY SIZE
                            INTO WS-EVIDENCIA
                END-READ
            END-IF.

            IF WS-EVIDENCIA IS EQUAL SPACES
                    AND WS-HISTORICO-OK IS EQUAL 'Y'
                MOVE WS-COR-ALUNO(WS-I)   TO HG-ID-ALUNO
                MOVE WS-COR-MATERIA(WS-I) TO HG-NOME-MATERIA
                MOVE WS-TERMO-PEDIDO      TO HG-TERMO
                READ HISTORY-FILE
                    KEY IS HG-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE HG-MEDIA TO WS-ED-MEDIA
                        STRING 'RECORD NOW: AVERAGE '
                                                 DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ED-MEDIA)
                                                 DELIMITED BY SIZE
                               ' OF '            DELIMITED BY SIZE
                               HG-ESCALA-MAX     DELIMITED BY SIZE
                               ', '              DELIMITED BY SIZE
                               HG-RESULTADO      DELIMITED BY SPACE
                               ' ('              DELIMITED BY SIZE
                               HG-LETRA-GRADE    DELIMITED BY SIZE
                               ') GRADHIST SEC '
                                                 DELIMITED BY SIZE
                               HG-SECAO          DELIMITED BY SIZE
                               ' INSTR '         DELIMITED BY SIZE
                               HG-INSTRUTOR      DELIMITED BY SIZE
                            INTO WS-EVIDENCIA
                END-READ
            END-IF.

            IF WS-EVIDENCIA IS EQUAL SPACES
                MOVE 'RECORD NOT FOUND ON STDNTGRD.DAT OR GRADHIST.DAT'
                    TO WS-EVIDENCIA
            END-IF.

            PERFORM P-EVIDENCIA THRU P-EVIDENCIA-FIM.

       P-LOCALIZA-REGISTRO-FIM.

       P-SINAL.

            ADD 1 TO WS-CONT-SINAL(WS-SINAL)
                     WS-CONT-SINAIS.

            MOVE SPACES TO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE SPACES TO REVIEW-LINE
            MOVE WS-SINAL                TO REVIEW-LINE(1:1)
            MOVE WS-NOME-SINAL(WS-SINAL) TO REVIEW-LINE(3:28)
            MOVE WS-SINAL-OBJETO         TO REVIEW-LINE(31:70)
            WRITE REVIEW-LINE.

       P-SINAL-FIM.

       P-EVIDENCIA.

            MOVE SPACES TO REVIEW-LINE
            MOVE WS-EVIDENCIA TO REVIEW-LINE(9:92)
            WRITE REVIEW-LINE.

       P-EVIDENCIA-FIM.

       P-CABECALHO.

            MOVE SPACES TO REVIEW-LINE
            STRING 'GRADE ANOMALY REVIEW - TERM '
                                          DELIMITED BY SIZE
                   WS-TERMO-PEDIDO        DELIMITED BY SIZE
                   '  (FOR THE ACADEMIC INTEGRITY OFFICE)'
                                          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE 'A FLAG IS A REASON TO LOOK, NOT A FINDING'
                TO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE SPACES TO REVIEW-LINE
            IF WS-TERMO-OK IS NOT EQUAL 'Y'
                STRING 'TERM IS NOT ON TERMCAL.DAT - NO POSTING '
                                          DELIMITED BY SIZE
                       'DEADLINE, LATE CORRECTIONS NOT CHECKED'
                                          DELIMITED BY SIZE
                    INTO REVIEW-LINE
            ELSE
                IF WS-PRAZO IS EQUAL 0
                    STRING 'NO POSTING DEADLINE SET FOR THE TERM - '
                                          DELIMITED BY SIZE
                           'LATE CORRECTIONS NOT CHECKED'
                                          DELIMITED BY SIZE
                        INTO REVIEW-LINE
                ELSE
                    STRING 'POSTING DEADLINE: ' DELIMITED BY SIZE
                           WS-PRAZO             DELIMITED BY SIZE
                        INTO REVIEW-LINE
                END-IF
            END-IF
            WRITE REVIEW-LINE

            MOVE WS-MIN-SECAO      TO WS-ED-CONTAGEM
            MOVE WS-MIN-REFERENCIA TO WS-ED-CONTAGEM2
            MOVE WS-LIM-DIF-MEDIA  TO WS-ED-NOTA
            MOVE WS-LIM-RAZAO-DP   TO WS-ED-NOTA2
            MOVE SPACES TO REVIEW-LINE
            STRING 'LIMITS - SECTION AT LEAST '
                                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM)
                                          DELIMITED BY SIZE
                   ' GRADED, REFERENCE AT LEAST '
                                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                          DELIMITED BY SIZE
                   ', MEAN DIFF '         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA)
                                          DELIMITED BY SIZE
                   ', SD RATIO '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NOTA2)
                                          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE WS-MIN-NO-CORTE  TO WS-ED-CONTAGEM
            MOVE WS-LIM-PCT-CORTE TO WS-ED-PCT
            MOVE SPACES TO REVIEW-LINE
            STRING '         PASS-MARK CLUSTER AT LEAST '
                                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM)
                                          DELIMITED BY SIZE
                   ' AVERAGES AND '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT)
                                          DELIMITED BY SIZE
                   '% OF SECTION, 2X REST OF SUBJECT'
                                          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE WS-MIN-GRADUADAS  TO WS-ED-CONTAGEM
            MOVE WS-LIM-CORRECOES  TO WS-ED-CONTAGEM2
            MOVE WS-LIM-SALTO-TAXA TO WS-ED-PCT
            MOVE SPACES TO REVIEW-LINE
            STRING '         PASS RATE JUMP '
                                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PCT)
                                          DELIMITED BY SIZE
                   ' POINTS, AT LEAST '   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM)
                                          DELIMITED BY SIZE
                   ' GRADED BOTH TERMS, CORRECTIONS '
                                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE SPACES TO REVIEW-LINE
            STRING '----------------------------------------'
                DELIMITED BY SIZE
                   '----------------------------------------'
                DELIMITED BY SIZE
                   '--------------------'
                DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE.

       P-CABECALHO-FIM.

       P-RODAPE.

            MOVE SPACES TO REVIEW-LINE
            WRITE REVIEW-LINE

            IF WS-CONT-SINAIS IS EQUAL 0
                MOVE 'NOTHING FLAGGED FOR THE TERM' TO REVIEW-LINE
                WRITE REVIEW-LINE
                MOVE SPACES TO REVIEW-LINE
                WRITE REVIEW-LINE
            END-IF

            IF WS-TABELA-CHEIA IS EQUAL 'Y'
                MOVE SPACES TO REVIEW-LINE
                STRING '*** A WORK TABLE FILLED UP - SOME ROWS WERE '
                                           DELIMITED BY SIZE
                       'NOT REVIEWED (SEE THE RUN LOG) ***'
                                           DELIMITED BY SIZE
                    INTO REVIEW-LINE
                WRITE REVIEW-LINE
                MOVE SPACES TO REVIEW-LINE
                WRITE REVIEW-LINE
            END-IF

            MOVE WS-CONT-DO-TERMO TO WS-ED-CONTAGEM
            MOVE SPACES TO REVIEW-LINE
            STRING 'GRADE ROWS OF THE TERM        : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE WS-SEC-QTD TO WS-ED-CONTAGEM
            MOVE SPACES TO REVIEW-LINE
            STRING 'SECTIONS REVIEWED             : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE WS-CONT-LINHAS TO WS-ED-LINHAS
            MOVE SPACES TO REVIEW-LINE
            STRING 'AUDIT LOG LINES READ          : '
                                           DELIMITED BY SIZE
                   WS-ED-LINHAS            DELIMITED BY SIZE
                   '  (ARCHIVES READ: '    DELIMITED BY SIZE
                   WS-CONT-ARQUIVOS        DELIMITED BY SIZE
                   ')'                     DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            MOVE WS-CONT-CORRECOES TO WS-ED-CONTAGEM
            MOVE WS-CONT-LAPSOS    TO WS-ED-CONTAGEM2
            MOVE SPACES TO REVIEW-LINE
            STRING 'CORRECTIONS FOR THE TERM      : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                   '  (INCRESOL LAPSES NOT COUNTED: '
                                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CONTAGEM2)
                                           DELIMITED BY SIZE
                   ')'                     DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE

            PERFORM VARYING WS-SINAL FROM 1 BY 1
                    UNTIL WS-SINAL IS GREATER THAN 7
                MOVE WS-CONT-SINAL(WS-SINAL) TO WS-ED-CONTAGEM
                MOVE SPACES TO REVIEW-LINE
                MOVE WS-SINAL TO REVIEW-LINE(1:1)
                MOVE WS-NOME-SINAL(WS-SINAL)
                    TO REVIEW-LINE(3:28)
                MOVE ': '           TO REVIEW-LINE(31:2)
                MOVE WS-ED-CONTAGEM TO REVIEW-LINE(33:5)
                WRITE REVIEW-LINE
            END-PERFORM

            MOVE WS-CONT-SINAIS TO WS-ED-CONTAGEM
            MOVE SPACES TO REVIEW-LINE
            STRING 'TOTAL FLAGS                   : '
                                           DELIMITED BY SIZE
                   WS-ED-CONTAGEM          DELIMITED BY SIZE
                INTO REVIEW-LINE
            WRITE REVIEW-LINE.

       P-RODAPE-FIM.
       END PROGRAM ANOMREV.
