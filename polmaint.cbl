      *      ADD / CHANGE / DELETE / LIST RECORDS ON POLICY.DAT       *
      *      COMPANION PROGRAM TO STDGRAV - ENFORCES AT ENTRY TIME    *
      *      THE SAME RULES STDGRAV CHECKS WHEN LOADING A POLICY      *
      *      ASSESSMENT WEIGHTS MUST TOTAL 100 PERCENT; A DROP-LOWEST *
      *      RULE NEEDS A POOL LARGER THAN THE NUMBER DROPPED         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMAINT.
       77 WS-VALOR-ENTRADA    PIC 9(06)V99.
       77 WS-CONT-LISTADOS    PIC 9(03) VALUE 0.
       77 WS-ED-CORTE         PIC ZZ9.99.
       77 WS-ED-PESO          PIC ZZ9.
       77 WS-K                PIC 9(01).
       77 WS-SOMA-PESOS       PIC 9(04).
       77 WS-QTD-POOL         PIC 9(01).
       77 WS-PESOS-OK         PIC X(01).
       77 WS-REGRA-TXT        PIC X(60).
       77 WS-PONTEIRO         PIC 9(03).

       01 WS-POLITICA.
          02 WS-NOME-MATERIA  PIC X(10).
          02 WS-DECIMAIS      PIC 9(01).
          02 WS-PRAZO-INCOMPLETO PIC 9(01).
          02 WS-RESULTADO-LAPSO  PIC X(01).
          02 WS-AVALIACAO OCCURS 6 TIMES.
             03 WS-PESO          PIC 9(03).
             03 WS-DESCARTAVEL   PIC X(01).
          02 WS-QTD-DESCARTE     PIC 9(01).

       PROCEDURE DIVISION.
       P-START.

            DISPLAY LISTING-LINE(1:64).

            PERFORM P-MONTA-REGRA-TXT THRU P-MONTA-REGRA-TXT-FIM.

            IF WS-REGRA-TXT IS NOT EQUAL SPACES
                MOVE SPACES TO LISTING-LINE
                MOVE WS-REGRA-TXT TO LISTING-LINE(12:60)
                WRITE LISTING-LINE
                DISPLAY LISTING-LINE(1:71)
            END-IF.

       P-LISTA-LINHA-FIM.

      *****************************************************************
      *  P-MONTA-REGRA-TXT SPELLS OUT THE POLICY RECORD'S WEIGHTS AND *
      *  DROP-LOWEST RULE, E.G. WEIGHTS 20,20,20,40  DROP 1 OF 1,2,3. *
      *  SPACES WHEN THE ASSESSMENTS ARE EQUAL AND NOTHING IS DROPPED.*
      *****************************************************************
       P-MONTA-REGRA-TXT.

            MOVE SPACES TO WS-REGRA-TXT.
            MOVE 1 TO WS-PONTEIRO.

            IF POL-PESO(1) IS NUMERIC
                    AND POL-PESO(1) IS GREATER THAN 0
                STRING 'WEIGHTS ' DELIMITED BY SIZE
                    INTO WS-REGRA-TXT
                    WITH POINTER WS-PONTEIRO
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > POL-QTD-NOTAS
                    IF WS-K IS GREATER THAN 1
                        STRING ',' DELIMITED BY SIZE
                            INTO WS-REGRA-TXT
                            WITH POINTER WS-PONTEIRO
                    END-IF
                    MOVE POL-PESO(WS-K) TO WS-ED-PESO
                    STRING FUNCTION TRIM(WS-ED-PESO) DELIMITED BY SIZE
                        INTO WS-REGRA-TXT
                        WITH POINTER WS-PONTEIRO
                END-PERFORM
                STRING '  ' DELIMITED BY SIZE
                    INTO WS-REGRA-TXT
                    WITH POINTER WS-PONTEIRO
            END-IF.

            IF POL-QTD-DESCARTE IS NUMERIC
                    AND POL-QTD-DESCARTE IS GREATER THAN 0
                STRING 'DROP '           DELIMITED BY SIZE
                       POL-QTD-DESCARTE  DELIMITED BY SIZE
                       ' LOWEST OF '     DELIMITED BY SIZE
                    INTO WS-REGRA-TXT
                    WITH POINTER WS-PONTEIRO
                MOVE 0 TO WS-QTD-POOL
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > POL-QTD-NOTAS
                    IF POL-DESCARTAVEL(WS-K) IS EQUAL 'Y'
                        IF WS-QTD-POOL IS GREATER THAN 0
                            STRING ',' DELIMITED BY SIZE
                                INTO WS-REGRA-TXT
                                WITH POINTER WS-PONTEIRO
                        END-IF
                        STRING WS-K DELIMITED BY SIZE
                            INTO WS-REGRA-TXT
                            WITH POINTER WS-PONTEIRO
                        ADD 1 TO WS-QTD-POOL
                    END-IF
                END-PERFORM
            END-IF.

       P-MONTA-REGRA-TXT-FIM.

       P-PEDE-MATERIA.

            MOVE SPACES TO WS-NOME-MATERIA
                END-IF
            END-IF.

            PERFORM P-MONTA-REGRA-TXT THRU P-MONTA-REGRA-TXT-FIM.
            IF WS-REGRA-TXT IS EQUAL SPACES
                DISPLAY '  WEIGHTING      : ALL ASSESSMENTS EQUAL, '
                        'NONE DROPPED'
            ELSE
                DISPLAY '  WEIGHTING      : '
                        FUNCTION TRIM(WS-REGRA-TXT)
            END-IF.

       P-MOSTRA-POLITICA-FIM.

       P-ENTRA-CAMPOS.

            PERFORM P-ENTRA-QTD-NOTAS THRU P-ENTRA-QTD-NOTAS-FIM.

            PERFORM P-ENTRA-PESOS     THRU P-ENTRA-PESOS-FIM.

            PERFORM P-ENTRA-DESCARTE  THRU P-ENTRA-DESCARTE-FIM.

            DISPLAY 'PASSING CUTOFF (EX. 7 OR 7.50): '
            PERFORM P-ENTRA-VALOR THRU P-ENTRA-VALOR-FIM
            MOVE WS-VALOR TO WS-NOTA-CORTE.

       P-ENTRA-QTD-NOTAS-FIM.

      *****************************************************************
      *  P-ENTRA-PESOS ACCEPTS A PERCENT WEIGHT FOR EACH ASSESSMENT   *
      *  POSITION. THE WEIGHTS MUST TOTAL EXACTLY 100, OR ALL OF THEM *
      *  ARE ASKED FOR AGAIN. ANSWERING N LEAVES EVERY WEIGHT AT      *
      *  ZERO, WHICH STDGRAV READS AS ALL ASSESSMENTS EQUAL.          *
      *****************************************************************
       P-ENTRA-PESOS.

            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
                MOVE 0 TO WS-PESO(WS-K)
            END-PERFORM.

            IF WS-QTD-NOTAS IS EQUAL 1
                GO TO P-ENTRA-PESOS-FIM
            END-IF.

            MOVE SPACE TO WS-CONFIRMA
            PERFORM UNTIL WS-CONFIRMA IS EQUAL 'Y'
                    OR WS-CONFIRMA IS EQUAL 'N'
                DISPLAY 'WEIGHT THE ASSESSMENTS? (Y/N, N = ALL '
                        'EQUAL): '
                ACCEPT WS-CONFIRMA
                EVALUATE WS-CONFIRMA
                    WHEN 'y'
                        MOVE 'Y' TO WS-CONFIRMA
                    WHEN 'n'
                        MOVE 'N' TO WS-CONFIRMA
                    WHEN 'Y'
                        CONTINUE
                    WHEN 'N'
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'PLEASE ANSWER Y OR N'
                END-EVALUATE
            END-PERFORM.

            IF WS-CONFIRMA IS EQUAL 'N'
                GO TO P-ENTRA-PESOS-FIM
            END-IF.

            MOVE 'N' TO WS-PESOS-OK
            PERFORM UNTIL WS-PESOS-OK IS EQUAL 'Y'
                MOVE 0 TO WS-SOMA-PESOS
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-QTD-NOTAS
                    PERFORM P-ENTRA-UM-PESO THRU P-ENTRA-UM-PESO-FIM
                    ADD WS-PESO(WS-K) TO WS-SOMA-PESOS
                END-PERFORM
                IF WS-SOMA-PESOS IS EQUAL 100
                    MOVE 'Y' TO WS-PESOS-OK
                ELSE
                    DISPLAY '*** WEIGHTS ADD UP TO ' WS-SOMA-PESOS
                        ' - THEY MUST TOTAL 100 - RE-ENTER THEM ***'
                END-IF
            END-PERFORM.

       P-ENTRA-PESOS-FIM.

       P-ENTRA-UM-PESO.

            MOVE 'N' TO WS-CAMPO-OK
            PERFORM UNTIL WS-CAMPO-OK IS EQUAL 'Y'
                DISPLAY 'WEIGHT OF ASSESSMENT ' WS-K
                        ' IN PERCENT (1-99): '
                ACCEPT WS-RESPOSTA
                IF FUNCTION TEST-NUMVAL(WS-RESPOSTA) IS EQUAL 0
                    COMPUTE WS-VALOR-ENTRADA =
                        FUNCTION NUMVAL(WS-RESPOSTA)
                    IF WS-VALOR-ENTRADA IS LESS THAN 1
                            OR WS-VALOR-ENTRADA IS GREATER THAN 99
                            OR FUNCTION INTEGER-PART(WS-VALOR-ENTRADA)
                                IS NOT EQUAL WS-VALOR-ENTRADA
                        DISPLAY '*** MUST BE A WHOLE NUMBER FROM 1 '
                            'TO 99 ***'
                    ELSE
                        MOVE WS-VALOR-ENTRADA TO WS-PESO(WS-K)
                        MOVE 'Y' TO WS-CAMPO-OK
                    END-IF
                ELSE
                    DISPLAY '*** MUST BE A WHOLE NUMBER FROM 1 '
                        'TO 99 ***'
                END-IF
            END-PERFORM.

       P-ENTRA-UM-PESO-FIM.

      *****************************************************************
      *  P-ENTRA-DESCARTE ACCEPTS THE DROP-LOWEST RULE: HOW MANY OF   *
      *  THE LOWEST GRADES TO DROP AND WHICH POSITIONS ARE IN THE     *
      *  DROP POOL. THE POOL MUST BE LARGER THAN THE NUMBER DROPPED,  *
      *  SO AT LEAST ONE GRADE IN IT ALWAYS COUNTS.                   *
      *****************************************************************
       P-ENTRA-DESCARTE.

            MOVE 0 TO WS-QTD-DESCARTE.
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
                MOVE 'N' TO WS-DESCARTAVEL(WS-K)
            END-PERFORM.

            IF WS-QTD-NOTAS IS EQUAL 1
                GO TO P-ENTRA-DESCARTE-FIM
            END-IF.

            MOVE 'N' TO WS-CAMPO-OK
            PERFORM UNTIL WS-CAMPO-OK IS EQUAL 'Y'
                DISPLAY 'LOWEST GRADES TO DROP (0 = NONE): '
                ACCEPT WS-RESPOSTA
                IF FUNCTION TEST-NUMVAL(WS-RESPOSTA) IS EQUAL 0
                    COMPUTE WS-VALOR-ENTRADA =
                        FUNCTION NUMVAL(WS-RESPOSTA)
                    IF WS-VALOR-ENTRADA IS NOT LESS THAN WS-QTD-NOTAS
                            OR FUNCTION INTEGER-PART(WS-VALOR-ENTRADA)
                                IS NOT EQUAL WS-VALOR-ENTRADA
                        DISPLAY '*** MUST BE A WHOLE NUMBER LESS THAN '
                            'THE ' WS-QTD-NOTAS ' ASSESSMENTS ***'
                    ELSE
                        MOVE WS-VALOR-ENTRADA TO WS-QTD-DESCARTE
                        MOVE 'Y' TO WS-CAMPO-OK
                    END-IF
                ELSE
                    DISPLAY '*** MUST BE A WHOLE NUMBER LESS THAN '
                        'THE ' WS-QTD-NOTAS ' ASSESSMENTS ***'
                END-IF
            END-PERFORM.

            IF WS-QTD-DESCARTE IS EQUAL 0
                GO TO P-ENTRA-DESCARTE-FIM
            END-IF.

            MOVE 0 TO WS-QTD-POOL
            PERFORM UNTIL WS-QTD-POOL IS GREATER THAN WS-QTD-DESCARTE
                MOVE 0 TO WS-QTD-POOL
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-QTD-NOTAS
                    PERFORM P-ENTRA-POOL THRU P-ENTRA-POOL-FIM
                    IF WS-DESCARTAVEL(WS-K) IS EQUAL 'Y'
                        ADD 1 TO WS-QTD-POOL
                    END-IF
                END-PERFORM
                IF WS-QTD-POOL IS NOT GREATER THAN WS-QTD-DESCARTE
                    DISPLAY '*** THE DROP POOL MUST HOLD MORE THAN '
                        WS-QTD-DESCARTE ' ASSESSMENT(S) - '
                        'RE-ENTER IT ***'
                END-IF
            END-PERFORM.

       P-ENTRA-DESCARTE-FIM.

       P-ENTRA-POOL.

            MOVE SPACE TO WS-DESCARTAVEL(WS-K)
            PERFORM UNTIL WS-DESCARTAVEL(WS-K) IS EQUAL 'Y'
                    OR WS-DESCARTAVEL(WS-K) IS EQUAL 'N'
                DISPLAY 'ASSESSMENT ' WS-K
                        ' IN THE DROP POOL? (Y/N): '
                ACCEPT WS-DESCARTAVEL(WS-K)
                EVALUATE WS-DESCARTAVEL(WS-K)
                    WHEN 'y'
                        MOVE 'Y' TO WS-DESCARTAVEL(WS-K)
                    WHEN 'n'
                        MOVE 'N' TO WS-DESCARTAVEL(WS-K)
                    WHEN 'Y'
                        CONTINUE
                    WHEN 'N'
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'PLEASE ANSWER Y OR N'
                END-EVALUATE
            END-PERFORM.

       P-ENTRA-POOL-FIM.

       P-ENTRA-CORTES.

            DISPLAY 'LETTER A CUTOFF: '
            MOVE WS-ESCALA-MAX   TO POL-ESCALA-MAX
            MOVE WS-DECIMAIS     TO POL-DECIMAIS
            MOVE WS-PRAZO-INCOMPLETO TO POL-PRAZO-INCOMPLETO
            MOVE WS-RESULTADO-LAPSO  TO POL-RESULTADO-LAPSO
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
                MOVE WS-PESO(WS-K)        TO POL-PESO(WS-K)
                MOVE WS-DESCARTAVEL(WS-K) TO POL-DESCARTAVEL(WS-K)
            END-PERFORM
            MOVE WS-QTD-DESCARTE     TO POL-QTD-DESCARTE.

       P-MOVE-PARA-REGISTRO-FIM.
       END PROGRAM POLMAINT.
