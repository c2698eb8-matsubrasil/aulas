      *                               8, PARA O CONTROLADOR DA CADEIA
      *                               NOTURNA (PGEXE026) PODER CHAMAR
      *                               O LOTE E PARAR NO PASSO FALHADO.
      *    15/10/2026    SUPORTE      A CHAMADA DO PGVERIF PASSOU A
      *                               LEVAR O NUMERO DO PEDIDO DE
      *                               ALTERACAO DE NOTA, EM ZEROS: O
      *                               LOTE NOTURNO NAO VEM DE PEDIDO.
      *    15/10/2026    SUPORTE      AO FIM DO LOTE O BOLETIM.DAT E
      *                               GUARDADO NO CATALOGO DE
      *                               RELATORIOS (PGRELCAT) COMO COPIA
      *                               DATADA E NUMERADA, COM A DATA DO
      *                               LOTE E O OPERADOR NOTURNO: QUANDO
      *                               A CADEIA E RERODADA O BOLETIM DA
      *                               NOITE ANTERIOR FICA GUARDADO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DISCIPLINA-ALUNO    PIC X(05)    VALUE SPACES.
       01 WS-BIMESTRE-ALUNO      PIC 9(01)    VALUE ZEROS.
       01 WS-OPERADOR-LOTE       PIC X(08)    VALUE "NOTURNO".
       01 WS-NUMERO-PEDIDO       PIC 9(06)    VALUE ZEROS.
       01 WS-CAT-RELATORIO       PIC X(12)    VALUE "BOLETIM.DAT".
       01 WS-CAT-PROGRAMA        PIC X(08)    VALUE "PGEXE005".
       01 WS-CAT-PAGINAS         PIC 9(05)    VALUE ZEROS.
       01 WS-CAT-PARAMETROS      PIC X(40)    VALUE SPACES.
       01 WS-NOTA-1              PIC 9(02)V99 VALUE ZEROS.
       01 WS-NOTA-2              PIC 9(02)V99 VALUE ZEROS.
       01 WS-NOTA-3              PIC 9(02)V99 VALUE ZEROS.
                    THRU P060-GRAVA-RUN-CONTROL-FIM

                PERFORM P900-EMITE-RESUMO THRU P900-EMITE-RESUMO-FIM

                MOVE SPACES TO WS-CAT-PARAMETROS
                STRING "LOTE NOTURNO " WS-DATA-EXECUCAO
                       DELIMITED BY SIZE INTO WS-CAT-PARAMETROS
                CALL "PGRELCAT" USING WS-CAT-RELATORIO
                                      WS-CAT-PROGRAMA
                                      WS-OPERADOR-LOTE
                                      WS-CAT-PAGINAS
                                      WS-CAT-PARAMETROS
            END-IF

            DISPLAY 'PROCESSAMENTO NOTURNO DA TURMA - FIM'.
                                  WS-CONCEITO
                                  WS-APROVADO-SW
                                  WS-OPERADOR-LOTE
                                  WS-NUMERO-PEDIDO

            IF WS-APROVADO-SIM THEN
                ADD 1 TO WS-DIS-APROVADOS
