      *                               PROTEGE A SEQUENCIA, QUE ATE
      *                               AGORA ERA RODADA NA MAO E JA FOI
      *                               PULADA E INVERTIDA.
      *    15/10/2026    SUPORTE      O PASSO 3 PASSOU A CHAMAR O
      *                               PGEXE012 COM O OPERADOR NOTURNO,
      *                               QUE VAI PARA O CATALOGO DE
      *                               RELATORIOS JUNTO COM A COPIA DO
      *                               BOLETIM.REL DE CADA EXECUCAO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 FILLER             PIC X(13).

       01 WS-DATA-EXECUCAO       PIC X(08)    VALUE SPACES.
       01 WS-OPERADOR-NOTURNO    PIC X(08)    VALUE "NOTURNO".

       01 WS-TABELA-PASSOS.
           03 WS-PASSO OCCURS 4 TIMES.
           EVALUATE WS-IDX-PASSO
               WHEN 1 CALL "PGEXE008"
               WHEN 2 CALL "PGEXE005"
               WHEN 3 CALL "PGEXE012" USING WS-OPERADOR-NOTURNO
               WHEN 4 CALL "PGEXE013"
           END-EVALUATE.

