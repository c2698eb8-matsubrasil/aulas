      *                               AS IMAGENS ANTES E DEPOIS EM
      *                               JRNMESTR.DAT, EXIGENCIA DA
      *                               AUDITORIA DA ESCOLA.
      *    15/10/2026    SUPORTE      A CHAMADA DO PGJORNAL PASSOU A
      *                               LEVAR O NUMERO DO PEDIDO DE
      *                               ALTERACAO DE NOTA, EM ZEROS: ESTA
      *                               GRAVACAO NAO VEM DE PEDIDO.
      *    15/10/2026    SUPORTE      ALUNO QUE SAIU DA TURMA
      *                               (TRANSFERIDO, DESISTENTE OU
      *                               REMANEJADO) NAO E CONSOLIDADO NEM
      *                               LISTADO COMO PENDENTE: O BIMESTRE
      *                               9 DELE JA FOI GRAVADO PELA
      *                               MOVIMENTACAO DE MATRICULA
      *                               (PGEXE047) COM A SITUACAO DA
      *                               SAIDA. O RESUMO MOSTRA QUANTOS
      *                               FICARAM DE FORA.
      *    15/10/2026    SUPORTE      CONSOLIDADO COM DECISAO DO
      *                               CONSELHO DE CLASSE (APROVADO-CONS
      *                               OU REPROVADO-CONS, GRAVADA PELO
      *                               PGEXE052) MANTEM A SITUACAO NA
      *                               NOVA CONSOLIDACAO: A DECISAO DO
      *                               CONSELHO NAO PODE SER DESFEITA
      *                               POR UM REPROCESSAMENTO.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      A SITUACAO ANTERIOR SO E GUARDADA
      *                               QUANDO E DECISAO DO CONSELHO
      *                               (CONDICAO CPALUNO-DECISAO-
      *                               CONSELHO DO CPALUNO), EM VEZ DE
      *                               COMPARAR OS VALORES POR EXTENSO.
      *    15/10/2026    SUPORTE      BIMESTRE EM BRANCO DO ALUNO
      *                               TRANSFERIDO DE OUTRA ESCOLA
      *                               (TRANSF-ENTRADA, GRAVADO PELO
      *                               PGEXE047) NAO CONTA COMO LANCADO:
      *                               O ALUNO FICA PENDENTE ATE AS
      *                               NOTAS DE ORIGEM SEREM TRANSCRITAS,
      *                               EM VEZ DE ENTRAR NA MEDIA ANUAL
      *                               COM ZERO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       01 WS-GRP-NOME            PIC X(30)    VALUE SPACES.
       01 WS-GRP-MATRICULA       PIC X(10)    VALUE SPACES.
       01 WS-GRP-QTD-BIMESTRES   PIC 9(01)    VALUE ZEROS.
       01 WS-GRP-QTD-TRANSCREVER PIC 9(01)    VALUE ZEROS.
       01 WS-GRP-SITUACAO-SAIDA  PIC X(15)    VALUE SPACES.
       01 WS-SITUACAO-ANTERIOR   PIC X(15)    VALUE SPACES.
           88 WS-ANT-APROVADO-CONS    VALUE "APROVADO-CONS".
           88 WS-ANT-REPROVADO-CONS   VALUE "REPROVADO-CONS".
       01 WS-GRP-MEDIAS.
           03 WS-GRP-MEDIA       PIC 9(02)V99 OCCURS 4 TIMES.
       01 WS-GRP-FREQUENCIAS.
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE017".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CONT-LIDOS          PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-PENDENTES      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-GRAVADOS       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-APROVADOS      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-REPROVADOS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-SAIDAS         PIC 9(05)    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-IF
           END-IF.

           IF CPALUNO-INATIVO THEN
               MOVE CPALUNO-SITUACAO TO WS-GRP-SITUACAO-SAIDA
           END-IF.

      *    BIMESTRE CURSADO EM OUTRA ESCOLA, COM AS NOTAS AINDA NAO
      *    TRANSCRITAS, NAO E BIMESTRE LANCADO
           IF CPALUNO-TRANSF-ENTRADA THEN
               ADD 1 TO WS-GRP-QTD-TRANSCREVER
               GO TO P200-RECOLHE-BIMESTRE-LE
           END-IF.

           IF CPALUNO-BIMESTRE >= 1 AND CPALUNO-BIMESTRE <= 4 THEN
               ADD 1 TO WS-GRP-QTD-BIMESTRES
               MOVE CPALUNO-MEDIA
       P250-ABRE-GRUPO.
           MOVE WS-GRUPO-CORRENTE TO WS-GRUPO-ANTERIOR.
           MOVE ZEROS  TO WS-GRP-QTD-BIMESTRES.
           MOVE ZEROS  TO WS-GRP-QTD-TRANSCREVER.
           MOVE ZEROS  TO WS-GRP-MEDIAS WS-GRP-FREQUENCIAS.
           MOVE SPACES TO WS-GRP-NOME WS-GRP-MATRICULA.
           MOVE SPACES TO WS-GRP-SITUACAO-SAIDA.
       P250-ABRE-GRUPO-FIM.

       P300-FECHA-GRUPO.
           IF WS-GRP-SITUACAO-SAIDA NOT = SPACES THEN
               ADD 1 TO WS-CONT-SAIDAS
               DISPLAY 'FORA DA CONSOLIDACAO: ALUNO ' WS-GRP-NUMERO
                       ' TURMA ' WS-GRP-TURMA
                       ' DISCIPLINA ' WS-GRP-DISCIPLINA
                       ' - ' WS-GRP-SITUACAO-SAIDA
               GO TO P300-FECHA-GRUPO-FIM
           END-IF.

           IF WS-GRP-QTD-BIMESTRES < 4 THEN
               ADD 1 TO WS-CONT-PENDENTES
               DISPLAY 'PENDENTE: ALUNO ' WS-GRP-NUMERO
                       ' DISCIPLINA ' WS-GRP-DISCIPLINA
                       ' COM ' WS-GRP-QTD-BIMESTRES
                       ' BIMESTRE(S) LANCADO(S)'
               IF WS-GRP-QTD-TRANSCREVER > ZEROS THEN
                   DISPLAY '          ' WS-GRP-QTD-TRANSCREVER
                           ' BIMESTRE(S) DA ESCOLA DE ORIGEM A '
                           'TRANSCREVER POR PEDIDO DE ALTERACAO'
               END-IF
               GO TO P300-FECHA-GRUPO-FIM
           END-IF.


           IF WS-ALUNO-JA-EXISTE THEN
               MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES
               IF CPALUNO-DECISAO-CONSELHO THEN
                   MOVE CPALUNO-SITUACAO TO WS-SITUACAO-ANTERIOR
               ELSE
                   MOVE SPACES           TO WS-SITUACAO-ANTERIOR
               END-IF
           ELSE
               MOVE SPACES             TO WS-IMAGEM-ANTES
               MOVE SPACES             TO WS-SITUACAO-ANTERIOR
           END-IF.

           MOVE WS-TAB-TURMA(WS-IDX-CONSOLIDADO)
                   MOVE "D" TO CPALUNO-CONCEITO
           END-EVALUATE.

      *    A DECISAO DO CONSELHO DE CLASSE PREVALECE SOBRE A REGRA
           EVALUATE TRUE
               WHEN WS-ANT-APROVADO-CONS
                   MOVE WS-SITUACAO-ANTERIOR TO CPALUNO-SITUACAO
                   ADD 1 TO WS-CONT-APROVADOS
               WHEN WS-ANT-REPROVADO-CONS
                   MOVE WS-SITUACAO-ANTERIOR TO CPALUNO-SITUACAO
                   ADD 1 TO WS-CONT-REPROVADOS
               WHEN CPALUNO-MEDIA >= 7
                    AND CPALUNO-FREQUENCIA >= 75
                   MOVE "APROVADO"        TO CPALUNO-SITUACAO
                                  WS-JRN-PROGRAMA
                                  WS-OPERADOR-ANUAL
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-GRAVADOS.
           ADD 1 TO WS-IDX-CONSOLIDADO.
                   WS-CONT-REPROVADOS
           DISPLAY 'ALUNOS PENDENTES (SEM 4 BIM)..: '
                   WS-CONT-PENDENTES
           DISPLAY 'SAIDOS DA TURMA (NAO CONSOL.).: '
                   WS-CONT-SAIDAS
           DISPLAY '================================================'.
       P900-EMITE-RESUMO-FIM.
       END PROGRAM PGEXE017.
