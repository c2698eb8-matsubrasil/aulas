      *                               JRNMESTR.DAT COM OPERADOR,
      *                               PROGRAMA E TIMESTAMP, EXIGENCIA
      *                               DA AUDITORIA DA ESCOLA.
      *    15/10/2026    SUPORTE      ACRESCENTADO O NUMERO DO PEDIDO
      *                               DE ALTERACAO DE NOTA NA LINKAGE,
      *                               REPASSADO AO PGJORNAL: A CORRECAO
      *                               APROVADA PELA DIRECAO (PGEXE041)
      *                               E RECALCULADA AQUI E O JORNAL
      *                               MOSTRA O PEDIDO QUE A AUTORIZOU.
      *                               O LANCAMENTO NORMAL PASSA ZEROS.
      *    15/10/2026    SUPORTE      O REGISTRO DE ALUNO QUE JA SAIU
      *                               DA TURMA (TRANSFERIDO, DESISTENTE
      *                               OU REMANEJADO PELO PGEXE047)
      *                               MANTEM A SITUACAO AO SER
      *                               REGRAVADO: ANTES O LOTE NOTURNO
      *                               (PGEXE005) DEVOLVIA O ALUNO A
      *                               APROVADO OU REPROVADO.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-BOLETIM-FILE ASSIGN TO "BOLETIM.DAT"
       01 WS-PARM-APROVADO-SW         PIC X(01).
           88 WS-PARM-APROVADO             VALUE "S".
       01 WS-PARM-OPERADOR            PIC X(08).
       01 WS-PARM-PEDIDO              PIC 9(06).

       PROCEDURE DIVISION USING WS-PARM-ESQUEMA-MEDIA
                                 WS-PARM-TURMA
                                 WS-PARM-MEDIA
                                 WS-PARM-CONCEITO
                                 WS-PARM-APROVADO-SW
                                 WS-PARM-OPERADOR
                                 WS-PARM-PEDIDO.
       P000-VERIFICA-ALUNO.
           MOVE "N" TO WS-PARM-APROVADO-SW

               MOVE SPACES             TO WS-IMAGEM-ANTES
           END-IF.

      *    ALUNO QUE SAIU DA TURMA CONTINUA COM A SITUACAO DA SAIDA
           IF WS-ALUNO-JA-EXISTE AND CPALUNO-INATIVO THEN
               MOVE CPALUNO-SITUACAO TO WS-SITUACAO-ALUNO
           END-IF.

           MOVE WS-PARM-TURMA              TO CPALUNO-TURMA.
           MOVE WS-PARM-DISCIPLINA         TO CPALUNO-DISCIPLINA.
           MOVE WS-PARM-NUMERO-ALUNO       TO CPALUNO-NUMERO.
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-PARM-PEDIDO.
       P500-GRAVA-ALUNO-FIM.

       P600-IMPRIME-BOLETIM.
