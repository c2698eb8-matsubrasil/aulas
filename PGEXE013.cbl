      *                               CONTROLADOR DA CADEIA NOTURNA
      *                               (PGEXE026) PARAR NO PASSO
      *                               FALHADO.
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
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-CSV-FILE     ASSIGN TO "ALUNOS.CSV"
