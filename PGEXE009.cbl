      *                               BIMESTRE 1, POIS O ARQUIVO ANTIGO
      *                               TINHA UM UNICO CONJUNTO DE NOTAS
      *                               POR ALUNO.
      *    15/10/2026    SUPORTE      A CONVERSAO CRIA O MESTRE JA COM
      *                               OS INDICES ALTERNATIVOS DE NOME E
      *                               DE NUMERO DO ALUNO, DECLARADOS NO
      *                               SELECT COMO EM TODO PROGRAMA QUE
      *                               ABRE O ALUNMEST.DAT. O NOME DO
      *                               ALUNO, QUE JA RECOLHIA AS LINHAS
      *                               REPETIDAS, VIRA CHAVE DE BUSCA.
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
       DATA DIVISION.
       FILE SECTION.
