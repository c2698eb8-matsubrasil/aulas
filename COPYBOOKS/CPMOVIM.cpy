      *****************************************************************
      *    COPY.......: CPMOVIM
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DA LINHA DO ARQUIVO DE MOVIMENTACAO DE
      *                 MATRICULA (MOVIMENT.DAT), GRAVADO PELO PGEXE047:
      *                 UMA LINHA POR MOVIMENTO, COM A DATA EFETIVA
      *                 (AAAAMMDD), O TIPO, O ALUNO, A TURMA DE ORIGEM
      *                 (SAIDAS E REMANEJAMENTO), A TURMA DE DESTINO
      *                 (ENTRADA E REMANEJAMENTO), A OUTRA ESCOLA DA
      *                 TRANSFERENCIA E QUEM REGISTROU, QUANDO.
      *    USO........: COPY CPMOVIM.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, PARA O ALUNO QUE
      *                               SAI NO MEIO DO ANO DEIXAR DE
      *                               CONTAR COMO ATIVO NA TURMA.
      *****************************************************************
           03  CPMOV-DATA-EFETIVA        PIC 9(08).
           03  CPMOV-DATA-EFETIVA-R  REDEFINES CPMOV-DATA-EFETIVA.
               05  CPMOV-EFETIVA-AA      PIC 9(04).
               05  CPMOV-EFETIVA-MM      PIC 9(02).
               05  CPMOV-EFETIVA-DD      PIC 9(02).
           03  CPMOV-SEP1                PIC X(02).
           03  CPMOV-TIPO                PIC X(01).
               88  CPMOV-TRANSF-ENTRADA      VALUE "E".
               88  CPMOV-TRANSF-SAIDA        VALUE "S".
               88  CPMOV-DESISTENCIA         VALUE "D".
               88  CPMOV-REMANEJAMENTO       VALUE "R".
               88  CPMOV-TIPO-VALIDO         VALUE "E" "S" "D" "R".
               88  CPMOV-SAIDA-DA-TURMA      VALUE "S" "D" "R".
               88  CPMOV-ENTRADA-NA-TURMA    VALUE "E" "R".
           03  CPMOV-SEP2                PIC X(02).
           03  CPMOV-NUMERO-ALUNO        PIC 9(05).
           03  CPMOV-SEP3                PIC X(02).
           03  CPMOV-NOME-ALUNO          PIC X(30).
           03  CPMOV-SEP4                PIC X(02).
           03  CPMOV-TURMA-ORIGEM        PIC X(05).
           03  CPMOV-SEP5                PIC X(02).
           03  CPMOV-TURMA-DESTINO       PIC X(05).
           03  CPMOV-SEP6                PIC X(02).
           03  CPMOV-OUTRA-ESCOLA        PIC X(30).
           03  CPMOV-SEP7                PIC X(02).
           03  CPMOV-OPERADOR            PIC X(08).
           03  CPMOV-SEP8                PIC X(02).
           03  CPMOV-DATA-REGISTRO       PIC 9(08).
           03  CPMOV-HORA-REGISTRO       PIC 9(06).
