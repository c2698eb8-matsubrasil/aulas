      *****************************************************************
      *    COPY.......: CPCONSEL
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DA LINHA DO ARQUIVO DE DECISOES DO
      *                 CONSELHO DE CLASSE (CONSELHO.DAT), GRAVADO PELO
      *                 PGEXE052: UMA LINHA POR DECISAO, COM A CHAVE DO
      *                 ALUNO NO CADASTRO MESTRE (TURMA, DISCIPLINA E
      *                 NUMERO; O BIMESTRE E SEMPRE O 9, DO CONSOLIDADO
      *                 ANUAL), A DECISAO, A DATA DO CONSELHO
      *                 (AAAAMMDD), A SITUACAO ANTES E DEPOIS, O MOTIVO
      *                 E QUEM REGISTROU, QUANDO.
      *    USO........: COPY CPCONSEL.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, PARA A DECISAO DO
      *                               CONSELHO DE CLASSE FICAR
      *                               REGISTRADA E SAIR NA ATA.
      *****************************************************************
           03  CPCON-TURMA               PIC X(05).
           03  CPCON-SEP1                PIC X(02).
           03  CPCON-DISCIPLINA          PIC X(05).
           03  CPCON-SEP2                PIC X(02).
           03  CPCON-NUMERO-ALUNO        PIC 9(05).
           03  CPCON-SEP3                PIC X(02).
           03  CPCON-NOME-ALUNO          PIC X(30).
           03  CPCON-SEP4                PIC X(02).
           03  CPCON-DECISAO             PIC X(01).
               88  CPCON-APROVA              VALUE "A".
               88  CPCON-REPROVA             VALUE "R".
               88  CPCON-DECISAO-VALIDA      VALUE "A" "R".
           03  CPCON-SEP5                PIC X(02).
           03  CPCON-DATA-CONSELHO       PIC 9(08).
           03  CPCON-DATA-CONSELHO-R REDEFINES CPCON-DATA-CONSELHO.
               05  CPCON-CONSELHO-AA     PIC 9(04).
               05  CPCON-CONSELHO-MM     PIC 9(02).
               05  CPCON-CONSELHO-DD     PIC 9(02).
           03  CPCON-SEP6                PIC X(02).
           03  CPCON-SITUACAO-ANTES      PIC X(15).
           03  CPCON-SEP7                PIC X(02).
           03  CPCON-SITUACAO-DEPOIS     PIC X(15).
           03  CPCON-SEP8                PIC X(02).
           03  CPCON-MOTIVO              PIC X(50).
           03  CPCON-SEP9                PIC X(02).
           03  CPCON-OPERADOR            PIC X(08).
           03  CPCON-SEP10               PIC X(02).
           03  CPCON-DATA-REGISTRO       PIC 9(08).
           03  CPCON-HORA-REGISTRO       PIC 9(06).
