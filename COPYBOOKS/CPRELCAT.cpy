      *****************************************************************
      *    COPY.......: CPRELCAT
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DA LINHA DO CATALOGO DE RELATORIOS
      *                 (RELCAT.DAT): UMA LINHA POR COPIA DATADA E
      *                 NUMERADA DE RELATORIO GUARDADA PELO PGRELCAT -
      *                 O RELATORIO DE ORIGEM (EX: BOLETIM.REL), O
      *                 NUMERO DA VERSAO (SEQUENCIAL POR RELATORIO), O
      *                 NOME DA COPIA, O PROGRAMA E O OPERADOR QUE O
      *                 GERARAM, DATA E HORA, PAGINAS E LINHAS, OS
      *                 PARAMETROS DA EMISSAO E A SITUACAO DA COPIA
      *                 (ATIVA OU EXPURGADA, COM A DATA DO EXPURGO).
      *    USO........: COPY CPRELCAT.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL: OS RELATORIOS
      *                               ERAM SOBREGRAVADOS A CADA
      *                               EXECUCAO E A EMISSAO ANTERIOR SE
      *                               PERDIA.
      *****************************************************************
           03  CPCAT-RELATORIO           PIC X(12).
           03  CPCAT-SEP1                PIC X(02).
           03  CPCAT-VERSAO              PIC 9(05).
           03  CPCAT-SEP2                PIC X(02).
           03  CPCAT-ARQUIVO             PIC X(30).
           03  CPCAT-SEP3                PIC X(02).
           03  CPCAT-PROGRAMA            PIC X(08).
           03  CPCAT-SEP4                PIC X(02).
           03  CPCAT-OPERADOR            PIC X(08).
           03  CPCAT-SEP5                PIC X(02).
           03  CPCAT-DATA                PIC 9(08).
           03  CPCAT-DATA-R  REDEFINES CPCAT-DATA.
               05  CPCAT-AA              PIC 9(04).
               05  CPCAT-MM              PIC 9(02).
               05  CPCAT-DD              PIC 9(02).
           03  CPCAT-HORA                PIC 9(06).
           03  CPCAT-HORA-R  REDEFINES CPCAT-HORA.
               05  CPCAT-HH              PIC 9(02).
               05  CPCAT-MI              PIC 9(02).
               05  CPCAT-SS              PIC 9(02).
           03  CPCAT-SEP6                PIC X(02).
           03  CPCAT-PAGINAS             PIC 9(05).
           03  CPCAT-SEP7                PIC X(02).
           03  CPCAT-LINHAS              PIC 9(06).
           03  CPCAT-SEP8                PIC X(02).
           03  CPCAT-PARAMETROS          PIC X(40).
           03  CPCAT-SEP9                PIC X(02).
           03  CPCAT-SITUACAO            PIC X(01).
               88  CPCAT-ATIVA               VALUE "A".
               88  CPCAT-EXPURGADA           VALUE "E".
           03  CPCAT-SEP10               PIC X(02).
           03  CPCAT-DATA-EXPURGO        PIC 9(08).
