      *****************************************************************
      *    COPY.......: CPRELRET
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DA LINHA DA TABELA DE RETENCAO DO
      *                 CATALOGO DE RELATORIOS (RELRET.DAT): PARA CADA
      *                 RELATORIO CATALOGADO, QUANTOS DIAS AS COPIAS
      *                 FICAM GUARDADAS ANTES DE PODEREM SER
      *                 EXPURGADAS PELO PGEXE055. RELATORIO SEM LINHA
      *                 NA TABELA NAO E EXPURGADO.
      *    USO........: COPY CPRELRET.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, JUNTO COM O
      *                               CATALOGO DE RELATORIOS.
      *****************************************************************
           03  CPRET-RELATORIO           PIC X(12).
           03  CPRET-SEP1                PIC X(02).
           03  CPRET-DIAS                PIC 9(04).
           03  CPRET-SEP2                PIC X(02).
           03  CPRET-DESCRICAO           PIC X(30).
