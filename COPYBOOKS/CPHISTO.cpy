      *****************************************************************
      *    COPY.......: CPHISTO
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DO REGISTRO DO HISTORICO DE ANOS
      *                 ENCERRADOS (HISTALUN.DAT): O ANO LETIVO SEGUIDO
      *                 DA IMAGEM COMPLETA DO REGISTRO DO MESTRE
      *                 (LAYOUT CPALUNO), ARQUIVADA PELA VIRADA DO ANO
      *                 (PGEXE032). A CHAVE E O ANO + A CHAVE DO MESTRE.
      *    USO........: COPY CPHISTO.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, COM O ANO LETIVO
      *                               NA FRENTE DOS MESMOS CAMPOS DO
      *                               CPALUNO, PARA O MESTRE GUARDAR SO
      *                               O ANO CORRENTE SEM PERDER OS
      *                               ANTERIORES.
      *****************************************************************
           03  CPHISTO-CHAVE.
               05  CPHISTO-ANO           PIC 9(04).
               05  CPHISTO-TURMA         PIC X(05).
               05  CPHISTO-DISCIPLINA    PIC X(05).
               05  CPHISTO-NUMERO        PIC 9(05).
               05  CPHISTO-BIMESTRE      PIC 9(01).
           03  CPHISTO-NOME              PIC X(30).
           03  CPHISTO-DATA-MATRICULA    PIC X(10).
           03  CPHISTO-NOTA-1            PIC 9(02)V99.
           03  CPHISTO-NOTA-2            PIC 9(02)V99.
           03  CPHISTO-NOTA-3            PIC 9(02)V99.
           03  CPHISTO-NOTA-4            PIC 9(02)V99.
           03  CPHISTO-MEDIA             PIC 9(02)V99.
           03  CPHISTO-CONCEITO          PIC X(01).
           03  CPHISTO-NOTA-REC          PIC 9(02)V99.
           03  CPHISTO-MEDIA-FINAL       PIC 9(02)V99.
           03  CPHISTO-SITUACAO          PIC X(15).
           03  CPHISTO-OPERADOR          PIC X(08).
           03  CPHISTO-FREQUENCIA        PIC 9(03).
