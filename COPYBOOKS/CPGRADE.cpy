      *****************************************************************
      *    COPY.......: CPGRADE
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DA LINHA DA GRADE HORARIA SEMANAL
      *                 (GRADE.DAT): PARA CADA TURMA, DIA DA SEMANA
      *                 (2 = SEGUNDA-FEIRA A 6 = SEXTA-FEIRA) E NUMERO
      *                 DA AULA NO DIA, A DISCIPLINA DADA NAQUELA AULA.
      *                 UMA LINHA POR AULA, NO FORMATO TEXTO DOS
      *                 DEMAIS ARQUIVOS DE TABELA.
      *    USO........: COPY CPGRADE.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, PARA A FALTA SER
      *                               LANCADA POR AULA E A FREQUENCIA
      *                               APURADA POR DISCIPLINA.
      *****************************************************************
           03  CPGRADE-TURMA             PIC X(05).
           03  CPGRADE-SEP1              PIC X(02).
           03  CPGRADE-DIA-SEMANA        PIC 9(01).
           03  CPGRADE-SEP2              PIC X(02).
           03  CPGRADE-AULA              PIC 9(01).
           03  CPGRADE-SEP3              PIC X(02).
           03  CPGRADE-DISCIPLINA        PIC X(05).
