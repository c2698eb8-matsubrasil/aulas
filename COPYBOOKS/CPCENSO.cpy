      *****************************************************************
      *    COPY.......: CPCENSO
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DE TAMANHO FIXO (100 POSICOES) DO
      *                 ARQUIVO DE RENDIMENTO ESCOLAR DO CENSO
      *                 (CENSO.DAT) ENVIADO A SECRETARIA ESTADUAL DE
      *                 EDUCACAO: UM CABECALHO (TIPO 0) COM A ESCOLA E
      *                 O ANO, UM DETALHE (TIPO 1) POR ALUNO POR
      *                 DISCIPLINA COM A MEDIA FINAL, A FREQUENCIA E A
      *                 SITUACAO CODIFICADA, E UM TRAILER (TIPO 9) COM
      *                 AS QUANTIDADES E OS TOTAIS DE CONTROLE (HASH).
      *                 A SEQUENCIA NUMERA OS REGISTROS A PARTIR DE 1
      *                 NO CABECALHO E E DEVOLVIDA NO ARQUIVO DE
      *                 RETORNO PARA APONTAR O REGISTRO REJEITADO.
      *    USO........: COPY CPCENSO.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, NO LAYOUT EXIGIDO
      *                               PELA SECRETARIA ESTADUAL, QUE NAO
      *                               ACEITA A PLANILHA ALUNOS.CSV.
      *    15/10/2026    SUPORTE      CODIGOS 5 (TRANSFERIDO) E 6
      *                               (DESISTENTE) DA TABELA DE
      *                               SITUACAO DA SECRETARIA, PARA O
      *                               ALUNO QUE SAIU NO MEIO DO ANO.
      *****************************************************************
           03  CPCEN-TIPO                PIC X(01).
               88  CPCEN-CABECALHO           VALUE "0".
               88  CPCEN-DETALHE             VALUE "1".
               88  CPCEN-TRAILER             VALUE "9".
           03  CPCEN-SEQUENCIA           PIC 9(06).
           03  CPCEN-ESCOLA              PIC 9(08).
           03  CPCEN-ANO                 PIC 9(04).
           03  CPCEN-CORPO               PIC X(81).
           03  CPCEN-CORPO-CABECALHO REDEFINES CPCEN-CORPO.
               05  CPCEN-DATA-GERACAO    PIC 9(08).
               05  CPCEN-TIPO-REMESSA    PIC X(01).
                   88  CPCEN-REMESSA-COMPLETA    VALUE "C".
                   88  CPCEN-REMESSA-REENVIO     VALUE "R".
               05  FILLER                PIC X(72).
           03  CPCEN-CORPO-DETALHE REDEFINES CPCEN-CORPO.
               05  CPCEN-NUMERO-ALUNO    PIC 9(05).
               05  CPCEN-NOME-ALUNO      PIC X(30).
               05  CPCEN-TURMA           PIC X(05).
               05  CPCEN-DISCIPLINA      PIC X(05).
               05  CPCEN-MEDIA-FINAL     PIC 9(02)V99.
               05  CPCEN-FREQUENCIA      PIC 9(03).
               05  CPCEN-SITUACAO        PIC 9(01).
                   88  CPCEN-SIT-APROVADO        VALUE 1.
                   88  CPCEN-SIT-APROVADO-REC    VALUE 2.
                   88  CPCEN-SIT-REPROVADO-NOTA  VALUE 3.
                   88  CPCEN-SIT-REPROVADO-FALTA VALUE 4.
                   88  CPCEN-SIT-TRANSFERIDO     VALUE 5.
                   88  CPCEN-SIT-DESISTENTE      VALUE 6.
               05  FILLER                PIC X(28).
           03  CPCEN-CORPO-TRAILER REDEFINES CPCEN-CORPO.
               05  CPCEN-QTD-REGISTROS   PIC 9(06).
               05  CPCEN-QTD-DETALHES    PIC 9(06).
               05  CPCEN-HASH-NUMEROS    PIC 9(12).
               05  CPCEN-HASH-MEDIAS     PIC 9(10)V99.
               05  CPCEN-HASH-FREQUENCIAS PIC 9(09).
               05  FILLER                PIC X(36).
