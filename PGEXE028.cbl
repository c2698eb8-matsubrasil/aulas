      *                               SUAS DISCIPLINAS. O PGEXE011 DA
      *                               DISTRIBUICOES E MEDIAS, MAS NUNCA
      *                               DIZIA QUEM E O PRIMEIRO.
      *    15/10/2026    SUPORTE      ALUNO TRANSFERIDO, DESISTENTE OU
      *                               REMANEJADO (PGEXE047) SAIU DA
      *                               CLASSIFICACAO DA TURMA QUE
      *                               DEIXOU.
      *    15/10/2026    SUPORTE      O DETALHE PASSOU A TRAZER A
      *                               SITUACAO FINAL DO CONSOLIDADO,
      *                               PARA A DECISAO DO CONSELHO DE
      *                               CLASSE (APROVADO-CONS OU
      *                               REPROVADO-CONS) APARECER NA
      *                               CLASSIFICACAO.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      AO FIM DA EMISSAO O CLASSIF.REL
      *                               E GUARDADO NO CATALOGO DE
      *                               RELATORIOS (PGRELCAT) COMO COPIA
      *                               DATADA E NUMERADA, COM AS
      *                               PAGINAS E O OPERADOR, QUE PASSOU
      *                               A CHEGAR PELA LINKAGE: A NOVA
      *                               EMISSAO SOBREGRAVAVA A ANTERIOR.
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

           SELECT WS-RELAT-FILE   ASSIGN TO "CLASSIF.REL"
              05 WS-TAB-MEDIA-FINAL  PIC 9(02)V99.
              05 WS-TAB-NUMERO       PIC 9(05).
              05 WS-TAB-NOME         PIC X(30).
              05 WS-TAB-SITUACAO     PIC X(15).

       01 WS-ENTRADA-TROCA.
           03 WS-TRC-TURMA        PIC X(05).
           03 WS-TRC-MEDIA-FINAL  PIC 9(02)V99.
           03 WS-TRC-NUMERO       PIC 9(05).
           03 WS-TRC-NOME         PIC X(30).
           03 WS-TRC-SITUACAO     PIC X(15).

       01 WS-QTD-HONRA           PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-HONRA           PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-CAT-RELATORIO       PIC X(12)    VALUE "CLASSIF.REL".
       01 WS-CAT-PROGRAMA        PIC X(08)    VALUE "PGEXE028".
       01 WS-CAT-PAGINAS         PIC 9(05)    VALUE ZEROS.
       01 WS-CAT-PARAMETROS      PIC X(40)
          VALUE "CONSOLIDADO ANUAL (BIMESTRE 9)".

       01 WS-LINHA-CABEC.
           03 FILLER             PIC X(40)
              VALUE "CLASSIFICACAO POR TURMA E DISCIPLINA".
           03 FILLER             PIC X(13)
              VALUE " MEDIA FINAL ".
           03 WS-DET-MEDIA       PIC ZZ,99.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-SITUACAO    PIC X(15).

       01 WS-LINHA-HONRA.
           03 WS-HNR-NUMERO      PIC 9(05).
           03 FILLER             PIC X(12)
              VALUE " DISCIPLINAS".

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-FIM-MESTRE WS-TRUNCADO-SW
           MOVE ZEROS TO WS-QTD-ALUNOS WS-QTD-HONRA WS-CONT-LINHAS
                   WS-QTD-ALUNOS ' CLASSIFICADOS E '
                   WS-CONT-HONRA-IMP ' NO QUADRO DE HONRA'

           MOVE WS-CONT-PAGINA TO WS-CAT-PAGINAS
           CALL "PGRELCAT" USING WS-CAT-RELATORIO
                                 WS-CAT-PROGRAMA
                                 WS-PARM-OPERADOR
                                 WS-CAT-PAGINAS
                                 WS-CAT-PARAMETROS

           DISPLAY 'CLASSIFICACAO E QUADRO DE HONRA - FIM'
           GOBACK.

               GO TO P200-RECOLHE-CONSOLIDADO-LE
           END-IF.

           IF CPALUNO-INATIVO THEN
               GO TO P200-RECOLHE-CONSOLIDADO-LE
           END-IF.

           IF WS-QTD-ALUNOS = 500 THEN
               IF NOT WS-CARGA-TRUNCADA THEN
                   MOVE "S" TO WS-TRUNCADO-SW
             TO WS-TAB-MEDIA-FINAL(WS-QTD-ALUNOS).
           MOVE CPALUNO-NUMERO      TO WS-TAB-NUMERO(WS-QTD-ALUNOS).
           MOVE CPALUNO-NOME        TO WS-TAB-NOME(WS-QTD-ALUNOS).
           MOVE CPALUNO-SITUACAO
             TO WS-TAB-SITUACAO(WS-QTD-ALUNOS).

           PERFORM P250-ACUMULA-HONRA THRU P250-ACUMULA-HONRA-FIM.

           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO)     TO WS-DET-NUMERO.
           MOVE WS-TAB-NOME(WS-IDX-ALUNO)       TO WS-DET-NOME.
           MOVE WS-TAB-MEDIA-FINAL(WS-IDX-ALUNO) TO WS-DET-MEDIA.
           MOVE WS-TAB-SITUACAO(WS-IDX-ALUNO)    TO WS-DET-SITUACAO.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
