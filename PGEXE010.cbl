      *                               ALTERADO NO OVERRIDE SAI
      *                               REGISTRADO EM SESSAO.DAT COM O
      *                               NUMERO, EXIGENCIA DA AUDITORIA.
      *    15/10/2026    SUPORTE      PERFIL P (PROFESSOR): O CICLO SO
      *                               PASSA PELOS ALUNOS DAS
      *                               TURMAS/DISCIPLINAS ATRIBUIDAS AO
      *                               PROFESSOR EM ATRIBUI.DAT
      *                               (CONFERIDAS PELO PGATRIB); OS
      *                               REPROVADOS DAS DEMAIS SAO
      *                               CONTADOS A PARTE NO RESUMO.
      *    15/10/2026    SUPORTE      FIM DO OVERRIDE DO PERFIL T: COM
      *                               A JANELA DO BIMESTRE 9 FECHADA O
      *                               CICLO E RECUSADO PARA TODOS. A
      *                               CORRECAO DE NOTA DE RECUPERACAO
      *                               FORA DA JANELA PASSOU A SER FEITA
      *                               POR PEDIDO DA SECRETARIA
      *                               (PGEXE040) APROVADO PELA DIRECAO
      *                               (PGEXE041), QUE RECALCULA PELO
      *                               PGVERIF E DEIXA O NUMERO DO
      *                               PEDIDO NO JORNAL. O OVERRIDE
      *                               GRAVAVA DIRETO NO MESTRE COM SO
      *                               UMA LINHA DE SESSAO.DAT DE
      *                               RASTRO. A CHAMADA DO PGJORNAL
      *                               PASSOU A LEVAR O NUMERO DO PEDIDO,
      *                               EM ZEROS NO CICLO NORMAL.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      QUANDO HOUVE ALUNO EM
      *                               RECUPERACAO, O BOLETIM.DAT E
      *                               GUARDADO NO CATALOGO DE
      *                               RELATORIOS (PGRELCAT) COMO COPIA
      *                               DATADA E NUMERADA COM O OPERADOR
      *                               DO CICLO, PARA O BOLETIM COM AS
      *                               NOTAS DE RECUPERACAO PODER SER
      *                               REIMPRESSO DEPOIS.
      *    15/10/2026    SUPORTE      RETIRADA A CONDICAO DE PERFIL
      *                               TOTAL, QUE NAO ERA USADA.
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

           SELECT WS-BOLETIM-FILE ASSIGN TO "BOLETIM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-BOLETIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
           03 WS-BOL-SEP5          PIC X(02).
           03 WS-BOL-OPERADOR      PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
       01 WS-CONT-REPROVADOS     PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-APROVADOS-REC  PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-REPROV-FINAL   PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-NAO-ATRIBUIDOS PIC 9(04)    VALUE ZEROS.

       01 WS-ATRIBUIDO-SW        PIC X(01)    VALUE "N".
           88 WS-PAR-ATRIBUIDO        VALUE "S".

       01 WS-NOTA-DIGITADA       PIC 9(02)V99 VALUE ZEROS.
       01 WS-NOTA-DIGITADA-STR   PIC X(05)    VALUE SPACES.
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE010".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CAT-RELATORIO       PIC X(12)    VALUE "BOLETIM.DAT".
       01 WS-CAT-PROGRAMA        PIC X(08)    VALUE "PGEXE010".
       01 WS-CAT-PAGINAS         PIC 9(05)    VALUE ZEROS.
       01 WS-CAT-PARAMETROS      PIC X(40)
          VALUE "CICLO DE RECUPERACAO".

       01 WS-BIMESTRE-JANELA     PIC 9(01)    VALUE 9.
       01 WS-JANELA-ABERTA-SW    PIC X(01)    VALUE "N".
           88 WS-JANELA-ABERTA        VALUE "S".
       01 WS-LIBERADO-SW         PIC X(01)    VALUE "N".
           88 WS-CICLO-LIBERADO       VALUE "S".

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).
       01 WS-PARM-PERFIL         PIC X(01).
           88 WS-PERFIL-PROFESSOR     VALUE "P".

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-FIM-MESTRE
           MOVE ZEROS TO WS-CONT-REPROVADOS WS-CONT-APROVADOS-REC
                         WS-CONT-REPROV-FINAL WS-CONT-NAO-ATRIBUIDOS

           DISPLAY 'PROCESSAMENTO DE RECUPERACAO - INICIO'

               CLOSE WS-MESTRE-FILE

               PERFORM P900-EMITE-RESUMO THRU P900-EMITE-RESUMO-FIM

               IF WS-CONT-REPROVADOS > ZEROS THEN
                   CALL "PGRELCAT" USING WS-CAT-RELATORIO
                                         WS-CAT-PROGRAMA
                                         WS-PARM-OPERADOR
                                         WS-CAT-PAGINAS
                                         WS-CAT-PARAMETROS
               END-IF
           END-IF

           DISPLAY 'PROCESSAMENTO DE RECUPERACAO - FIM'
           GOBACK.

       P050-CONFERE-JANELA.
           MOVE "N" TO WS-LIBERADO-SW WS-JANELA-ABERTA-SW.

           CALL "PGJANELA" USING WS-BIMESTRE-JANELA
                                  WS-JANELA-ABERTA-SW.

           DISPLAY 'A JANELA DA RECUPERACAO (BIMESTRE 9) ESTA '
                   'FECHADA NO CALENDARIO ESCOLAR (JANELAS.DAT)'.
           DISPLAY 'RECUPERACAO RECUSADA - FORA DA JANELA A NOTA SO '
                   'MUDA POR PEDIDO DE ALTERACAO APROVADO PELA '
                   'DIRECAO'.
       P050-CONFERE-JANELA-FIM.

       P100-LE-MESTRE.
               GO TO P200-PROCESSA-ALUNO-LE
           END-IF.

           IF WS-PERFIL-PROFESSOR THEN
               CALL "PGATRIB" USING WS-PARM-OPERADOR
                                     CPALUNO-TURMA
                                     CPALUNO-DISCIPLINA
                                     WS-ATRIBUIDO-SW
               IF NOT WS-PAR-ATRIBUIDO THEN
                   ADD 1 TO WS-CONT-NAO-ATRIBUIDOS
                   GO TO P200-PROCESSA-ALUNO-LE
               END-IF
           END-IF.

           ADD 1 TO WS-CONT-REPROVADOS.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES.
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           PERFORM P300-GRAVA-BOLETIM THRU P300-GRAVA-BOLETIM-FIM.

           END-IF.
       P260-DIGITA-NOTA-FIM.

       P300-GRAVA-BOLETIM.
           OPEN EXTEND WS-BOLETIM-FILE.

           DISPLAY 'ALUNOS EM RECUPERACAO..: ' WS-CONT-REPROVADOS
           DISPLAY 'APROVADOS NA REC.......: ' WS-CONT-APROVADOS-REC
           DISPLAY 'REPROVADOS FINAIS......: ' WS-CONT-REPROV-FINAL
           IF WS-PERFIL-PROFESSOR THEN
               DISPLAY 'DE OUTROS PROFESSORES..: '
                       WS-CONT-NAO-ATRIBUIDOS
           END-IF
           DISPLAY '================================================'.
       P900-EMITE-RESUMO-FIM.
       END PROGRAM PGEXE010.
