      *                               INVALIDO NA SEQUENCIA DEIXAVA
      *                               TRILHA DE OVERRIDE PARA ALUNO
      *                               QUE NAO FOI TOCADO.
      *    15/10/2026    SUPORTE      PERFIL P (PROFESSOR): INCLUSAO,
      *                               ALTERACAO E EXCLUSAO SO NAS
      *                               TURMAS/DISCIPLINAS ATRIBUIDAS AO
      *                               PROFESSOR EM ATRIBUI.DAT,
      *                               CONFERIDAS PELO PGATRIB. A
      *                               SECRETARIA E A DIRECAO (PERFIS T
      *                               E D) CONTINUAM COM ACESSO A
      *                               ESCOLA INTEIRA.
      *    15/10/2026    SUPORTE      FIM DO OVERRIDE DOS PERFIS T E
      *                               D: COM A JANELA DO BIMESTRE
      *                               FECHADA A
      *                               INCLUSAO E A ALTERACAO SAO
      *                               RECUSADAS PARA TODOS. A CORRECAO
      *                               DE NOTA OU FREQUENCIA FORA DA
      *                               JANELA PASSOU A SER FEITA POR
      *                               PEDIDO DA SECRETARIA (PGEXE040)
      *                               APROVADO PELA DIRECAO (PGEXE041),
      *                               QUE RECALCULA PELO PGVERIF E
      *                               DEIXA O NUMERO DO PEDIDO NO
      *                               JORNAL, EM VEZ DE UMA LINHA DE
      *                               SESSAO.DAT COMO UNICO RASTRO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT WS-TURMA-FILE   ASSIGN TO "TURMA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TURMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-TURMA-FILE
       01  WS-TURMA-REGISTRO.
           COPY CPALREG.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-MATRICULA==.
       77 WS-MATRICULA-VALIDA-SW PIC X(01)    VALUE "N".
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-JANELA-ABERTA-SW    PIC X(01)    VALUE "N".
           88 WS-JANELA-ABERTA        VALUE "S".
       01 WS-LIBERADO-SW         PIC X(01)    VALUE "N".
           88 WS-LANCAMENTO-LIBERADO  VALUE "S".
       01 WS-ATRIBUIDO-SW        PIC X(01)    VALUE "N".
           88 WS-PAR-ATRIBUIDO        VALUE "S".

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).
       01 WS-PARM-PERFIL         PIC X(01).
           88 WS-PERFIL-PROFESSOR     VALUE "P".

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
           PERFORM P460-INFORMA-DISCIPLINA
               THRU P460-INFORMA-DISCIPLINA-FIM.

           PERFORM P490-CONFERE-ATRIBUICAO
               THRU P490-CONFERE-ATRIBUICAO-FIM.
           IF NOT WS-PAR-ATRIBUIDO THEN
               GO TO P400-INCLUI-ALUNO-FIM
           END-IF.

           PERFORM P440-INFORMA-BIMESTRE
               THRU P440-INFORMA-BIMESTRE-FIM.


           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'ALUNO INCLUIDO NA POSICAO ' WS-QTD-ALUNOS.
       P400-INCLUI-ALUNO-FIM.

       P410-INFORMA-NUMERO.
       P465-DIGITA-DISCIPLINA-FIM.

       P470-CONFERE-JANELA.
           MOVE "N" TO WS-LIBERADO-SW WS-JANELA-ABERTA-SW.

           CALL "PGJANELA" USING WS-BIMESTRE-ALUNO
                                  WS-JANELA-ABERTA-SW.
           DISPLAY 'A JANELA DE LANCAMENTO DO BIMESTRE '
                   WS-BIMESTRE-ALUNO ' ESTA FECHADA NO CALENDARIO '
                   'ESCOLAR (JANELAS.DAT)'.
           DISPLAY 'ALTERACAO RECUSADA - FORA DA JANELA A NOTA SO '
                   'MUDA POR PEDIDO DE ALTERACAO APROVADO PELA '
                   'DIRECAO'.
       P470-CONFERE-JANELA-FIM.

      *    O PROFESSOR SO MEXE NAS TURMAS/DISCIPLINAS QUE LHE FORAM
      *    ATRIBUIDAS; OS DEMAIS PERFIS PASSAM DIRETO
       P490-CONFERE-ATRIBUICAO.
           MOVE "S" TO WS-ATRIBUIDO-SW.

           IF NOT WS-PERFIL-PROFESSOR THEN
               GO TO P490-CONFERE-ATRIBUICAO-FIM
           END-IF.

           CALL "PGATRIB" USING WS-PARM-OPERADOR
                                 WS-TURMA-ALUNO
                                 WS-DISCIPLINA-ALUNO
                                 WS-ATRIBUIDO-SW.

           IF NOT WS-PAR-ATRIBUIDO THEN
               DISPLAY 'TURMA ' WS-TURMA-ALUNO ' DISCIPLINA '
                       WS-DISCIPLINA-ALUNO
                       ' NAO ATRIBUIDA AO PROFESSOR - OPERACAO '
                       'CANCELADA'
           END-IF.
       P490-CONFERE-ATRIBUICAO-FIM.

       P420-INCLUI-NOTA.
           MOVE SPACES TO WS-ROTULO-NOTA.
               GO TO P500-ALTERA-ALUNO-FIM
           END-IF.

           MOVE WS-TAB-TURMA(WS-IDX-ESCOLHIDO)      TO WS-TURMA-ALUNO.
           MOVE WS-TAB-DISCIPLINA(WS-IDX-ESCOLHIDO)
             TO WS-DISCIPLINA-ALUNO.
           PERFORM P490-CONFERE-ATRIBUICAO
               THRU P490-CONFERE-ATRIBUICAO-FIM.
           IF NOT WS-PAR-ATRIBUIDO THEN
               GO TO P500-ALTERA-ALUNO-FIM
           END-IF.

           MOVE WS-TAB-BIMESTRE(WS-IDX-ESCOLHIDO)
             TO WS-BIMESTRE-ALUNO.
           PERFORM P470-CONFERE-JANELA THRU P470-CONFERE-JANELA-FIM.
                   '<F> FREQUENCIA OU <1> A <4> PARA A NOTA: '
           ACCEPT WS-CAMPO-ESCOLHIDO.

           EVALUATE TRUE
               WHEN WS-CAMPO-DATA
                   PERFORM P220-INFORMA-MATRICULA
                       THRU P220-INFORMA-MATRICULA-FIM
                   MOVE WS-DATA-MATRICULA
                     TO WS-TAB-DATA-MATRICULA(WS-IDX-ESCOLHIDO)
                   MOVE "S" TO WS-ALTERADO-SW
                   DISPLAY 'DATA DE MATRICULA ALTERADA'
               WHEN WS-CAMPO-FREQUENCIA
                   PERFORM P270-INFORMA-FREQUENCIA
                       THRU P270-INFORMA-FREQUENCIA-FIM
                   MOVE WS-FREQUENCIA
                     TO WS-TAB-FREQUENCIA(WS-IDX-ESCOLHIDO)
                   MOVE "S" TO WS-ALTERADO-SW
                   DISPLAY 'FREQUENCIA ALTERADA'
               WHEN WS-CAMPO-NOTA
                   MOVE WS-CAMPO-ESCOLHIDO TO WS-IDX-NOTA
                       THRU P250-INFORMA-NOTA-FIM
                   MOVE WS-NOTA-DIGITADA
                     TO WS-TAB-NOTA(WS-IDX-ESCOLHIDO WS-IDX-NOTA)
                   MOVE "S" TO WS-ALTERADO-SW
                   DISPLAY 'NOTA ' WS-IDX-NOTA ' ALTERADA'
               WHEN OTHER
                   DISPLAY 'CAMPO INVALIDO - ALTERACAO CANCELADA'
           END-EVALUATE.
       P500-ALTERA-ALUNO-FIM.

       P600-EXCLUI-ALUNO.
               GO TO P600-EXCLUI-ALUNO-FIM
           END-IF.

           MOVE WS-TAB-TURMA(WS-IDX-ESCOLHIDO)      TO WS-TURMA-ALUNO.
           MOVE WS-TAB-DISCIPLINA(WS-IDX-ESCOLHIDO)
             TO WS-DISCIPLINA-ALUNO.
           PERFORM P490-CONFERE-ATRIBUICAO
               THRU P490-CONFERE-ATRIBUICAO-FIM.
           IF NOT WS-PAR-ATRIBUIDO THEN
               GO TO P600-EXCLUI-ALUNO-FIM
           END-IF.

           DISPLAY 'CONFIRMA A EXCLUSAO DE '
                   WS-TAB-NOME(WS-IDX-ESCOLHIDO) ' (S/N)? '
           ACCEPT WS-CONFIRMA.
