      *                               TURMA.DAT E O TURMAERR.DAT FICA
      *                               INTACTO ATE A PROXIMA CRITICA O
      *                               RECONSTRUIR.
      *    15/10/2026    SUPORTE      O OPERADOR E O PERFIL PASSARAM A
      *                               CHEGAR PELA LINKAGE. PERFIL P
      *                               (PROFESSOR): SO SAO OFERECIDOS OS
      *                               REJEITOS DAS TURMAS/DISCIPLINAS
      *                               ATRIBUIDAS AO PROFESSOR EM
      *                               ATRIBUI.DAT (PGATRIB), E UMA
      *                               CORRECAO QUE LEVE O ALUNO PARA
      *                               TURMA/DISCIPLINA DE OUTRO
      *                               PROFESSOR E RECUSADA. OS DEMAIS
      *                               FICAM PENDENTES PARA A SECRETARIA.
      *    15/10/2026    SUPORTE      RETIRADA A CONDICAO DE PERFIL
      *                               TOTAL, QUE NAO ERA USADA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-ATRIBUIDO-SW        PIC X(01)    VALUE "N".
           88 WS-PAR-ATRIBUIDO        VALUE "S".

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).
       01 WS-PARM-PERFIL         PIC X(01).
           88 WS-PERFIL-PROFESSOR     VALUE "P".

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
       MAIN-PROCEDURE.
           MOVE ZEROS  TO WS-QTD-REJEITOS WS-QTD-ALUNOS
                          WS-CONT-CORRIGIDOS WS-CONT-PENDENTES
           MOVE WS-TAB-IMAGEM(WS-IDX-REJEITO) TO WS-IMAGEM-TRAB
                                                 WS-IMAGEM-ORIGINAL.

      *    O PROFESSOR SO TRATA OS REJEITOS DAS SUAS TURMAS; OS
      *    DEMAIS FICAM PENDENTES PARA A SECRETARIA
           PERFORM P450-CONFERE-ATRIBUICAO
               THRU P450-CONFERE-ATRIBUICAO-FIM.
           IF NOT WS-PAR-ATRIBUIDO THEN
               ADD 1 TO WS-IDX-REJEITO
               GO TO P200-TRATA-REJEITO-FIM
           END-IF.

           PERFORM P250-TRADUZ-MOTIVO THRU P250-TRADUZ-MOTIVO-FIM.

           DISPLAY ' '
      *    O CONSERTO VALE NO PROPRIO TURMA.DAT: A IMAGEM ORIGINAL DO
      *    REJEITO E LOCALIZADA E SUBSTITUIDA; SE ELA JA NAO ESTA LA,
      *    O REGISTRO CORRIGIDO E ACRESCENTADO NO FIM
           PERFORM P450-CONFERE-ATRIBUICAO
               THRU P450-CONFERE-ATRIBUICAO-FIM.
           IF NOT WS-PAR-ATRIBUIDO THEN
               DISPLAY 'TURMA ' WS-TRB-TURMA ' DISCIPLINA '
                       WS-TRB-DISCIPLINA ' NAO ATRIBUIDA AO '
                       'PROFESSOR - CORRECAO NAO APLICADA'
               GO TO P400-APLICA-CORRECAO-FIM
           END-IF.

           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-ALUNO.
           PERFORM P410-PROCURA-IMAGEM THRU P410-PROCURA-IMAGEM-FIM
           ADD 1 TO WS-IDX-ALUNO.
       P410-PROCURA-IMAGEM-FIM.

       P450-CONFERE-ATRIBUICAO.
           MOVE "S" TO WS-ATRIBUIDO-SW.

           IF WS-PERFIL-PROFESSOR THEN
               CALL "PGATRIB" USING WS-PARM-OPERADOR
                                     WS-TRB-TURMA
                                     WS-TRB-DISCIPLINA
                                     WS-ATRIBUIDO-SW
           END-IF.
       P450-CONFERE-ATRIBUICAO-FIM.

       P700-REGRAVA-TURMA.
           OPEN OUTPUT WS-TURMA-FILE.

