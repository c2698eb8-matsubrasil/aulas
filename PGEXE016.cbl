      *                               PGEXE006) E A DATA DE VALIDADE DO
      *                               ACESSO, VALIDADA PELO PGVALDT
      *                               ANTES DE GRAVAR.
      *    15/10/2026    SUPORTE      ACEITO O PERFIL P (PROFESSOR),
      *                               QUE SO LANCA E CORRIGE NOTAS DAS
      *                               TURMAS/DISCIPLINAS ATRIBUIDAS A
      *                               ELE NO PGEXE034.
      *    15/10/2026    SUPORTE      ACRESCENTADO O PERFIL D
      *                               (DIRECAO): ACESSO TOTAL COMO O T
      *                               E, ALEM DISSO, A APROVACAO DOS
      *                               PEDIDOS DE ALTERACAO DE NOTA FORA
      *                               DA JANELA (PGEXE041).
      *    15/10/2026    SUPORTE      OPCAO 6, DESBLOQUEIO DO OPERADOR
      *                               QUE O PGEXE006 BLOQUEOU POR SENHAS
      *                               ERRADAS SEGUIDAS (ATIVO = "B"), SO
      *                               PARA O PERFIL D: O PROGRAMA PASSA
      *                               A RECEBER O OPERADOR E O PERFIL DO
      *                               MENU. O DESBLOQUEIO ZERA O
      *                               CONTADOR DE FALHAS (NOVO NO FIM DA
      *                               LINHA) E, AO GRAVAR, VAI PARA
      *                               SESSAO.DAT COM QUEM DESBLOQUEOU. A
      *                               OPCAO 4 NAO MEXE EM BLOQUEADO,
      *                               SENAO O PERFIL T REATIVAVA SEM A
      *                               DIRECAO.
      *    15/10/2026    SUPORTE      O BLOQUEIO TEM INDICADOR PROPRIO
      *                               NO FIM DA LINHA DE OPERADOR.DAT E
      *                               NAO TROCA MAIS O ATIVO POR "B": O
      *                               DESBLOQUEIO SO LIMPA O INDICADOR
      *                               E AS FALHAS, E O OPERADOR VOLTA
      *                               ATIVO OU DESATIVADO COMO ESTAVA.
      *                               ANTES O DESATIVADO QUE ERRAVA A
      *                               SENHA ERA REATIVADO PELO
      *                               DESBLOQUEIO. COMO O BLOQUEIO NAO
      *                               SAI PELA OPCAO 4, ELA VOLTA A
      *                               VALER PARA O BLOQUEADO. LINHA
      *                               ANTIGA COM "B" ENTRA BLOQUEADA E
      *                               DESATIVADA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WS-OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-OPERADOR-STATUS.

           SELECT WS-SESSAO-FILE  ASSIGN TO "SESSAO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-SESSAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-OPERADOR-FILE
           03 WS-OPE-ULT-ASSIN    PIC X(10).
           03 WS-OPE-SEP6         PIC X(02).
           03 WS-OPE-VALIDADE     PIC X(10).
           03 WS-OPE-SEP7         PIC X(02).
           03 WS-OPE-FALHAS       PIC 9(02).
           03 WS-OPE-SEP8         PIC X(02).
           03 WS-OPE-BLOQUEIO     PIC X(01).

       FD  WS-SESSAO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-SESSAO-REGISTRO.
           03 WS-SES-OPERADOR     PIC X(08).
           03 WS-SES-SEP1         PIC X(02).
           03 WS-SES-EVENTO       PIC X(20).
           03 WS-SES-SEP2         PIC X(02).
           03 WS-SES-TIMESTAMP    PIC X(21).

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-VALIDADE==.
       01 WS-OPERADOR-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-OPERADOR-OK          VALUE "00".
           88 WS-OPERADOR-NAO-EXISTE  VALUE "35".
       01 WS-SESSAO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-SESSAO-OK            VALUE "00".
           88 WS-SESSAO-NAO-EXISTE    VALUE "35".
       01 WS-EVENTO-SESSAO       PIC X(20)    VALUE SPACES.

       01 WS-FIM-OPERADOR        PIC X(01)    VALUE "N".
           88 WS-FIM-OPERADOR-SIM     VALUE "S".
           88 WS-MANUT-ALTERAR        VALUE "3".
           88 WS-MANUT-DESATIVAR      VALUE "4".
           88 WS-MANUT-GRAVAR         VALUE "5".
           88 WS-MANUT-DESBLOQUEAR    VALUE "6".
           88 WS-MANUT-SAIR           VALUE "0".

       01 WS-QTD-OPERADORES      PIC 9(03)    VALUE ZEROS.
              05 WS-TAB-ATIVO        PIC X(01).
              05 WS-TAB-ULT-ASSIN    PIC X(10).
              05 WS-TAB-VALIDADE     PIC X(10).
              05 WS-TAB-FALHAS       PIC 9(02).
              05 WS-TAB-BLOQUEIO     PIC X(01).
                 88 WS-TAB-BLOQUEADO      VALUE "S".
      *       DESBLOQUEADO NESTA SESSAO, AINDA NAO REGISTRADO
              05 WS-TAB-DESBLOQ-SW   PIC X(01).

       01 WS-ALTERADO-SW         PIC X(01)    VALUE "N".
           88 WS-TABELA-ALTERADA      VALUE "S".
           88 WS-SENHA-EH-VALIDA      VALUE "S".
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).
       01 WS-PARM-PERFIL         PIC X(01).
           88 WS-PERFIL-DIRECAO       VALUE "D".

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-MANUT
           MOVE "N"    TO WS-ALTERADO-SW WS-TRUNCADO-SW
           MOVE WS-OPE-ULT-ASSIN
             TO WS-TAB-ULT-ASSIN(WS-QTD-OPERADORES).
           MOVE WS-OPE-VALIDADE  TO WS-TAB-VALIDADE(WS-QTD-OPERADORES).
           MOVE "N"
             TO WS-TAB-DESBLOQ-SW(WS-QTD-OPERADORES).

           IF WS-OPE-FALHAS IS NUMERIC THEN
               MOVE WS-OPE-FALHAS TO WS-TAB-FALHAS(WS-QTD-OPERADORES)
           ELSE
               MOVE ZEROS TO WS-TAB-FALHAS(WS-QTD-OPERADORES)
           END-IF.

      *    O "B" NO ATIVO E DO LAYOUT ANTERIOR, SEM O ATIVO DE ANTES
      *    DO BLOQUEIO: ENTRA BLOQUEADO E DESATIVADO, E A REATIVACAO
      *    FICA A CARGO DE QUEM DESBLOQUEAR
           IF WS-OPE-BLOQUEIO = "S" THEN
               MOVE "S" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
           ELSE
               MOVE "N" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
           END-IF.
           IF WS-OPE-ATIVO = "B" THEN
               MOVE "S" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
               MOVE "N" TO WS-TAB-ATIVO(WS-QTD-OPERADORES)
           END-IF.

      *    LINHAS DO LAYOUT ANTIGO (SEM SENHA) ENTRAM COMO ATIVAS E
      *    SEM VALIDADE, PARA A PRIMEIRA CARGA NAO TRANCAR NINGUEM
           DISPLAY '3 - ALTERAR OPERADOR'
           DISPLAY '4 - DESATIVAR/REATIVAR OPERADOR'
           DISPLAY '5 - GRAVAR O CADASTRO'
           DISPLAY '6 - DESBLOQUEAR OPERADOR (DIRECAO)'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
               WHEN WS-MANUT-GRAVAR
                   PERFORM P700-GRAVA-OPERADORES
                       THRU P700-GRAVA-OPERADORES-FIM
               WHEN WS-MANUT-DESBLOQUEAR
                   PERFORM P650-DESBLOQUEIA-OPERADOR
                       THRU P650-DESBLOQUEIA-OPERADOR-FIM
               WHEN WS-MANUT-SAIR
                   CONTINUE
               WHEN OTHER
                   'PERFIL ' WS-TAB-PERFIL(WS-IDX-OPERADOR) ' '
                   'ATIVO ' WS-TAB-ATIVO(WS-IDX-OPERADOR) ' '
                   'ULT ASSIN ' WS-TAB-ULT-ASSIN(WS-IDX-OPERADOR) ' '
                   'VALIDADE ' WS-TAB-VALIDADE(WS-IDX-OPERADOR) ' '
                   'FALHAS ' WS-TAB-FALHAS(WS-IDX-OPERADOR) ' '
                   'BLOQUEADO ' WS-TAB-BLOQUEIO(WS-IDX-OPERADOR).
           ADD 1 TO WS-IDX-OPERADOR.
       P310-LISTA-UM-OPERADOR-FIM.

           MOVE SPACES          TO WS-TAB-ULT-ASSIN(WS-QTD-OPERADORES).
           MOVE WS-DATA-VALIDADE
             TO WS-TAB-VALIDADE(WS-QTD-OPERADORES).
           MOVE ZEROS           TO WS-TAB-FALHAS(WS-QTD-OPERADORES).
           MOVE "N"             TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES).
           MOVE "N"             TO WS-TAB-DESBLOQ-SW(WS-QTD-OPERADORES).

           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'OPERADOR INCLUIDO NA POSICAO ' WS-QTD-OPERADORES.
       P430-INFORMA-PERFIL-FIM.

       P435-DIGITA-PERFIL.
           DISPLAY 'INFORME O PERFIL - <T>OTAL, <D>IRECAO, '
                   '<C>ONSULTA OU <P>ROFESSOR: '
           ACCEPT WS-PERFIL-NOVO

           IF WS-PERFIL-NOVO = "T" OR WS-PERFIL-NOVO = "D"
              OR WS-PERFIL-NOVO = "C" OR WS-PERFIL-NOVO = "P" THEN
               MOVE "S" TO WS-PERFIL-VALIDO-SW
           ELSE
               DISPLAY 'PERFIL INVALIDO - DIGITE T, D, C OU P'
           END-IF.
       P435-DIGITA-PERFIL-FIM.

           MOVE "S" TO WS-ALTERADO-SW.
       P600-DESATIVA-OPERADOR-FIM.

       P650-DESBLOQUEIA-OPERADOR.
           IF NOT WS-PERFIL-DIRECAO THEN
               DISPLAY 'DESBLOQUEIO RESTRITO AO PERFIL D (DIRECAO)'
               GO TO P650-DESBLOQUEIA-OPERADOR-FIM
           END-IF.

           PERFORM P800-ESCOLHE-OPERADOR
               THRU P800-ESCOLHE-OPERADOR-FIM.

           IF WS-IDX-ESCOLHIDO = ZEROS THEN
               GO TO P650-DESBLOQUEIA-OPERADOR-FIM
           END-IF.

           IF NOT WS-TAB-BLOQUEADO(WS-IDX-ESCOLHIDO) THEN
               DISPLAY 'O OPERADOR NAO ESTA BLOQUEADO'
               GO TO P650-DESBLOQUEIA-OPERADOR-FIM
           END-IF.

           DISPLAY 'CONFIRMA O DESBLOQUEIO DE '
                   WS-TAB-NOME(WS-IDX-ESCOLHIDO) ' (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'OPERACAO CANCELADA'
               GO TO P650-DESBLOQUEIA-OPERADOR-FIM
           END-IF.

      *    O ATIVO FICA COMO ESTAVA: DESATIVADO CONTINUA DESATIVADO
           MOVE "N"   TO WS-TAB-BLOQUEIO(WS-IDX-ESCOLHIDO).
           MOVE ZEROS TO WS-TAB-FALHAS(WS-IDX-ESCOLHIDO).
           MOVE "S"   TO WS-TAB-DESBLOQ-SW(WS-IDX-ESCOLHIDO).
           MOVE "S"   TO WS-ALTERADO-SW.
           DISPLAY 'OPERADOR DESBLOQUEADO - GRAVE O CADASTRO '
                   '(OPCAO 5) PARA VALER'.
           IF WS-TAB-ATIVO(WS-IDX-ESCOLHIDO) = "N" THEN
               DISPLAY 'O OPERADOR CONTINUA DESATIVADO - A REATIVACAO '
                       'E NA OPCAO 4'
           END-IF.
       P650-DESBLOQUEIA-OPERADOR-FIM.

       P700-GRAVA-OPERADORES.
           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'GRAVACAO BLOQUEADA: A CARGA NAO COUBE NA '
           MOVE WS-TAB-ATIVO(WS-IDX-OPERADOR)     TO WS-OPE-ATIVO.
           MOVE WS-TAB-ULT-ASSIN(WS-IDX-OPERADOR) TO WS-OPE-ULT-ASSIN.
           MOVE WS-TAB-VALIDADE(WS-IDX-OPERADOR)  TO WS-OPE-VALIDADE.
           MOVE WS-TAB-FALHAS(WS-IDX-OPERADOR)    TO WS-OPE-FALHAS.
           MOVE WS-TAB-BLOQUEIO(WS-IDX-OPERADOR)  TO WS-OPE-BLOQUEIO.

           WRITE WS-OPERADOR-REGISTRO.

      *    O DESBLOQUEIO SO E REGISTRADO QUANDO CHEGA AO ARQUIVO
           IF WS-TAB-DESBLOQ-SW(WS-IDX-OPERADOR) = "S" THEN
               MOVE SPACES TO WS-EVENTO-SESSAO
               STRING "DESBLOQ "                     DELIMITED BY SIZE
                      WS-TAB-CODIGO(WS-IDX-OPERADOR) DELIMITED BY SIZE
                      INTO WS-EVENTO-SESSAO
               PERFORM P850-GRAVA-SESSAO THRU P850-GRAVA-SESSAO-FIM
               MOVE "N" TO WS-TAB-DESBLOQ-SW(WS-IDX-OPERADOR)
           END-IF.

           ADD 1 TO WS-IDX-OPERADOR.
       P710-GRAVA-UM-OPERADOR-FIM.

               MOVE ZEROS TO WS-IDX-ESCOLHIDO
           END-IF.
       P800-ESCOLHE-OPERADOR-FIM.

       P850-GRAVA-SESSAO.
           OPEN EXTEND WS-SESSAO-FILE.

           IF WS-SESSAO-NAO-EXISTE THEN
               OPEN OUTPUT WS-SESSAO-FILE
               CLOSE WS-SESSAO-FILE
               OPEN EXTEND WS-SESSAO-FILE
           END-IF.

           MOVE SPACES                TO WS-SESSAO-REGISTRO.
           MOVE WS-PARM-OPERADOR      TO WS-SES-OPERADOR.
           MOVE WS-EVENTO-SESSAO      TO WS-SES-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-SES-TIMESTAMP.

           WRITE WS-SESSAO-REGISTRO.

           CLOSE WS-SESSAO-FILE.
       P850-GRAVA-SESSAO-FIM.
       END PROGRAM PGEXE016.
