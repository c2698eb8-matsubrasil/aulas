       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE049.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. MANUTENCAO DO
      *                               CALENDARIO DA ESCOLA
      *                               (CALENDAR.DAT, LAYOUT CPCALEND),
      *                               NO MOLDE DA DE FERIADOS DO
      *                               PGEXE015: LISTA, INCLUSAO E
      *                               EXCLUSAO DOS DIAS SEM AULA
      *                               PROPRIOS DA ESCOLA (RECESSO,
      *                               PLANEJAMENTO, CONSELHO DE CLASSE
      *                               E OUTROS), CADA UM COM O TIPO E A
      *                               DESCRICAO, DATA VALIDADA PELO
      *                               PGVALDT E SEM DATA REPETIDA. O
      *                               PGDIAUTL DEIXA DE CONTAR ESSES
      *                               DIAS COMO LETIVOS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CALEND-FILE  ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CALEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CALEND-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CALEND-REGISTRO.
           COPY CPCALEND.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-DIA==.
       77 WS-DATA-VALIDA-SW   PIC X(01) VALUE "N".
          88 WS-DATA-EH-VALIDA      VALUE "S".

       01 WS-CALEND-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-CALEND-OK            VALUE "00".
           88 WS-CALEND-NAO-EXISTE    VALUE "35".

       01 WS-FIM-CALEND          PIC X(01)    VALUE "N".
           88 WS-FIM-CALEND-SIM       VALUE "S".

       01 WS-OPCAO-MANUT         PIC X(01)    VALUE SPACES.
           88 WS-MANUT-LISTAR         VALUE "1".
           88 WS-MANUT-INCLUIR        VALUE "2".
           88 WS-MANUT-EXCLUIR        VALUE "3".
           88 WS-MANUT-GRAVAR         VALUE "4".
           88 WS-MANUT-SAIR           VALUE "0".

       01 WS-QTD-DIAS            PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-DIA             PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-ESCOLHIDO       PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-MOVE            PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-REPETIDO        PIC 9(03)    VALUE ZEROS.

       01 WS-TABELA-DIAS.
           03 WS-TAB-DIA OCCURS 500 TIMES.
              05 WS-TAB-DATA        PIC 9(08).
              05 WS-TAB-TIPO        PIC X(01).
              05 WS-TAB-DESCRICAO   PIC X(30).

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R  REDEFINES  WS-DATA-YYYYMMDD.
           03 WS-YMD-AA           PIC 9(04).
           03 WS-YMD-MM           PIC 9(02).
           03 WS-YMD-DD           PIC 9(02).

       01 WS-TIPO-NOVO           PIC X(01)    VALUE SPACES.
           88 WS-TIPO-RECESSO         VALUE "R".
           88 WS-TIPO-PLANEJAMENTO    VALUE "P".
           88 WS-TIPO-CONSELHO        VALUE "C".
           88 WS-TIPO-OUTRO           VALUE "O".
           88 WS-TIPO-VALIDO          VALUE "R" "P" "C" "O".
       01 WS-DESCRICAO-TIPO      PIC X(20)    VALUE SPACES.
       01 WS-DESCRICAO-NOVA      PIC X(30)    VALUE SPACES.
       01 WS-ALTERADO-SW         PIC X(01)    VALUE "N".
           88 WS-TABELA-ALTERADA      VALUE "S".

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-MANUT
           MOVE "N"    TO WS-ALTERADO-SW WS-TRUNCADO-SW

           DISPLAY 'MANUTENCAO DO CALENDARIO DA ESCOLA '
                   '(DIAS SEM AULA)'

           PERFORM P100-CARREGA-CALENDARIO
               THRU P100-CARREGA-CALENDARIO-FIM

           PERFORM P200-MENU-MANUTENCAO THRU P200-MENU-MANUTENCAO-FIM
               UNTIL WS-MANUT-SAIR

           IF WS-TABELA-ALTERADA THEN
               DISPLAY 'ATENCAO: ALTERACOES NAO GRAVADAS FORAM '
                       'DESCARTADAS'
           END-IF

           GOBACK.

       P100-CARREGA-CALENDARIO.
           MOVE ZEROS TO WS-QTD-DIAS.
           MOVE "N"   TO WS-FIM-CALEND.

           OPEN INPUT WS-CALEND-FILE.

           IF WS-CALEND-NAO-EXISTE THEN
               DISPLAY 'CALENDARIO DA ESCOLA (CALENDAR.DAT) NAO '
                       'ENCONTRADO - INICIANDO UM CALENDARIO VAZIO'
           ELSE
               PERFORM P110-LE-DIA THRU P110-LE-DIA-FIM
               PERFORM P120-GUARDA-DIA THRU P120-GUARDA-DIA-FIM
                   UNTIL WS-FIM-CALEND-SIM
                      OR WS-QTD-DIAS = 500
               CLOSE WS-CALEND-FILE
               DISPLAY 'DIAS SEM AULA CARREGADOS: ' WS-QTD-DIAS

               IF NOT WS-FIM-CALEND-SIM THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   DISPLAY 'AVISO: TABELA DO CALENDARIO CHEIA - O '
                           'ARQUIVO TEM MAIS LINHAS DO QUE AS 500 '
                           'POSICOES CARREGADAS'
                   DISPLAY 'A OPCAO GRAVAR FICA BLOQUEADA PARA NAO '
                           'DESTRUIR OS DIAS NAO CARREGADOS'
               END-IF
           END-IF.
       P100-CARREGA-CALENDARIO-FIM.

       P110-LE-DIA.
           READ WS-CALEND-FILE
               AT END
                   MOVE "S" TO WS-FIM-CALEND
           END-READ.
       P110-LE-DIA-FIM.

       P120-GUARDA-DIA.
           ADD 1 TO WS-QTD-DIAS.
           MOVE CPCAL-DATA      TO WS-TAB-DATA(WS-QTD-DIAS).
           MOVE CPCAL-TIPO      TO WS-TAB-TIPO(WS-QTD-DIAS).
           MOVE CPCAL-DESCRICAO TO WS-TAB-DESCRICAO(WS-QTD-DIAS).

           PERFORM P110-LE-DIA THRU P110-LE-DIA-FIM.
       P120-GUARDA-DIA-FIM.

       P200-MENU-MANUTENCAO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY 'DIAS SEM AULA CADASTRADOS: ' WS-QTD-DIAS
           DISPLAY '1 - LISTAR OS DIAS SEM AULA'
           DISPLAY '2 - INCLUIR DIA SEM AULA'
           DISPLAY '3 - EXCLUIR DIA SEM AULA'
           DISPLAY '4 - GRAVAR O CALENDARIO'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-MANUT

           EVALUATE TRUE
               WHEN WS-MANUT-LISTAR
                   PERFORM P300-LISTA-CALENDARIO
                       THRU P300-LISTA-CALENDARIO-FIM
               WHEN WS-MANUT-INCLUIR
                   PERFORM P400-INCLUI-DIA THRU P400-INCLUI-DIA-FIM
               WHEN WS-MANUT-EXCLUIR
                   PERFORM P500-EXCLUI-DIA THRU P500-EXCLUI-DIA-FIM
               WHEN WS-MANUT-GRAVAR
                   PERFORM P600-GRAVA-CALENDARIO
                       THRU P600-GRAVA-CALENDARIO-FIM
               WHEN WS-MANUT-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-MANUTENCAO-FIM.

       P300-LISTA-CALENDARIO.
           IF WS-QTD-DIAS = ZEROS THEN
               DISPLAY 'O CALENDARIO ESTA VAZIO'
           ELSE
               MOVE 1 TO WS-IDX-DIA
               PERFORM P310-LISTA-UM-DIA THRU P310-LISTA-UM-DIA-FIM
                   UNTIL WS-IDX-DIA > WS-QTD-DIAS
           END-IF.
       P300-LISTA-CALENDARIO-FIM.

       P310-LISTA-UM-DIA.
           MOVE WS-TAB-DATA(WS-IDX-DIA) TO WS-DATA-YYYYMMDD.
           MOVE WS-TAB-TIPO(WS-IDX-DIA) TO WS-TIPO-NOVO.
           PERFORM P450-DESCREVE-TIPO THRU P450-DESCREVE-TIPO-FIM.
           DISPLAY WS-IDX-DIA ' '
                   WS-YMD-DD '/' WS-YMD-MM '/' WS-YMD-AA ' '
                   WS-DESCRICAO-TIPO ' '
                   WS-TAB-DESCRICAO(WS-IDX-DIA).
           ADD 1 TO WS-IDX-DIA.
       P310-LISTA-UM-DIA-FIM.

       P400-INCLUI-DIA.
           IF WS-QTD-DIAS = 500 THEN
               DISPLAY 'O CALENDARIO JA TEM 500 DIAS - '
                       'INCLUSAO NEGADA'
               GO TO P400-INCLUI-DIA-FIM
           END-IF.

           MOVE "N" TO WS-DATA-VALIDA-SW.
           PERFORM P410-DIGITA-DATA UNTIL WS-DATA-EH-VALIDA.

           MOVE WS-DATA-DIA-AA TO WS-YMD-AA.
           MOVE WS-DATA-DIA-MM TO WS-YMD-MM.
           MOVE WS-DATA-DIA-DD TO WS-YMD-DD.

           MOVE ZEROS TO WS-IDX-REPETIDO.
           MOVE 1     TO WS-IDX-DIA.
           PERFORM P430-PROCURA-DATA THRU P430-PROCURA-DATA-FIM
               UNTIL WS-IDX-DIA > WS-QTD-DIAS
                  OR WS-IDX-REPETIDO > ZEROS.

           IF WS-IDX-REPETIDO > ZEROS THEN
               DISPLAY 'DATA JA CADASTRADA NA POSICAO '
                       WS-IDX-REPETIDO ' - '
                       WS-TAB-DESCRICAO(WS-IDX-REPETIDO)
               DISPLAY 'INCLUSAO CANCELADA'
               GO TO P400-INCLUI-DIA-FIM
           END-IF.

           MOVE SPACES TO WS-TIPO-NOVO.
           PERFORM P420-DIGITA-TIPO UNTIL WS-TIPO-VALIDO.

           MOVE SPACES TO WS-DESCRICAO-NOVA.
           DISPLAY 'INFORME A DESCRICAO DO DIA: '
           ACCEPT WS-DESCRICAO-NOVA.

           IF WS-DESCRICAO-NOVA = SPACES THEN
               DISPLAY 'DESCRICAO EM BRANCO - INCLUSAO CANCELADA'
               GO TO P400-INCLUI-DIA-FIM
           END-IF.

           ADD 1 TO WS-QTD-DIAS.
           MOVE WS-DATA-YYYYMMDD  TO WS-TAB-DATA(WS-QTD-DIAS).
           MOVE WS-TIPO-NOVO      TO WS-TAB-TIPO(WS-QTD-DIAS).
           MOVE WS-DESCRICAO-NOVA TO WS-TAB-DESCRICAO(WS-QTD-DIAS).

           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'DIA SEM AULA INCLUIDO NA POSICAO ' WS-QTD-DIAS.
       P400-INCLUI-DIA-FIM.

       P410-DIGITA-DATA.
           DISPLAY 'INFORME A DATA SEM AULA (DD/MM/AAAA): '
           ACCEPT WS-DATA-DIA

           IF WS-DATA-DIA-DD IS NOT NUMERIC
              OR WS-DATA-DIA-MM IS NOT NUMERIC
              OR WS-DATA-DIA-AA IS NOT NUMERIC THEN
               MOVE "N" TO WS-DATA-VALIDA-SW
           ELSE
               CALL "PGVALDT" USING WS-DATA-DIA-DD
                                     WS-DATA-DIA-MM
                                     WS-DATA-DIA-AA
                                     WS-DATA-VALIDA-SW
           END-IF

           IF NOT WS-DATA-EH-VALIDA THEN
               DISPLAY 'DATA INVALIDA - DIGITE NOVAMENTE'
           END-IF.
       P410-DIGITA-DATA-FIM.

       P420-DIGITA-TIPO.
           DISPLAY 'TIPO DO DIA: R - RECESSO, P - PLANEJAMENTO, '
                   'C - CONSELHO DE CLASSE, O - OUTRO: '
           ACCEPT WS-TIPO-NOVO

           IF WS-TIPO-NOVO = "r" THEN
               MOVE "R" TO WS-TIPO-NOVO
           END-IF
           IF WS-TIPO-NOVO = "p" THEN
               MOVE "P" TO WS-TIPO-NOVO
           END-IF
           IF WS-TIPO-NOVO = "c" THEN
               MOVE "C" TO WS-TIPO-NOVO
           END-IF
           IF WS-TIPO-NOVO = "o" THEN
               MOVE "O" TO WS-TIPO-NOVO
           END-IF

           IF NOT WS-TIPO-VALIDO THEN
               DISPLAY 'TIPO INVALIDO - DIGITE R, P, C OU O'
           END-IF.
       P420-DIGITA-TIPO-FIM.

       P430-PROCURA-DATA.
           IF WS-TAB-DATA(WS-IDX-DIA) = WS-DATA-YYYYMMDD THEN
               MOVE WS-IDX-DIA TO WS-IDX-REPETIDO
           ELSE
               ADD 1 TO WS-IDX-DIA
           END-IF.
       P430-PROCURA-DATA-FIM.

       P450-DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN WS-TIPO-RECESSO
                   MOVE 'RECESSO'            TO WS-DESCRICAO-TIPO
               WHEN WS-TIPO-PLANEJAMENTO
                   MOVE 'PLANEJAMENTO'       TO WS-DESCRICAO-TIPO
               WHEN WS-TIPO-CONSELHO
                   MOVE 'CONSELHO DE CLASSE' TO WS-DESCRICAO-TIPO
               WHEN WS-TIPO-OUTRO
                   MOVE 'OUTRO'              TO WS-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'TIPO INVALIDO'      TO WS-DESCRICAO-TIPO
           END-EVALUATE.
       P450-DESCREVE-TIPO-FIM.

       P500-EXCLUI-DIA.
           MOVE ZEROS TO WS-IDX-ESCOLHIDO.

           IF WS-QTD-DIAS = ZEROS THEN
               DISPLAY 'O CALENDARIO ESTA VAZIO'
               GO TO P500-EXCLUI-DIA-FIM
           END-IF.

           PERFORM P300-LISTA-CALENDARIO THRU P300-LISTA-CALENDARIO-FIM.

           DISPLAY 'INFORME O NUMERO DO DIA NA LISTA '
                   '(OU 0 PARA CANCELAR): '
           ACCEPT WS-IDX-ESCOLHIDO.

           IF WS-IDX-ESCOLHIDO = ZEROS THEN
               GO TO P500-EXCLUI-DIA-FIM
           END-IF.

           IF WS-IDX-ESCOLHIDO > WS-QTD-DIAS THEN
               DISPLAY 'NUMERO INVALIDO - EXCLUSAO CANCELADA'
               GO TO P500-EXCLUI-DIA-FIM
           END-IF.

           DISPLAY 'CONFIRMA A EXCLUSAO DE '
                   WS-TAB-DESCRICAO(WS-IDX-ESCOLHIDO) ' (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO P500-EXCLUI-DIA-FIM
           END-IF.

           MOVE WS-IDX-ESCOLHIDO TO WS-IDX-MOVE.
           PERFORM P510-SOBE-UM-DIA THRU P510-SOBE-UM-DIA-FIM
               UNTIL WS-IDX-MOVE >= WS-QTD-DIAS.

           SUBTRACT 1 FROM WS-QTD-DIAS.
           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'DIA SEM AULA EXCLUIDO'.
       P500-EXCLUI-DIA-FIM.

       P510-SOBE-UM-DIA.
           ADD 1 TO WS-IDX-MOVE.
           MOVE WS-TAB-DIA(WS-IDX-MOVE)
             TO WS-TAB-DIA(WS-IDX-MOVE - 1).
       P510-SOBE-UM-DIA-FIM.

       P600-GRAVA-CALENDARIO.
           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'GRAVACAO BLOQUEADA: A CARGA NAO COUBE NA '
                       'TABELA E REGRAVAR O ARQUIVO DESTRUIRIA OS '
                       'DIAS NAO CARREGADOS'
               GO TO P600-GRAVA-CALENDARIO-FIM
           END-IF.

           OPEN OUTPUT WS-CALEND-FILE.

           MOVE 1 TO WS-IDX-DIA.
           PERFORM P610-GRAVA-UM-DIA THRU P610-GRAVA-UM-DIA-FIM
               UNTIL WS-IDX-DIA > WS-QTD-DIAS.

           CLOSE WS-CALEND-FILE.

           MOVE "N" TO WS-ALTERADO-SW.
           DISPLAY 'CALENDARIO GRAVADO COM ' WS-QTD-DIAS
                   ' DIAS SEM AULA'.
           DISPLAY 'CONFIRA OS DIAS LETIVOS DO ANO NA VALIDACAO DO '
                   'CALENDARIO LETIVO'.
       P600-GRAVA-CALENDARIO-FIM.

       P610-GRAVA-UM-DIA.
           MOVE SPACES TO WS-CALEND-REGISTRO.
           MOVE WS-TAB-DATA(WS-IDX-DIA)      TO CPCAL-DATA.
           MOVE WS-TAB-TIPO(WS-IDX-DIA)      TO CPCAL-TIPO.
           MOVE WS-TAB-DESCRICAO(WS-IDX-DIA) TO CPCAL-DESCRICAO.

           WRITE WS-CALEND-REGISTRO.

           ADD 1 TO WS-IDX-DIA.
       P610-GRAVA-UM-DIA-FIM.
       END PROGRAM PGEXE049.
