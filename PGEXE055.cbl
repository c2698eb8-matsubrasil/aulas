       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE055.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RETENCAO E
      *                               EXPURGO DO CATALOGO DE
      *                               RELATORIOS: MANTEM EM RELRET.DAT
      *                               (LAYOUT CPRELRET) O PRAZO EM DIAS
      *                               DE CADA RELATORIO CATALOGADO E
      *                               EXPURGA AS VERSOES VENCIDAS -
      *                               DATA DA VERSAO MAIS O PRAZO ANTES
      *                               DE HOJE. A COPIA DATADA E
      *                               APAGADA E A ENTRADA CONTINUA EM
      *                               RELCAT.DAT, MARCADA EXPURGADA COM
      *                               A DATA DO EXPURGO, PARA A
      *                               NUMERACAO DAS VERSOES NAO SE
      *                               REPETIR E O HISTORICO FICAR.
      *                               PRAZO ZERO OU RELATORIO SEM
      *                               LINHA NA TABELA NAO E EXPURGADO.
      *                               O CATALOGO E REGRAVADO VIA
      *                               RELCAT.TMP, COMO O LOG NO
      *                               PGEXE014.
      *    15/10/2026    SUPORTE      CONFERE A ABERTURA DE RELCAT.DAT
      *                               E RELCAT.TMP ANTES DE APAGAR AS
      *                               COPIAS, PARA DE APAGAR SE A
      *                               GRAVACAO DE RELCAT.TMP FALHAR E
      *                               SO REGRAVA O CATALOGO QUANDO
      *                               TODAS AS ENTRADAS LIDAS FORAM
      *                               GRAVADAS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RETENCAO-FILE ASSIGN TO "RELRET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RETENCAO-STATUS.

           SELECT WS-CATALOGO-FILE ASSIGN TO "RELCAT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CATALOGO-STATUS.

           SELECT WS-TEMP-FILE    ASSIGN TO "RELCAT.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TEMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-RETENCAO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RETENCAO-REGISTRO.
           COPY CPRELRET.

       FD  WS-CATALOGO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CATALOGO-REGISTRO.
           COPY CPRELCAT.

       FD  WS-TEMP-FILE
           LABEL RECORD IS STANDARD.
       01  WS-TEMP-REGISTRO       PIC X(157).

       WORKING-STORAGE SECTION.
       01 WS-RETENCAO-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-RETENCAO-OK          VALUE "00".
           88 WS-RETENCAO-NAO-EXISTE  VALUE "35".
       01 WS-CATALOGO-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-CATALOGO-OK          VALUE "00".
           88 WS-CATALOGO-NAO-EXISTE  VALUE "35".
       01 WS-TEMP-STATUS         PIC X(02)    VALUE ZEROS.
           88 WS-TEMP-OK              VALUE "00".

       01 WS-FIM-RETENCAO        PIC X(01)    VALUE "N".
           88 WS-FIM-RETENCAO-SIM     VALUE "S".
       01 WS-FIM-CATALOGO        PIC X(01)    VALUE "N".
           88 WS-FIM-CATALOGO-SIM     VALUE "S".
       01 WS-FIM-TEMP            PIC X(01)    VALUE "N".
           88 WS-FIM-TEMP-SIM         VALUE "S".

       01 WS-OPCAO-RETENCAO      PIC X(01)    VALUE SPACES.
           88 WS-RETENCAO-LISTAR      VALUE "1".
           88 WS-RETENCAO-ALTERAR     VALUE "2".
           88 WS-RETENCAO-EXPURGAR    VALUE "3".
           88 WS-RETENCAO-SAIR        VALUE "0".

      *    RELATORIOS GUARDADOS NO CATALOGO, NA ORDEM DA ESCOLHA
       01 WS-TABELA-RELATORIOS-DADOS.
           03 FILLER             PIC X(12)    VALUE "BOLETIM.REL".
           03 FILLER             PIC X(30)
              VALUE "BOLETIM PARA IMPRESSAO".
           03 FILLER             PIC X(12)    VALUE "ESTATIS.REL".
           03 FILLER             PIC X(30)
              VALUE "ESTATISTICA DE NOTAS".
           03 FILLER             PIC X(12)    VALUE "CLASSIF.REL".
           03 FILLER             PIC X(30)
              VALUE "CLASSIFICACAO E HONRA".
           03 FILLER             PIC X(12)    VALUE "CARTAS.REL".
           03 FILLER             PIC X(30)
              VALUE "CARTAS DE CONVOCACAO".
           03 FILLER             PIC X(12)    VALUE "BOLETIM.DAT".
           03 FILLER             PIC X(30)
              VALUE "BOLETIM EM COLUNAS".
       01 WS-TABELA-RELATORIOS REDEFINES WS-TABELA-RELATORIOS-DADOS.
           03 WS-REL OCCURS 5 TIMES.
              05 WS-REL-NOME        PIC X(12).
              05 WS-REL-DESCRICAO   PIC X(30).

      *    PRAZOS CARREGADOS DE RELRET.DAT
       01 WS-QTD-PRAZOS          PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-PRAZO           PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-ACHADO          PIC 9(02)    VALUE ZEROS.
       01 WS-TABELA-PRAZOS.
           03 WS-TAB-PRAZO OCCURS 20 TIMES.
              05 WS-TAB-RELATORIO   PIC X(12).
              05 WS-TAB-DIAS        PIC 9(04).
              05 WS-TAB-DESCRICAO   PIC X(30).

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-ESCOLHA-DIGITADA    PIC X(01)    VALUE SPACES.
       01 WS-ESCOLHA-NUM         PIC 9(01)    VALUE ZEROS.
       01 WS-ESCOLHA-VALIDA-SW   PIC X(01)    VALUE "N".
           88 WS-ESCOLHA-EH-VALIDA    VALUE "S".

       01 WS-DIAS-DIGITADOS      PIC X(04)    VALUE SPACES.
       01 WS-DIAS-NOVO           PIC 9(04)    VALUE ZEROS.
       01 WS-DIAS-VALIDO-SW      PIC X(01)    VALUE "N".
           88 WS-DIAS-EH-VALIDO       VALUE "S".
       01 WS-DIAS-PRAZO          PIC 9(04)    VALUE ZEROS.

       01 WS-VENCIDA-SW          PIC X(01)    VALUE "N".
           88 WS-VERSAO-VENCIDA       VALUE "S".
       01 WS-RELATORIO-PROCURADO PIC X(12)    VALUE SPACES.

       01 WS-HOJE-INT            PIC 9(08)    VALUE ZEROS.
       01 WS-LIMITE-INT          PIC 9(08)    VALUE ZEROS.

       01 WS-CONT-VENCIDAS       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-EXPURGADAS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-SEM-COPIA      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-GRAVADAS       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-LIDAS          PIC 9(05)    VALUE ZEROS.

       01 WS-FALHA-TEMP-SW       PIC X(01)    VALUE "N".
           88 WS-FALHA-TEMP           VALUE "S".

       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       01 WS-DATA-CORRENTE.
           03 WS-DC-DATA         PIC 9(08).
           03 FILLER             PIC X(13).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-RETENCAO
           MOVE "N"    TO WS-TRUNCADO-SW

           DISPLAY 'RETENCAO E EXPURGO DE RELATORIOS'

           PERFORM P100-CARREGA-PRAZOS THRU P100-CARREGA-PRAZOS-FIM

           PERFORM P200-MENU-RETENCAO THRU P200-MENU-RETENCAO-FIM
               UNTIL WS-RETENCAO-SAIR

           GOBACK.

       P100-CARREGA-PRAZOS.
           MOVE ZEROS TO WS-QTD-PRAZOS.
           MOVE "N"   TO WS-FIM-RETENCAO.

           OPEN INPUT WS-RETENCAO-FILE.

           IF WS-RETENCAO-NAO-EXISTE THEN
               DISPLAY 'TABELA DE RETENCAO (RELRET.DAT) NAO '
                       'ENCONTRADA - NENHUM RELATORIO SERA EXPURGADO '
                       'ATE UM PRAZO SER INFORMADO'
               GO TO P100-CARREGA-PRAZOS-FIM
           END-IF.

           PERFORM P110-LE-PRAZO THRU P110-LE-PRAZO-FIM.
           PERFORM P120-GUARDA-PRAZO THRU P120-GUARDA-PRAZO-FIM
               UNTIL WS-FIM-RETENCAO-SIM
                  OR WS-QTD-PRAZOS = 20.

           CLOSE WS-RETENCAO-FILE.

           IF NOT WS-FIM-RETENCAO-SIM THEN
               MOVE "S" TO WS-TRUNCADO-SW
               DISPLAY 'AVISO: TABELA DE RETENCAO CHEIA - O ARQUIVO '
                       'TEM MAIS LINHAS DO QUE AS 20 POSICOES '
                       'CARREGADAS'
               DISPLAY 'A ALTERACAO DE PRAZO FICA BLOQUEADA PARA NAO '
                       'DESTRUIR AS LINHAS NAO CARREGADAS'
           END-IF.
       P100-CARREGA-PRAZOS-FIM.

       P110-LE-PRAZO.
           READ WS-RETENCAO-FILE
               AT END
                   MOVE "S" TO WS-FIM-RETENCAO
           END-READ.
       P110-LE-PRAZO-FIM.

       P120-GUARDA-PRAZO.
           IF CPRET-RELATORIO NOT = SPACES
              AND CPRET-DIAS IS NUMERIC THEN
               ADD 1 TO WS-QTD-PRAZOS
               MOVE CPRET-RELATORIO TO WS-TAB-RELATORIO(WS-QTD-PRAZOS)
               MOVE CPRET-DIAS      TO WS-TAB-DIAS(WS-QTD-PRAZOS)
               MOVE CPRET-DESCRICAO TO WS-TAB-DESCRICAO(WS-QTD-PRAZOS)
           END-IF.

           PERFORM P110-LE-PRAZO THRU P110-LE-PRAZO-FIM.
       P120-GUARDA-PRAZO-FIM.

       P200-MENU-RETENCAO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY '1 - LISTAR OS PRAZOS DE RETENCAO'
           DISPLAY '2 - ALTERAR O PRAZO DE UM RELATORIO'
           DISPLAY '3 - EXPURGAR AS VERSOES VENCIDAS'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-RETENCAO

           EVALUATE TRUE
               WHEN WS-RETENCAO-LISTAR
                   PERFORM P300-LISTA-PRAZOS THRU P300-LISTA-PRAZOS-FIM
               WHEN WS-RETENCAO-ALTERAR
                   PERFORM P400-ALTERA-PRAZO THRU P400-ALTERA-PRAZO-FIM
               WHEN WS-RETENCAO-EXPURGAR
                   PERFORM P500-EXPURGA-VENCIDAS
                       THRU P500-EXPURGA-VENCIDAS-FIM
               WHEN WS-RETENCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-RETENCAO-FIM.

       P300-LISTA-PRAZOS.
           IF WS-QTD-PRAZOS = ZEROS THEN
               DISPLAY 'NENHUM PRAZO DE RETENCAO CADASTRADO'
           ELSE
               DISPLAY 'RELATORIO     DIAS  DESCRICAO'
               MOVE 1 TO WS-IDX-PRAZO
               PERFORM P310-LISTA-UM-PRAZO THRU P310-LISTA-UM-PRAZO-FIM
                   UNTIL WS-IDX-PRAZO > WS-QTD-PRAZOS
               DISPLAY 'PRAZO 0000: AS VERSOES NAO SAO EXPURGADAS'
           END-IF.
       P300-LISTA-PRAZOS-FIM.

       P310-LISTA-UM-PRAZO.
           DISPLAY WS-TAB-RELATORIO(WS-IDX-PRAZO) '  '
                   WS-TAB-DIAS(WS-IDX-PRAZO) '  '
                   WS-TAB-DESCRICAO(WS-IDX-PRAZO).
           ADD 1 TO WS-IDX-PRAZO.
       P310-LISTA-UM-PRAZO-FIM.

       P400-ALTERA-PRAZO.
           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'ALTERACAO BLOQUEADA: A CARGA NAO COUBE NA '
                       'TABELA E REGRAVAR O ARQUIVO DESTRUIRIA AS '
                       'LINHAS NAO CARREGADAS'
               GO TO P400-ALTERA-PRAZO-FIM
           END-IF.

           MOVE "N" TO WS-ESCOLHA-VALIDA-SW.
           PERFORM P410-DIGITA-RELATORIO UNTIL WS-ESCOLHA-EH-VALIDA.

           MOVE WS-REL-NOME(WS-ESCOLHA-NUM) TO WS-RELATORIO-PROCURADO.
           PERFORM P700-PROCURA-PRAZO THRU P700-PROCURA-PRAZO-FIM.

           IF WS-IDX-ACHADO = ZEROS THEN
               IF WS-QTD-PRAZOS = 20 THEN
                   DISPLAY 'A TABELA DE RETENCAO JA TEM 20 LINHAS - '
                           'ALTERACAO NEGADA'
                   GO TO P400-ALTERA-PRAZO-FIM
               END-IF
               DISPLAY WS-REL-NOME(WS-ESCOLHA-NUM)
                       ' SEM PRAZO CADASTRADO (NAO E EXPURGADO)'
           ELSE
               DISPLAY WS-REL-NOME(WS-ESCOLHA-NUM) ' PRAZO ATUAL: '
                       WS-TAB-DIAS(WS-IDX-ACHADO) ' DIAS'
           END-IF.

           MOVE "N" TO WS-DIAS-VALIDO-SW.
           PERFORM P420-DIGITA-DIAS UNTIL WS-DIAS-EH-VALIDO.

           DISPLAY 'CONFIRMA O PRAZO DE ' WS-DIAS-NOVO ' DIAS PARA '
                   WS-REL-NOME(WS-ESCOLHA-NUM) ' (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'ALTERACAO CANCELADA'
               GO TO P400-ALTERA-PRAZO-FIM
           END-IF.

           IF WS-IDX-ACHADO = ZEROS THEN
               ADD 1 TO WS-QTD-PRAZOS
               MOVE WS-QTD-PRAZOS TO WS-IDX-ACHADO
               MOVE WS-REL-NOME(WS-ESCOLHA-NUM)
                 TO WS-TAB-RELATORIO(WS-IDX-ACHADO)
               MOVE WS-REL-DESCRICAO(WS-ESCOLHA-NUM)
                 TO WS-TAB-DESCRICAO(WS-IDX-ACHADO)
           END-IF.
           MOVE WS-DIAS-NOVO TO WS-TAB-DIAS(WS-IDX-ACHADO).

           PERFORM P600-GRAVA-PRAZOS THRU P600-GRAVA-PRAZOS-FIM.
       P400-ALTERA-PRAZO-FIM.

       P410-DIGITA-RELATORIO.
           DISPLAY 'RELATORIO:'
           DISPLAY '  1 - BOLETIM.REL   (BOLETIM PARA IMPRESSAO)'
           DISPLAY '  2 - ESTATIS.REL   (ESTATISTICA DE NOTAS)'
           DISPLAY '  3 - CLASSIF.REL   (CLASSIFICACAO E HONRA)'
           DISPLAY '  4 - CARTAS.REL    (CARTAS DE CONVOCACAO)'
           DISPLAY '  5 - BOLETIM.DAT   (BOLETIM EM COLUNAS)'
           DISPLAY 'INFORME O RELATORIO: '
           ACCEPT WS-ESCOLHA-DIGITADA

           IF WS-ESCOLHA-DIGITADA IS NUMERIC
              AND WS-ESCOLHA-DIGITADA >= "1"
              AND WS-ESCOLHA-DIGITADA <= "5" THEN
               MOVE WS-ESCOLHA-DIGITADA TO WS-ESCOLHA-NUM
               MOVE "S" TO WS-ESCOLHA-VALIDA-SW
           ELSE
               DISPLAY 'RELATORIO INVALIDO - ESCOLHA NA LISTA'
           END-IF.
       P410-DIGITA-RELATORIO-FIM.

       P420-DIGITA-DIAS.
           DISPLAY 'INFORME O NOVO PRAZO EM DIAS (4 DIGITOS, 0000 = '
                   'NAO EXPURGAR): '
           ACCEPT WS-DIAS-DIGITADOS

           IF WS-DIAS-DIGITADOS IS NUMERIC THEN
               MOVE WS-DIAS-DIGITADOS TO WS-DIAS-NOVO
               MOVE "S" TO WS-DIAS-VALIDO-SW
           ELSE
               DISPLAY 'PRAZO INVALIDO - DIGITE 4 DIGITOS, EX: 0365'
           END-IF.
       P420-DIGITA-DIAS-FIM.

      *    PRIMEIRO CONTA E MOSTRA AS VERSOES VENCIDAS; SO DEPOIS DA
      *    CONFIRMACAO APAGA AS COPIAS E REGRAVA O CATALOGO
       P500-EXPURGA-VENCIDAS.
           IF WS-QTD-PRAZOS = ZEROS THEN
               DISPLAY 'NENHUM PRAZO DE RETENCAO CADASTRADO - NADA A '
                       'EXPURGAR'
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DC-DATA).

           MOVE ZEROS TO WS-CONT-VENCIDAS WS-CONT-EXPURGADAS
                         WS-CONT-SEM-COPIA WS-CONT-GRAVADAS
                         WS-CONT-LIDAS.
           MOVE "N"   TO WS-FALHA-TEMP-SW.
           MOVE "N"   TO WS-FIM-CATALOGO.

           OPEN INPUT WS-CATALOGO-FILE.

           IF WS-CATALOGO-NAO-EXISTE THEN
               DISPLAY 'NENHUMA VERSAO GUARDADA (RELCAT.DAT NAO '
                       'ENCONTRADO) - NADA A EXPURGAR'
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           PERFORM P510-LE-CATALOGO THRU P510-LE-CATALOGO-FIM.
           PERFORM P520-CONTA-VENCIDA THRU P520-CONTA-VENCIDA-FIM
               UNTIL WS-FIM-CATALOGO-SIM.

           CLOSE WS-CATALOGO-FILE.

           IF WS-CONT-VENCIDAS = ZEROS THEN
               DISPLAY 'NENHUMA VERSAO VENCIDA - NADA A EXPURGAR'
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           DISPLAY WS-CONT-VENCIDAS ' VERSAO(OES) VENCIDA(S) A '
                   'EXPURGAR'
           DISPLAY 'AS COPIAS SERAO APAGADAS E NAO PODERAO MAIS SER '
                   'REIMPRESSAS'
           DISPLAY 'CONFIRMA O EXPURGO (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'EXPURGO CANCELADO'
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           MOVE "N" TO WS-FIM-CATALOGO.

           OPEN INPUT  WS-CATALOGO-FILE.

           IF NOT WS-CATALOGO-OK THEN
               DISPLAY 'ERRO AO ABRIR RELCAT.DAT - STATUS '
                       WS-CATALOGO-STATUS ' - EXPURGO CANCELADO'
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           OPEN OUTPUT WS-TEMP-FILE.

           IF NOT WS-TEMP-OK THEN
               DISPLAY 'ERRO AO CRIAR RELCAT.TMP - STATUS '
                       WS-TEMP-STATUS ' - EXPURGO CANCELADO'
               CLOSE WS-CATALOGO-FILE
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           PERFORM P510-LE-CATALOGO THRU P510-LE-CATALOGO-FIM.
           PERFORM P530-EXPURGA-VERSAO THRU P530-EXPURGA-VERSAO-FIM
               UNTIL WS-FIM-CATALOGO-SIM OR WS-FALHA-TEMP.

           CLOSE WS-CATALOGO-FILE.
           CLOSE WS-TEMP-FILE.

           IF WS-CONT-GRAVADAS NOT = WS-CONT-LIDAS THEN
               DISPLAY 'ERRO AO GRAVAR RELCAT.TMP - ' WS-CONT-GRAVADAS
                       ' DE ' WS-CONT-LIDAS ' ENTRADA(S) GRAVADA(S)'
               DISPLAY 'RELCAT.DAT MANTIDO SEM ALTERACAO - '
                       WS-CONT-EXPURGADAS ' COPIA(S) JA APAGADA(S)'
               GO TO P500-EXPURGA-VENCIDAS-FIM
           END-IF.

           PERFORM P550-REGRAVA-CATALOGO
               THRU P550-REGRAVA-CATALOGO-FIM.

           DISPLAY '================================================'
           DISPLAY 'EXPURGO DO CATALOGO DE RELATORIOS - OPERADOR '
                   WS-PARM-OPERADOR
           DISPLAY 'VERSOES EXPURGADAS......: ' WS-CONT-EXPURGADAS
           DISPLAY 'COPIAS JA AUSENTES......: ' WS-CONT-SEM-COPIA
           DISPLAY 'ENTRADAS NO CATALOGO....: ' WS-CONT-GRAVADAS
           DISPLAY '================================================'.
       P500-EXPURGA-VENCIDAS-FIM.

       P510-LE-CATALOGO.
           READ WS-CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIM-CATALOGO
           END-READ.
       P510-LE-CATALOGO-FIM.

       P520-CONTA-VENCIDA.
           PERFORM P540-CONFERE-VENCIMENTO
               THRU P540-CONFERE-VENCIMENTO-FIM.

           IF WS-VERSAO-VENCIDA THEN
               ADD 1 TO WS-CONT-VENCIDAS
               DISPLAY CPCAT-RELATORIO ' VERSAO ' CPCAT-VERSAO
                       ' DE ' CPCAT-DD '/' CPCAT-MM '/' CPCAT-AA
                       ' (PRAZO ' WS-DIAS-PRAZO ' DIAS) '
                       CPCAT-ARQUIVO
           END-IF.

           PERFORM P510-LE-CATALOGO THRU P510-LE-CATALOGO-FIM.
       P520-CONTA-VENCIDA-FIM.

       P530-EXPURGA-VERSAO.
           ADD 1 TO WS-CONT-LIDAS.

           PERFORM P540-CONFERE-VENCIMENTO
               THRU P540-CONFERE-VENCIMENTO-FIM.

           IF WS-VERSAO-VENCIDA THEN
               CALL "CBL_DELETE_FILE" USING CPCAT-ARQUIVO
               IF RETURN-CODE NOT = ZEROS THEN
                   ADD 1 TO WS-CONT-SEM-COPIA
               END-IF
               MOVE ZEROS      TO RETURN-CODE
               MOVE "E"        TO CPCAT-SITUACAO
               MOVE WS-DC-DATA TO CPCAT-DATA-EXPURGO
               ADD 1 TO WS-CONT-EXPURGADAS
           END-IF.

           MOVE WS-CATALOGO-REGISTRO TO WS-TEMP-REGISTRO.
           WRITE WS-TEMP-REGISTRO.

           IF NOT WS-TEMP-OK THEN
               MOVE "S" TO WS-FALHA-TEMP-SW
               GO TO P530-EXPURGA-VERSAO-FIM
           END-IF.

           ADD 1 TO WS-CONT-GRAVADAS.

           PERFORM P510-LE-CATALOGO THRU P510-LE-CATALOGO-FIM.
       P530-EXPURGA-VERSAO-FIM.

      *    VENCIDA: VERSAO ATIVA CUJA DATA MAIS O PRAZO DO RELATORIO
      *    FICOU ANTES DE HOJE
       P540-CONFERE-VENCIMENTO.
           MOVE "N" TO WS-VENCIDA-SW.

           IF NOT CPCAT-ATIVA OR CPCAT-DATA IS NOT NUMERIC THEN
               GO TO P540-CONFERE-VENCIMENTO-FIM
           END-IF.

           MOVE CPCAT-RELATORIO TO WS-RELATORIO-PROCURADO.
           PERFORM P700-PROCURA-PRAZO THRU P700-PROCURA-PRAZO-FIM.

           IF WS-IDX-ACHADO = ZEROS THEN
               GO TO P540-CONFERE-VENCIMENTO-FIM
           END-IF.

           MOVE WS-TAB-DIAS(WS-IDX-ACHADO) TO WS-DIAS-PRAZO.

           IF WS-DIAS-PRAZO = ZEROS THEN
               GO TO P540-CONFERE-VENCIMENTO-FIM
           END-IF.

           COMPUTE WS-LIMITE-INT =
                   FUNCTION INTEGER-OF-DATE(CPCAT-DATA) + WS-DIAS-PRAZO.

           IF WS-LIMITE-INT < WS-HOJE-INT THEN
               MOVE "S" TO WS-VENCIDA-SW
           END-IF.
       P540-CONFERE-VENCIMENTO-FIM.

       P550-REGRAVA-CATALOGO.
           MOVE "N" TO WS-FIM-TEMP.

           OPEN INPUT  WS-TEMP-FILE.
           OPEN OUTPUT WS-CATALOGO-FILE.

           PERFORM P560-LE-TEMP THRU P560-LE-TEMP-FIM.
           PERFORM P570-COPIA-TEMP THRU P570-COPIA-TEMP-FIM
               UNTIL WS-FIM-TEMP-SIM.

           CLOSE WS-TEMP-FILE.
           CLOSE WS-CATALOGO-FILE.
       P550-REGRAVA-CATALOGO-FIM.

       P560-LE-TEMP.
           READ WS-TEMP-FILE
               AT END
                   MOVE "S" TO WS-FIM-TEMP
           END-READ.
       P560-LE-TEMP-FIM.

       P570-COPIA-TEMP.
           MOVE WS-TEMP-REGISTRO TO WS-CATALOGO-REGISTRO.
           WRITE WS-CATALOGO-REGISTRO.
           PERFORM P560-LE-TEMP THRU P560-LE-TEMP-FIM.
       P570-COPIA-TEMP-FIM.

       P600-GRAVA-PRAZOS.
           OPEN OUTPUT WS-RETENCAO-FILE.

           MOVE 1 TO WS-IDX-PRAZO.
           PERFORM P610-GRAVA-UM-PRAZO THRU P610-GRAVA-UM-PRAZO-FIM
               UNTIL WS-IDX-PRAZO > WS-QTD-PRAZOS.

           CLOSE WS-RETENCAO-FILE.

           DISPLAY 'TABELA DE RETENCAO GRAVADA EM RELRET.DAT COM '
                   WS-QTD-PRAZOS ' RELATORIO(S)'.
       P600-GRAVA-PRAZOS-FIM.

       P610-GRAVA-UM-PRAZO.
           MOVE SPACES                         TO WS-RETENCAO-REGISTRO.
           MOVE WS-TAB-RELATORIO(WS-IDX-PRAZO) TO CPRET-RELATORIO.
           MOVE WS-TAB-DIAS(WS-IDX-PRAZO)      TO CPRET-DIAS.
           MOVE WS-TAB-DESCRICAO(WS-IDX-PRAZO) TO CPRET-DESCRICAO.
           WRITE WS-RETENCAO-REGISTRO.
           ADD 1 TO WS-IDX-PRAZO.
       P610-GRAVA-UM-PRAZO-FIM.

      *    PROCURA NA TABELA DE PRAZOS O WS-RELATORIO-PROCURADO E
      *    DEVOLVE A POSICAO EM WS-IDX-ACHADO (ZERO QUANDO NAO TEM
      *    PRAZO)
       P700-PROCURA-PRAZO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-PRAZO.
           PERFORM P710-COMPARA-PRAZO THRU P710-COMPARA-PRAZO-FIM
               UNTIL WS-IDX-PRAZO > WS-QTD-PRAZOS
                  OR WS-IDX-ACHADO > ZEROS.
       P700-PROCURA-PRAZO-FIM.

       P710-COMPARA-PRAZO.
           IF WS-TAB-RELATORIO(WS-IDX-PRAZO)
                  = WS-RELATORIO-PROCURADO THEN
               MOVE WS-IDX-PRAZO TO WS-IDX-ACHADO
           ELSE
               ADD 1 TO WS-IDX-PRAZO
           END-IF.
       P710-COMPARA-PRAZO-FIM.
       END PROGRAM PGEXE055.
