       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE054.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. CATALOGO DE
      *                               RELATORIOS: LISTA AS VERSOES
      *                               DATADAS E NUMERADAS GUARDADAS
      *                               PELO PGRELCAT EM RELCAT.DAT
      *                               (LAYOUT CPRELCAT), DE TODOS OS
      *                               RELATORIOS OU DE UM SO, COM
      *                               PROGRAMA, OPERADOR, DATA E HORA,
      *                               PAGINAS, PARAMETROS E SITUACAO;
      *                               MOSTRA NA TELA UMA VERSAO
      *                               ESCOLHIDA, 20 LINHAS POR VEZ; E
      *                               REIMPRIME UMA VERSAO COPIANDO-A
      *                               PARA REIMPRES.REL, QUE VAI PARA A
      *                               IMPRESSORA COMO OS DEMAIS .REL.
      *                               VERSAO EXPURGADA (PGEXE055) NAO
      *                               PODE SER VISTA NEM REIMPRESSA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CATALOGO-FILE ASSIGN TO "RELCAT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CATALOGO-STATUS.

           SELECT WS-VERSAO-FILE  ASSIGN TO WS-NOME-VERSAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-VERSAO-STATUS.

           SELECT WS-REIMP-FILE   ASSIGN TO "REIMPRES.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-REIMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CATALOGO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CATALOGO-REGISTRO.
           COPY CPRELCAT.

       FD  WS-VERSAO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-VERSAO-LINHA        PIC X(200).

       FD  WS-REIMP-FILE
           LABEL RECORD IS STANDARD.
       01  WS-REIMP-LINHA         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-CATALOGO-OK          VALUE "00".
           88 WS-CATALOGO-NAO-EXISTE  VALUE "35".
       01 WS-VERSAO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-VERSAO-OK            VALUE "00".
       01 WS-REIMP-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-REIMP-OK             VALUE "00".

       01 WS-NOME-VERSAO         PIC X(30)    VALUE SPACES.

       01 WS-FIM-CATALOGO        PIC X(01)    VALUE "N".
           88 WS-FIM-CATALOGO-SIM     VALUE "S".
       01 WS-FIM-VERSAO          PIC X(01)    VALUE "N".
           88 WS-FIM-VERSAO-SIM       VALUE "S".

       01 WS-OPCAO-CATALOGO      PIC X(01)    VALUE SPACES.
           88 WS-CATALOGO-LISTAR      VALUE "1".
           88 WS-CATALOGO-VISUALIZAR  VALUE "2".
           88 WS-CATALOGO-REIMPRIMIR  VALUE "3".
           88 WS-CATALOGO-SAIR        VALUE "0".

      *    RELATORIOS GUARDADOS NO CATALOGO, NA ORDEM DA ESCOLHA
       01 WS-TABELA-RELATORIOS-DADOS.
           03 FILLER             PIC X(12)    VALUE "BOLETIM.REL".
           03 FILLER             PIC X(12)    VALUE "ESTATIS.REL".
           03 FILLER             PIC X(12)    VALUE "CLASSIF.REL".
           03 FILLER             PIC X(12)    VALUE "CARTAS.REL".
           03 FILLER             PIC X(12)    VALUE "BOLETIM.DAT".
       01 WS-TABELA-RELATORIOS REDEFINES WS-TABELA-RELATORIOS-DADOS.
           03 WS-TAB-RELATORIO   PIC X(12)    OCCURS 5 TIMES.

       01 WS-ESCOLHA-DIGITADA    PIC X(01)    VALUE SPACES.
       01 WS-ESCOLHA-NUM         PIC 9(01)    VALUE ZEROS.
       01 WS-ESCOLHA-VALIDA-SW   PIC X(01)    VALUE "N".
           88 WS-ESCOLHA-EH-VALIDA    VALUE "S".
       01 WS-TODOS-SW            PIC X(01)    VALUE "N".
           88 WS-TODOS-RELATORIOS     VALUE "S".
       01 WS-RELATORIO-ESCOLHIDO PIC X(12)    VALUE SPACES.

       01 WS-VERSAO-DIGITADA     PIC X(05)    VALUE SPACES.
       01 WS-VERSAO-ESCOLHIDA    PIC 9(05)    VALUE ZEROS.
       01 WS-VERSAO-VALIDA-SW    PIC X(01)    VALUE "N".
           88 WS-VERSAO-EH-VALIDA     VALUE "S".

       01 WS-ACHOU-SW            PIC X(01)    VALUE "N".
           88 WS-VERSAO-ACHADA        VALUE "S".
       01 WS-DISPONIVEL-SW       PIC X(01)    VALUE "N".
           88 WS-VERSAO-DISPONIVEL    VALUE "S".

      *    DADOS DA VERSAO ESCOLHIDA, GUARDADOS ANTES DO CLOSE
       01 WS-ACH-ARQUIVO         PIC X(30)    VALUE SPACES.
       01 WS-ACH-PAGINAS         PIC 9(05)    VALUE ZEROS.
       01 WS-ACH-DATA-EXPURGO    PIC 9(08)    VALUE ZEROS.
       01 WS-ACH-DATA-EXPURGO-R REDEFINES WS-ACH-DATA-EXPURGO.
           03 WS-ACH-EXPURGO-AA  PIC 9(04).
           03 WS-ACH-EXPURGO-MM  PIC 9(02).
           03 WS-ACH-EXPURGO-DD  PIC 9(02).
       01 WS-ACH-SITUACAO        PIC X(01)    VALUE SPACES.
           88 WS-ACH-EXPURGADA        VALUE "E".

       01 WS-CONT-LISTADAS       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-LINHAS         PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-TELA           PIC 9(02)    VALUE ZEROS.
       01 WS-TECLA-AUX           PIC X(01)    VALUE SPACES.

       01 WS-DATA-MOSTRA         PIC X(10)    VALUE SPACES.
       01 WS-HORA-MOSTRA         PIC X(05)    VALUE SPACES.
       01 WS-SITUACAO-MOSTRA     PIC X(10)    VALUE SPACES.

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-CATALOGO

           DISPLAY 'CATALOGO DE RELATORIOS'

           PERFORM P200-MENU-CATALOGO THRU P200-MENU-CATALOGO-FIM
               UNTIL WS-CATALOGO-SAIR

           GOBACK.

       P200-MENU-CATALOGO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY '1 - LISTAR AS VERSOES GUARDADAS'
           DISPLAY '2 - VISUALIZAR UMA VERSAO'
           DISPLAY '3 - REIMPRIMIR UMA VERSAO'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-CATALOGO

           EVALUATE TRUE
               WHEN WS-CATALOGO-LISTAR
                   PERFORM P300-LISTA-CATALOGO
                       THRU P300-LISTA-CATALOGO-FIM
               WHEN WS-CATALOGO-VISUALIZAR
                   PERFORM P400-VISUALIZA-VERSAO
                       THRU P400-VISUALIZA-VERSAO-FIM
               WHEN WS-CATALOGO-REIMPRIMIR
                   PERFORM P500-REIMPRIME-VERSAO
                       THRU P500-REIMPRIME-VERSAO-FIM
               WHEN WS-CATALOGO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-CATALOGO-FIM.

       P300-LISTA-CATALOGO.
           MOVE "S" TO WS-TODOS-SW.
           PERFORM P700-ESCOLHE-RELATORIO
               THRU P700-ESCOLHE-RELATORIO-FIM.

           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE "N"   TO WS-FIM-CATALOGO.

           OPEN INPUT WS-CATALOGO-FILE.

           IF WS-CATALOGO-NAO-EXISTE THEN
               DISPLAY 'NENHUMA VERSAO GUARDADA (RELCAT.DAT NAO '
                       'ENCONTRADO)'
               GO TO P300-LISTA-CATALOGO-FIM
           END-IF.

           DISPLAY 'RELATORIO    VERSAO DATA       HORA  PROGRAMA '
                   'OPERADOR PAGS  SITUACAO'.

           PERFORM P310-LE-CATALOGO THRU P310-LE-CATALOGO-FIM.
           PERFORM P320-MOSTRA-ENTRADA THRU P320-MOSTRA-ENTRADA-FIM
               UNTIL WS-FIM-CATALOGO-SIM.

           CLOSE WS-CATALOGO-FILE.

           IF WS-CONT-LISTADAS = ZEROS THEN
               DISPLAY 'NENHUMA VERSAO GUARDADA PARA O RELATORIO '
                       'ESCOLHIDO'
           ELSE
               DISPLAY WS-CONT-LISTADAS ' VERSAO(OES) LISTADA(S)'
           END-IF.
       P300-LISTA-CATALOGO-FIM.

       P310-LE-CATALOGO.
           READ WS-CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIM-CATALOGO
           END-READ.
       P310-LE-CATALOGO-FIM.

       P320-MOSTRA-ENTRADA.
           IF WS-TODOS-RELATORIOS
              OR CPCAT-RELATORIO = WS-RELATORIO-ESCOLHIDO THEN
               ADD 1 TO WS-CONT-LISTADAS
               PERFORM P800-FORMATA-ENTRADA
                   THRU P800-FORMATA-ENTRADA-FIM
               DISPLAY CPCAT-RELATORIO ' '
                       CPCAT-VERSAO '  '
                       WS-DATA-MOSTRA ' '
                       WS-HORA-MOSTRA ' '
                       CPCAT-PROGRAMA ' '
                       CPCAT-OPERADOR ' '
                       CPCAT-PAGINAS ' '
                       WS-SITUACAO-MOSTRA
               DISPLAY '      PARAMETROS: ' CPCAT-PARAMETROS
           END-IF.
           PERFORM P310-LE-CATALOGO THRU P310-LE-CATALOGO-FIM.
       P320-MOSTRA-ENTRADA-FIM.

       P400-VISUALIZA-VERSAO.
           PERFORM P600-LOCALIZA-VERSAO THRU P600-LOCALIZA-VERSAO-FIM.

           IF NOT WS-VERSAO-DISPONIVEL THEN
               GO TO P400-VISUALIZA-VERSAO-FIM
           END-IF.

           MOVE "N"   TO WS-FIM-VERSAO.
           MOVE ZEROS TO WS-CONT-LINHAS WS-CONT-TELA.

           OPEN INPUT WS-VERSAO-FILE.

           IF NOT WS-VERSAO-OK THEN
               DISPLAY 'COPIA ' WS-NOME-VERSAO ' NAO ABRIU (STATUS '
                       WS-VERSAO-STATUS ')'
               GO TO P400-VISUALIZA-VERSAO-FIM
           END-IF.

           PERFORM P410-LE-VERSAO THRU P410-LE-VERSAO-FIM.
           PERFORM P420-MOSTRA-LINHA THRU P420-MOSTRA-LINHA-FIM
               UNTIL WS-FIM-VERSAO-SIM.

           CLOSE WS-VERSAO-FILE.

           DISPLAY '--- FIM DA VERSAO ' WS-VERSAO-ESCOLHIDA ' DE '
                   WS-RELATORIO-ESCOLHIDO ' (' WS-CONT-LINHAS
                   ' LINHAS EXIBIDAS) ---'.
       P400-VISUALIZA-VERSAO-FIM.

       P410-LE-VERSAO.
           READ WS-VERSAO-FILE
               AT END
                   MOVE "S" TO WS-FIM-VERSAO
           END-READ.
       P410-LE-VERSAO-FIM.

       P420-MOSTRA-LINHA.
           DISPLAY WS-VERSAO-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
           ADD 1 TO WS-CONT-TELA.

           IF WS-CONT-TELA = 20 THEN
               MOVE ZEROS TO WS-CONT-TELA
               DISPLAY "TECLE <C> PARA CONTINUAR OU <T> PARA TERMINAR"
               ACCEPT WS-TECLA-AUX
               IF WS-TECLA-AUX = "T" OR WS-TECLA-AUX = "t" THEN
                   MOVE "S" TO WS-FIM-VERSAO
                   GO TO P420-MOSTRA-LINHA-FIM
               END-IF
           END-IF.

           PERFORM P410-LE-VERSAO THRU P410-LE-VERSAO-FIM.
       P420-MOSTRA-LINHA-FIM.

       P500-REIMPRIME-VERSAO.
           PERFORM P600-LOCALIZA-VERSAO THRU P600-LOCALIZA-VERSAO-FIM.

           IF NOT WS-VERSAO-DISPONIVEL THEN
               GO TO P500-REIMPRIME-VERSAO-FIM
           END-IF.

           MOVE "N"   TO WS-FIM-VERSAO.
           MOVE ZEROS TO WS-CONT-LINHAS.

           OPEN INPUT WS-VERSAO-FILE.

           IF NOT WS-VERSAO-OK THEN
               DISPLAY 'COPIA ' WS-NOME-VERSAO ' NAO ABRIU (STATUS '
                       WS-VERSAO-STATUS ') - REIMPRESSAO CANCELADA'
               GO TO P500-REIMPRIME-VERSAO-FIM
           END-IF.

           OPEN OUTPUT WS-REIMP-FILE.

           PERFORM P410-LE-VERSAO THRU P410-LE-VERSAO-FIM.
           PERFORM P510-COPIA-LINHA THRU P510-COPIA-LINHA-FIM
               UNTIL WS-FIM-VERSAO-SIM.

           CLOSE WS-VERSAO-FILE.
           CLOSE WS-REIMP-FILE.

           DISPLAY 'VERSAO ' WS-VERSAO-ESCOLHIDA ' DE '
                   WS-RELATORIO-ESCOLHIDO ' GRAVADA EM REIMPRES.REL ('
                   WS-CONT-LINHAS ' LINHAS, '
                   WS-ACH-PAGINAS ' PAGINAS)'
           DISPLAY 'ENVIE O REIMPRES.REL PARA A IMPRESSORA'.
       P500-REIMPRIME-VERSAO-FIM.

       P510-COPIA-LINHA.
           MOVE WS-VERSAO-LINHA TO WS-REIMP-LINHA.
           WRITE WS-REIMP-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
           PERFORM P410-LE-VERSAO THRU P410-LE-VERSAO-FIM.
       P510-COPIA-LINHA-FIM.

      *    PEDE O RELATORIO E O NUMERO DA VERSAO E PROCURA A ENTRADA NO
      *    CATALOGO. SO A VERSAO ATIVA PODE SER VISTA OU REIMPRESSA
       P600-LOCALIZA-VERSAO.
           MOVE "N" TO WS-TODOS-SW WS-ACHOU-SW WS-DISPONIVEL-SW.
           PERFORM P700-ESCOLHE-RELATORIO
               THRU P700-ESCOLHE-RELATORIO-FIM.

           MOVE "N" TO WS-VERSAO-VALIDA-SW.
           PERFORM P610-DIGITA-VERSAO UNTIL WS-VERSAO-EH-VALIDA.

           MOVE "N" TO WS-FIM-CATALOGO.

           OPEN INPUT WS-CATALOGO-FILE.

           IF WS-CATALOGO-NAO-EXISTE THEN
               DISPLAY 'NENHUMA VERSAO GUARDADA (RELCAT.DAT NAO '
                       'ENCONTRADO)'
               GO TO P600-LOCALIZA-VERSAO-FIM
           END-IF.

           PERFORM P310-LE-CATALOGO THRU P310-LE-CATALOGO-FIM.
           PERFORM P620-CONFERE-ENTRADA THRU P620-CONFERE-ENTRADA-FIM
               UNTIL WS-FIM-CATALOGO-SIM OR WS-VERSAO-ACHADA.

           CLOSE WS-CATALOGO-FILE.

           IF NOT WS-VERSAO-ACHADA THEN
               DISPLAY 'VERSAO ' WS-VERSAO-ESCOLHIDA ' DE '
                       WS-RELATORIO-ESCOLHIDO ' NAO CONSTA DO CATALOGO'
               GO TO P600-LOCALIZA-VERSAO-FIM
           END-IF.

           IF WS-ACH-EXPURGADA THEN
               DISPLAY 'VERSAO EXPURGADA EM ' WS-ACH-EXPURGO-DD '/'
                       WS-ACH-EXPURGO-MM '/' WS-ACH-EXPURGO-AA
                       ' - COPIA NAO DISPONIVEL'
               GO TO P600-LOCALIZA-VERSAO-FIM
           END-IF.

           MOVE WS-ACH-ARQUIVO TO WS-NOME-VERSAO.

           DISPLAY "DD_VERSAO"    UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-VERSAO UPON ENVIRONMENT-VALUE.

           MOVE "S" TO WS-DISPONIVEL-SW.
       P600-LOCALIZA-VERSAO-FIM.

       P610-DIGITA-VERSAO.
           DISPLAY 'INFORME O NUMERO DA VERSAO (5 DIGITOS): '
           ACCEPT WS-VERSAO-DIGITADA

           IF WS-VERSAO-DIGITADA IS NUMERIC
              AND WS-VERSAO-DIGITADA NOT = "00000" THEN
               MOVE WS-VERSAO-DIGITADA TO WS-VERSAO-ESCOLHIDA
               MOVE "S" TO WS-VERSAO-VALIDA-SW
           ELSE
               DISPLAY 'VERSAO INVALIDA - DIGITE 5 DIGITOS, EX: 00003'
           END-IF.
       P610-DIGITA-VERSAO-FIM.

       P620-CONFERE-ENTRADA.
           IF CPCAT-RELATORIO = WS-RELATORIO-ESCOLHIDO
              AND CPCAT-VERSAO = WS-VERSAO-ESCOLHIDA THEN
               MOVE CPCAT-ARQUIVO      TO WS-ACH-ARQUIVO
               MOVE CPCAT-PAGINAS      TO WS-ACH-PAGINAS
               MOVE CPCAT-SITUACAO     TO WS-ACH-SITUACAO
               MOVE CPCAT-DATA-EXPURGO TO WS-ACH-DATA-EXPURGO
               MOVE "S" TO WS-ACHOU-SW
               PERFORM P800-FORMATA-ENTRADA
                   THRU P800-FORMATA-ENTRADA-FIM
               DISPLAY 'VERSAO ' WS-VERSAO-ESCOLHIDA ' DE '
                       WS-RELATORIO-ESCOLHIDO ' - ' WS-DATA-MOSTRA ' '
                       WS-HORA-MOSTRA ' - ' CPCAT-PROGRAMA
                       ' - OPERADOR ' CPCAT-OPERADOR
               DISPLAY 'PARAMETROS: ' CPCAT-PARAMETROS
           ELSE
               PERFORM P310-LE-CATALOGO THRU P310-LE-CATALOGO-FIM
           END-IF.
       P620-CONFERE-ENTRADA-FIM.

      *    COM WS-TODOS-SW = "S" O ZERO (TODOS OS RELATORIOS) TAMBEM
      *    E ACEITO, PARA A LISTAGEM
       P700-ESCOLHE-RELATORIO.
           MOVE "N" TO WS-ESCOLHA-VALIDA-SW.
           PERFORM P710-DIGITA-RELATORIO UNTIL WS-ESCOLHA-EH-VALIDA.
       P700-ESCOLHE-RELATORIO-FIM.

       P710-DIGITA-RELATORIO.
           DISPLAY 'RELATORIO:'
           DISPLAY '  1 - BOLETIM.REL   (BOLETIM PARA IMPRESSAO)'
           DISPLAY '  2 - ESTATIS.REL   (ESTATISTICA DE NOTAS)'
           DISPLAY '  3 - CLASSIF.REL   (CLASSIFICACAO E HONRA)'
           DISPLAY '  4 - CARTAS.REL    (CARTAS DE CONVOCACAO)'
           DISPLAY '  5 - BOLETIM.DAT   (BOLETIM EM COLUNAS)'
           IF WS-TODOS-RELATORIOS THEN
               DISPLAY '  0 - TODOS'
           END-IF
           DISPLAY 'INFORME O RELATORIO: '
           ACCEPT WS-ESCOLHA-DIGITADA

           EVALUATE TRUE
               WHEN WS-ESCOLHA-DIGITADA = "0" AND WS-TODOS-RELATORIOS
                   MOVE SPACES TO WS-RELATORIO-ESCOLHIDO
                   MOVE "S" TO WS-ESCOLHA-VALIDA-SW
               WHEN WS-ESCOLHA-DIGITADA >= "1"
                AND WS-ESCOLHA-DIGITADA <= "5"
                   MOVE WS-ESCOLHA-DIGITADA TO WS-ESCOLHA-NUM
                   MOVE WS-TAB-RELATORIO(WS-ESCOLHA-NUM)
                     TO WS-RELATORIO-ESCOLHIDO
                   MOVE "N" TO WS-TODOS-SW
                   MOVE "S" TO WS-ESCOLHA-VALIDA-SW
               WHEN OTHER
                   DISPLAY 'RELATORIO INVALIDO - ESCOLHA NA LISTA'
           END-EVALUATE.
       P710-DIGITA-RELATORIO-FIM.

       P800-FORMATA-ENTRADA.
           MOVE SPACES TO WS-DATA-MOSTRA WS-HORA-MOSTRA.
           STRING CPCAT-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  CPCAT-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  CPCAT-AA DELIMITED BY SIZE
                  INTO WS-DATA-MOSTRA.
           STRING CPCAT-HH DELIMITED BY SIZE
                  ':'      DELIMITED BY SIZE
                  CPCAT-MI DELIMITED BY SIZE
                  INTO WS-HORA-MOSTRA.

           IF CPCAT-EXPURGADA THEN
               MOVE "EXPURGADA" TO WS-SITUACAO-MOSTRA
           ELSE
               MOVE "ATIVA"     TO WS-SITUACAO-MOSTRA
           END-IF.
       P800-FORMATA-ENTRADA-FIM.
       END PROGRAM PGEXE054.
