       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE048.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RELATORIO MENSAL
      *                               DE MOVIMENTACAO DE MATRICULA
      *                               (MOVIMENT.REL): PARA O MES
      *                               INFORMADO, UMA LINHA POR TURMA
      *                               COM OS ALUNOS NO INICIO DO MES,
      *                               AS ENTRADAS (TRANSFERENCIA E
      *                               REMANEJAMENTO), AS SAIDAS
      *                               (TRANSFERENCIA, DESISTENCIA E
      *                               REMANEJAMENTO) E OS ALUNOS NO FIM
      *                               DO MES, SEGUIDA DA LISTA DOS
      *                               MOVIMENTOS DO MES. O FIM DO MES
      *                               PARTE DOS ALUNOS ATIVOS HOJE NO
      *                               CADASTRO MESTRE, DESCONTANDO OS
      *                               MOVIMENTOS COM DATA EFETIVA
      *                               POSTERIOR AO MES; O INICIO E O
      *                               FIM MENOS AS ENTRADAS MAIS AS
      *                               SAIDAS DO MES.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MOVIM-FILE   ASSIGN TO "MOVIMENT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-MOVIM-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "MOVIMENT.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MOVIM-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MOVIM-REGISTRO.
           COPY CPMOVIM.

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MOVIM-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-MOVIM-OK             VALUE "00".
           88 WS-MOVIM-NAO-EXISTE     VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-MOVIM           PIC X(01)    VALUE "N".
           88 WS-FIM-MOVIM-SIM        VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".

       01 WS-MES-DIGITADO.
           03 WS-MD-MES          PIC X(02).
           03 WS-MD-BARRA        PIC X(01).
           03 WS-MD-ANO          PIC X(04).
       01 WS-MES-VALIDO-SW       PIC X(01)    VALUE "N".
           88 WS-MES-EH-VALIDO        VALUE "S".

       01 WS-MES-RELATORIO.
           03 WS-MR-ANO          PIC 9(04).
           03 WS-MR-MES          PIC 9(02).
       01 WS-MES-RELATORIO-X REDEFINES WS-MES-RELATORIO PIC X(06).

       01 WS-DATA-AAAAMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DT-ANOMES       PIC X(06).
           03 WS-DT-DIA          PIC 9(02).
       01 WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DP-ANO          PIC 9(04).
           03 WS-DP-MES          PIC 9(02).
           03 WS-DP-DIA          PIC 9(02).
       01 WS-DATA-EDITADA.
           03 WS-DE-DIA          PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-DE-MES          PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-DE-ANO          PIC 9(04).

      *    POSICAO DO MOVIMENTO EM RELACAO AO MES DO RELATORIO
       01 WS-EPOCA-MOVIMENTO     PIC X(01)    VALUE SPACES.
           88 WS-MOVIMENTO-NO-MES     VALUE "M".
           88 WS-MOVIMENTO-DEPOIS     VALUE "D".
           88 WS-MOVIMENTO-ANTES      VALUE "A".

      *    ALUNOS ATIVOS HOJE: UM ALUNO POR TURMA, AINDA QUE TENHA UM
      *    REGISTRO POR DISCIPLINA E BIMESTRE
       01 WS-QTD-ATIVOS          PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-ATIVO           PIC 9(04)    VALUE ZEROS.
       01 WS-ATIVO-ACHADO-SW     PIC X(01)    VALUE "N".
           88 WS-ATIVO-ACHADO         VALUE "S".
       01 WS-TABELA-ATIVOS.
           03 WS-TAB-ATIVO OCCURS 3000 TIMES.
              05 WS-TAB-AT-TURMA     PIC X(05).
              05 WS-TAB-AT-NUMERO    PIC 9(05).

      *    CONTAGEM POR TURMA, EM ORDEM DE CODIGO
       01 WS-QTD-TURMAS          PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-TURMA           PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-TURMA-ACHADA    PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-MOVE            PIC 9(03)    VALUE ZEROS.
       01 WS-TURMA-PROCURADA     PIC X(05)    VALUE SPACES.
       01 WS-TABELA-TURMAS.
           03 WS-TAB-TURMA OCCURS 100 TIMES.
              05 WS-TAB-CODIGO       PIC X(05).
              05 WS-TAB-ATIVOS-HOJE  PIC 9(04).
              05 WS-TAB-ENT-TRANSF   PIC 9(04).
              05 WS-TAB-ENT-REMAN    PIC 9(04).
              05 WS-TAB-SAI-TRANSF   PIC 9(04).
              05 WS-TAB-SAI-DESIST   PIC 9(04).
              05 WS-TAB-SAI-REMAN    PIC 9(04).
              05 WS-TAB-ENT-DEPOIS   PIC 9(04).
              05 WS-TAB-SAI-DEPOIS   PIC 9(04).

       01 WS-QTD-INICIO          PIC S9(05)   VALUE ZEROS.
       01 WS-QTD-FINAL           PIC S9(05)   VALUE ZEROS.
       01 WS-QTD-ENTRADAS        PIC 9(05)    VALUE ZEROS.
       01 WS-QTD-SAIDAS          PIC 9(05)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-MOVIMENTOS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-MOV-MES        PIC 9(05)    VALUE ZEROS.
       01 WS-TOTAL-INICIO        PIC S9(05)   VALUE ZEROS.
       01 WS-TOTAL-FINAL         PIC S9(05)   VALUE ZEROS.
       01 WS-TOTAL-ENTRADAS      PIC 9(05)    VALUE ZEROS.
       01 WS-TOTAL-SAIDAS        PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-CORRENTE.
           03 WS-DC-ANO          PIC 9(04).
           03 WS-DC-MES          PIC 9(02).
           03 WS-DC-DIA          PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(84)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(43)
              VALUE "MOVIMENTACAO DE MATRICULA - MES DE REFERENC".
           03 FILLER             PIC X(04)    VALUE "IA ".
           03 WS-CAB-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-CAB-ANO         PIC 9(04).

       01 WS-TITULO-CORRENTE     PIC X(132)   VALUE SPACES.

       01 WS-LINHA-TITULO-TURMA.
           03 FILLER             PIC X(08)    VALUE "TURMA".
           03 FILLER             PIC X(10)    VALUE "    INICIO".
           03 FILLER             PIC X(12)    VALUE "  ENT.TRANSF".
           03 FILLER             PIC X(12)    VALUE "   ENT.REMAN".
           03 FILLER             PIC X(12)    VALUE "  SAI.TRANSF".
           03 FILLER             PIC X(12)    VALUE "  SAI.DESIST".
           03 FILLER             PIC X(12)    VALUE "   SAI.REMAN".
           03 FILLER             PIC X(10)    VALUE "     FINAL".

       01 WS-LINHA-TITULO-MOV.
           03 FILLER             PIC X(12)    VALUE "DATA".
           03 FILLER             PIC X(26)    VALUE "MOVIMENTO".
           03 FILLER             PIC X(07)    VALUE "ALUNO".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(08)    VALUE "ORIGEM".
           03 FILLER             PIC X(08)    VALUE "DESTINO".
           03 FILLER             PIC X(31)    VALUE "OUTRA ESCOLA".
           03 FILLER             PIC X(08)    VALUE "OPERADOR".

       01 WS-LINHA-SECAO.
           03 WS-SEC-TEXTO       PIC X(60).

       01 WS-LINHA-TURMA.
           03 WS-LT-TURMA        PIC X(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LT-INICIO       PIC -ZZZZ9.
           03 FILLER             PIC X(08)    VALUE SPACES.
           03 WS-LT-ENT-TRANSF   PIC ZZZ9.
           03 FILLER             PIC X(08)    VALUE SPACES.
           03 WS-LT-ENT-REMAN    PIC ZZZ9.
           03 FILLER             PIC X(08)    VALUE SPACES.
           03 WS-LT-SAI-TRANSF   PIC ZZZ9.
           03 FILLER             PIC X(08)    VALUE SPACES.
           03 WS-LT-SAI-DESIST   PIC ZZZ9.
           03 FILLER             PIC X(08)    VALUE SPACES.
           03 WS-LT-SAI-REMAN    PIC ZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 WS-LT-FINAL        PIC -ZZZZ9.

       01 WS-LINHA-DETALHE.
           03 WS-DET-DATA        PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-MOVIMENTO   PIC X(24).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-ALUNO       PIC 9(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-ORIGEM      PIC X(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-DESTINO     PIC X(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-ESCOLA      PIC X(30).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-OPERADOR    PIC X(08).

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(26)
              VALUE "ALUNOS NO INICIO DO MES..:".
           03 WS-TOT-INICIO      PIC -ZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "ENTRADAS NO MES..........:".
           03 WS-TOT-ENTRADAS    PIC ZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "SAIDAS NO MES............:".
           03 WS-TOT-SAIDAS      PIC ZZZZ9.

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(26)
              VALUE "ALUNOS NO FIM DO MES.....:".
           03 WS-TOT-FINAL       PIC -ZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "MOVIMENTOS NO MES........:".
           03 WS-TOT-MOV-MES     PIC ZZZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-CONT-LINHAS WS-CONT-PAGINA
                         WS-CONT-MOVIMENTOS WS-CONT-MOV-MES
                         WS-QTD-ATIVOS WS-QTD-TURMAS
                         WS-TOTAL-INICIO WS-TOTAL-FINAL
                         WS-TOTAL-ENTRADAS WS-TOTAL-SAIDAS

           DISPLAY 'RELATORIO MENSAL DE MOVIMENTACAO - INICIO'

           MOVE "N" TO WS-MES-VALIDO-SW
           PERFORM P100-DIGITA-MES UNTIL WS-MES-EH-VALIDO

           PERFORM P200-CONTA-ATIVOS THRU P200-CONTA-ATIVOS-FIM

           PERFORM P300-ACUMULA-MOVIMENTOS
               THRU P300-ACUMULA-MOVIMENTOS-FIM

           IF WS-QTD-TURMAS = ZEROS THEN
               DISPLAY 'NENHUMA TURMA NO CADASTRO MESTRE NEM NA '
                       'MOVIMENTACAO - RELATORIO NAO EMITIDO'
               GOBACK
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           MOVE WS-MR-MES TO WS-CAB-MES
           MOVE WS-MR-ANO TO WS-CAB-ANO

           MOVE WS-LINHA-TITULO-TURMA TO WS-TITULO-CORRENTE
           MOVE 'RESUMO POR TURMA' TO WS-SEC-TEXTO
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           MOVE 1 TO WS-IDX-TURMA
           PERFORM P500-IMPRIME-TURMA THRU P500-IMPRIME-TURMA-FIM
               UNTIL WS-IDX-TURMA > WS-QTD-TURMAS

           MOVE WS-LINHA-TITULO-MOV TO WS-TITULO-CORRENTE
           MOVE 'MOVIMENTOS DO MES' TO WS-SEC-TEXTO
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           PERFORM P550-LISTA-MOVIMENTOS THRU P550-LISTA-MOVIMENTOS-FIM

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           DISPLAY 'RELATORIO GRAVADO EM MOVIMENT.REL - '
                   WS-CONT-MOV-MES ' MOVIMENTOS NO MES'

           DISPLAY 'RELATORIO MENSAL DE MOVIMENTACAO - FIM'
           GOBACK.

       P100-DIGITA-MES.
           DISPLAY 'INFORME O MES DO RELATORIO (MM/AAAA): '
           MOVE SPACES TO WS-MES-DIGITADO
           ACCEPT WS-MES-DIGITADO

           IF WS-MD-MES IS NUMERIC
              AND WS-MD-BARRA = "/"
              AND WS-MD-ANO IS NUMERIC THEN
               MOVE WS-MD-MES TO WS-MR-MES
               MOVE WS-MD-ANO TO WS-MR-ANO
               IF WS-MR-MES >= 1 AND WS-MR-MES <= 12 THEN
                   MOVE "S" TO WS-MES-VALIDO-SW
               ELSE
                   DISPLAY 'MES INVALIDO - DIGITE DE 01 A 12'
               END-IF
           ELSE
               DISPLAY 'FORMATO INVALIDO - DIGITE MM/AAAA, EX: 10/2026'
           END-IF.
       P100-DIGITA-MES-FIM.

       P200-CONTA-ATIVOS.
           MOVE "N" TO WS-FIM-MESTRE.

           OPEN INPUT WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'AVISO: CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - NENHUM ALUNO ATIVO HOJE'
               GO TO P200-CONTA-ATIVOS-FIM
           END-IF.

           PERFORM P210-LE-MESTRE THRU P210-LE-MESTRE-FIM.
           PERFORM P220-CONTA-ALUNO THRU P220-CONTA-ALUNO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.
       P200-CONTA-ATIVOS-FIM.

       P210-LE-MESTRE.
           READ WS-MESTRE-FILE
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P210-LE-MESTRE-FIM.

       P220-CONTA-ALUNO.
           IF CPALUNO-INATIVO THEN
               GO TO P220-CONTA-ALUNO-LE
           END-IF.

           MOVE "N" TO WS-ATIVO-ACHADO-SW.
           MOVE 1   TO WS-IDX-ATIVO.
           PERFORM P230-PROCURA-ATIVO THRU P230-PROCURA-ATIVO-FIM
               UNTIL WS-IDX-ATIVO > WS-QTD-ATIVOS
                  OR WS-ATIVO-ACHADO.

           IF WS-ATIVO-ACHADO THEN
               GO TO P220-CONTA-ALUNO-LE
           END-IF.

           IF WS-QTD-ATIVOS = 3000 THEN
               DISPLAY 'AVISO: MAIS DE 3000 ALUNOS ATIVOS - ALUNO '
                       CPALUNO-NUMERO ' DA TURMA ' CPALUNO-TURMA
                       ' NAO CONTADO'
               GO TO P220-CONTA-ALUNO-LE
           END-IF.

           ADD 1 TO WS-QTD-ATIVOS.
           MOVE CPALUNO-TURMA  TO WS-TAB-AT-TURMA(WS-QTD-ATIVOS).
           MOVE CPALUNO-NUMERO TO WS-TAB-AT-NUMERO(WS-QTD-ATIVOS).

           MOVE CPALUNO-TURMA TO WS-TURMA-PROCURADA.
           PERFORM P400-ACHA-TURMA THRU P400-ACHA-TURMA-FIM.
           IF WS-IDX-TURMA-ACHADA > ZEROS THEN
               ADD 1 TO WS-TAB-ATIVOS-HOJE(WS-IDX-TURMA-ACHADA)
           END-IF.

       P220-CONTA-ALUNO-LE.
           PERFORM P210-LE-MESTRE THRU P210-LE-MESTRE-FIM.
       P220-CONTA-ALUNO-FIM.

       P230-PROCURA-ATIVO.
           IF WS-TAB-AT-TURMA(WS-IDX-ATIVO) = CPALUNO-TURMA
              AND WS-TAB-AT-NUMERO(WS-IDX-ATIVO) = CPALUNO-NUMERO THEN
               MOVE "S" TO WS-ATIVO-ACHADO-SW
           END-IF.
           ADD 1 TO WS-IDX-ATIVO.
       P230-PROCURA-ATIVO-FIM.

       P300-ACUMULA-MOVIMENTOS.
           MOVE "N" TO WS-FIM-MOVIM.

           OPEN INPUT WS-MOVIM-FILE.

           IF WS-MOVIM-NAO-EXISTE THEN
               DISPLAY 'AVISO: NENHUMA MOVIMENTACAO REGISTRADA '
                       '(MOVIMENT.DAT NAO ENCONTRADO)'
               GO TO P300-ACUMULA-MOVIMENTOS-FIM
           END-IF.

           PERFORM P310-LE-MOVIMENTO THRU P310-LE-MOVIMENTO-FIM.
           PERFORM P320-CONTA-MOVIMENTO THRU P320-CONTA-MOVIMENTO-FIM
               UNTIL WS-FIM-MOVIM-SIM.

           CLOSE WS-MOVIM-FILE.
       P300-ACUMULA-MOVIMENTOS-FIM.

       P310-LE-MOVIMENTO.
           READ WS-MOVIM-FILE
               AT END
                   MOVE "S" TO WS-FIM-MOVIM
           END-READ.
       P310-LE-MOVIMENTO-FIM.

      *    MOVIMENTO ANTERIOR AO MES JA ESTA NO INICIO DO MES E NAO
      *    CONTA; O POSTERIOR SO SERVE PARA VOLTAR DE HOJE AO FIM DO MES
       P320-CONTA-MOVIMENTO.
           ADD 1 TO WS-CONT-MOVIMENTOS.

           IF NOT CPMOV-TIPO-VALIDO THEN
               GO TO P320-CONTA-MOVIMENTO-LE
           END-IF.

           PERFORM P330-CLASSIFICA-EPOCA THRU P330-CLASSIFICA-EPOCA-FIM.

           IF WS-MOVIMENTO-ANTES THEN
               GO TO P320-CONTA-MOVIMENTO-LE
           END-IF.

           IF CPMOV-SAIDA-DA-TURMA THEN
               MOVE CPMOV-TURMA-ORIGEM TO WS-TURMA-PROCURADA
               PERFORM P400-ACHA-TURMA THRU P400-ACHA-TURMA-FIM
               IF WS-IDX-TURMA-ACHADA > ZEROS THEN
                   PERFORM P340-CONTA-SAIDA THRU P340-CONTA-SAIDA-FIM
               END-IF
           END-IF.

           IF CPMOV-ENTRADA-NA-TURMA THEN
               MOVE CPMOV-TURMA-DESTINO TO WS-TURMA-PROCURADA
               PERFORM P400-ACHA-TURMA THRU P400-ACHA-TURMA-FIM
               IF WS-IDX-TURMA-ACHADA > ZEROS THEN
                   PERFORM P350-CONTA-ENTRADA
                       THRU P350-CONTA-ENTRADA-FIM
               END-IF
           END-IF.

       P320-CONTA-MOVIMENTO-LE.
           PERFORM P310-LE-MOVIMENTO THRU P310-LE-MOVIMENTO-FIM.
       P320-CONTA-MOVIMENTO-FIM.

       P330-CLASSIFICA-EPOCA.
           MOVE CPMOV-DATA-EFETIVA TO WS-DATA-AAAAMMDD.
           EVALUATE TRUE
               WHEN WS-DT-ANOMES = WS-MES-RELATORIO-X
                   MOVE "M" TO WS-EPOCA-MOVIMENTO
               WHEN WS-DT-ANOMES > WS-MES-RELATORIO-X
                   MOVE "D" TO WS-EPOCA-MOVIMENTO
               WHEN OTHER
                   MOVE "A" TO WS-EPOCA-MOVIMENTO
           END-EVALUATE.
       P330-CLASSIFICA-EPOCA-FIM.

       P340-CONTA-SAIDA.
           IF WS-MOVIMENTO-DEPOIS THEN
               ADD 1 TO WS-TAB-SAI-DEPOIS(WS-IDX-TURMA-ACHADA)
               GO TO P340-CONTA-SAIDA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN CPMOV-TRANSF-SAIDA
                   ADD 1 TO WS-TAB-SAI-TRANSF(WS-IDX-TURMA-ACHADA)
               WHEN CPMOV-DESISTENCIA
                   ADD 1 TO WS-TAB-SAI-DESIST(WS-IDX-TURMA-ACHADA)
               WHEN CPMOV-REMANEJAMENTO
                   ADD 1 TO WS-TAB-SAI-REMAN(WS-IDX-TURMA-ACHADA)
           END-EVALUATE.
       P340-CONTA-SAIDA-FIM.

       P350-CONTA-ENTRADA.
           IF WS-MOVIMENTO-DEPOIS THEN
               ADD 1 TO WS-TAB-ENT-DEPOIS(WS-IDX-TURMA-ACHADA)
               GO TO P350-CONTA-ENTRADA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN CPMOV-TRANSF-ENTRADA
                   ADD 1 TO WS-TAB-ENT-TRANSF(WS-IDX-TURMA-ACHADA)
               WHEN CPMOV-REMANEJAMENTO
                   ADD 1 TO WS-TAB-ENT-REMAN(WS-IDX-TURMA-ACHADA)
           END-EVALUATE.
       P350-CONTA-ENTRADA-FIM.

      *    PROCURA WS-TURMA-PROCURADA NA TABELA DE TURMAS E, SE FOR
      *    NOVA, ENCAIXA NA ORDEM DO CODIGO
       P400-ACHA-TURMA.
           MOVE ZEROS TO WS-IDX-TURMA-ACHADA.
           MOVE 1     TO WS-IDX-TURMA.
           PERFORM P410-COMPARA-TURMA THRU P410-COMPARA-TURMA-FIM
               UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                  OR WS-IDX-TURMA-ACHADA > ZEROS
                  OR WS-TAB-CODIGO(WS-IDX-TURMA) > WS-TURMA-PROCURADA.

           IF WS-IDX-TURMA-ACHADA > ZEROS THEN
               GO TO P400-ACHA-TURMA-FIM
           END-IF.

           IF WS-QTD-TURMAS = 100 THEN
               DISPLAY 'AVISO: MAIS DE 100 TURMAS - TURMA '
                       WS-TURMA-PROCURADA ' FORA DO RELATORIO'
               GO TO P400-ACHA-TURMA-FIM
           END-IF.

           MOVE WS-QTD-TURMAS TO WS-IDX-MOVE.
           PERFORM P420-DESCE-TURMA THRU P420-DESCE-TURMA-FIM
               UNTIL WS-IDX-MOVE < WS-IDX-TURMA.

           ADD 1 TO WS-QTD-TURMAS.
           MOVE WS-IDX-TURMA TO WS-IDX-TURMA-ACHADA.
           MOVE WS-TURMA-PROCURADA
             TO WS-TAB-CODIGO(WS-IDX-TURMA-ACHADA).
           MOVE ZEROS TO WS-TAB-ATIVOS-HOJE(WS-IDX-TURMA-ACHADA)
                         WS-TAB-ENT-TRANSF(WS-IDX-TURMA-ACHADA)
                         WS-TAB-ENT-REMAN(WS-IDX-TURMA-ACHADA)
                         WS-TAB-SAI-TRANSF(WS-IDX-TURMA-ACHADA)
                         WS-TAB-SAI-DESIST(WS-IDX-TURMA-ACHADA)
                         WS-TAB-SAI-REMAN(WS-IDX-TURMA-ACHADA)
                         WS-TAB-ENT-DEPOIS(WS-IDX-TURMA-ACHADA)
                         WS-TAB-SAI-DEPOIS(WS-IDX-TURMA-ACHADA).
       P400-ACHA-TURMA-FIM.

       P410-COMPARA-TURMA.
           IF WS-TAB-CODIGO(WS-IDX-TURMA) = WS-TURMA-PROCURADA THEN
               MOVE WS-IDX-TURMA TO WS-IDX-TURMA-ACHADA
           ELSE
               ADD 1 TO WS-IDX-TURMA
           END-IF.
       P410-COMPARA-TURMA-FIM.

       P420-DESCE-TURMA.
           IF WS-IDX-MOVE > ZEROS THEN
               MOVE WS-TAB-TURMA(WS-IDX-MOVE)
                 TO WS-TAB-TURMA(WS-IDX-MOVE + 1)
           END-IF.
           SUBTRACT 1 FROM WS-IDX-MOVE.
       P420-DESCE-TURMA-FIM.

       P500-IMPRIME-TURMA.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           COMPUTE WS-QTD-ENTRADAS =
                   WS-TAB-ENT-TRANSF(WS-IDX-TURMA)
                 + WS-TAB-ENT-REMAN(WS-IDX-TURMA).
           COMPUTE WS-QTD-SAIDAS =
                   WS-TAB-SAI-TRANSF(WS-IDX-TURMA)
                 + WS-TAB-SAI-DESIST(WS-IDX-TURMA)
                 + WS-TAB-SAI-REMAN(WS-IDX-TURMA).
           COMPUTE WS-QTD-FINAL =
                   WS-TAB-ATIVOS-HOJE(WS-IDX-TURMA)
                 - WS-TAB-ENT-DEPOIS(WS-IDX-TURMA)
                 + WS-TAB-SAI-DEPOIS(WS-IDX-TURMA).
           COMPUTE WS-QTD-INICIO =
                   WS-QTD-FINAL - WS-QTD-ENTRADAS + WS-QTD-SAIDAS.

           MOVE SPACES TO WS-LINHA-TURMA.
           MOVE WS-TAB-CODIGO(WS-IDX-TURMA)     TO WS-LT-TURMA.
           MOVE WS-QTD-INICIO                   TO WS-LT-INICIO.
           MOVE WS-TAB-ENT-TRANSF(WS-IDX-TURMA) TO WS-LT-ENT-TRANSF.
           MOVE WS-TAB-ENT-REMAN(WS-IDX-TURMA)  TO WS-LT-ENT-REMAN.
           MOVE WS-TAB-SAI-TRANSF(WS-IDX-TURMA) TO WS-LT-SAI-TRANSF.
           MOVE WS-TAB-SAI-DESIST(WS-IDX-TURMA) TO WS-LT-SAI-DESIST.
           MOVE WS-TAB-SAI-REMAN(WS-IDX-TURMA)  TO WS-LT-SAI-REMAN.
           MOVE WS-QTD-FINAL                    TO WS-LT-FINAL.

           MOVE WS-LINHA-TURMA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           ADD WS-QTD-INICIO   TO WS-TOTAL-INICIO.
           ADD WS-QTD-FINAL    TO WS-TOTAL-FINAL.
           ADD WS-QTD-ENTRADAS TO WS-TOTAL-ENTRADAS.
           ADD WS-QTD-SAIDAS   TO WS-TOTAL-SAIDAS.

           ADD 1 TO WS-IDX-TURMA.
       P500-IMPRIME-TURMA-FIM.

       P550-LISTA-MOVIMENTOS.
           MOVE "N" TO WS-FIM-MOVIM.

           OPEN INPUT WS-MOVIM-FILE.

           IF WS-MOVIM-NAO-EXISTE THEN
               GO TO P550-LISTA-MOVIMENTOS-FIM
           END-IF.

           PERFORM P310-LE-MOVIMENTO THRU P310-LE-MOVIMENTO-FIM.
           PERFORM P560-IMPRIME-MOVIMENTO
               THRU P560-IMPRIME-MOVIMENTO-FIM
               UNTIL WS-FIM-MOVIM-SIM.

           CLOSE WS-MOVIM-FILE.
       P550-LISTA-MOVIMENTOS-FIM.

       P560-IMPRIME-MOVIMENTO.
           PERFORM P330-CLASSIFICA-EPOCA THRU P330-CLASSIFICA-EPOCA-FIM.

           IF NOT WS-MOVIMENTO-NO-MES OR NOT CPMOV-TIPO-VALIDO THEN
               GO TO P560-IMPRIME-MOVIMENTO-LE
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           ADD 1 TO WS-CONT-MOV-MES.

           MOVE SPACES TO WS-LINHA-DETALHE.
           PERFORM P850-EDITA-DATA THRU P850-EDITA-DATA-FIM.
           MOVE WS-DATA-EDITADA     TO WS-DET-DATA.
           EVALUATE TRUE
               WHEN CPMOV-TRANSF-ENTRADA
                   MOVE 'TRANSFERENCIA DE ENTRADA' TO WS-DET-MOVIMENTO
               WHEN CPMOV-TRANSF-SAIDA
                   MOVE 'TRANSFERENCIA DE SAIDA'   TO WS-DET-MOVIMENTO
               WHEN CPMOV-DESISTENCIA
                   MOVE 'DESISTENCIA'              TO WS-DET-MOVIMENTO
               WHEN CPMOV-REMANEJAMENTO
                   MOVE 'REMANEJAMENTO DE TURMA'   TO WS-DET-MOVIMENTO
           END-EVALUATE.
           MOVE CPMOV-NUMERO-ALUNO  TO WS-DET-ALUNO.
           MOVE CPMOV-NOME-ALUNO    TO WS-DET-NOME.
           MOVE CPMOV-TURMA-ORIGEM  TO WS-DET-ORIGEM.
           MOVE CPMOV-TURMA-DESTINO TO WS-DET-DESTINO.
           MOVE CPMOV-OUTRA-ESCOLA  TO WS-DET-ESCOLA.
           MOVE CPMOV-OPERADOR      TO WS-DET-OPERADOR.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       P560-IMPRIME-MOVIMENTO-LE.
           PERFORM P310-LE-MOVIMENTO THRU P310-LE-MOVIMENTO-FIM.
       P560-IMPRIME-MOVIMENTO-FIM.

       P600-IMPRIME-RODAPE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-TOTAL-INICIO   TO WS-TOT-INICIO.
           MOVE WS-TOTAL-ENTRADAS TO WS-TOT-ENTRADAS.
           MOVE WS-TOTAL-SAIDAS   TO WS-TOT-SAIDAS.
           MOVE WS-TOTAL-FINAL    TO WS-TOT-FINAL.
           MOVE WS-CONT-MOV-MES   TO WS-TOT-MOV-MES.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-DATA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P600-IMPRIME-RODAPE-FIM.

       P800-NOVA-PAGINA.
           ADD 1 TO WS-CONT-PAGINA.
           MOVE WS-CONT-PAGINA TO WS-CAB-PAGINA.

           IF WS-CONT-PAGINA > 1 THEN
               MOVE SPACES TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE WS-LINHA-CABEC-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CABEC-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-SECAO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-TITULO-CORRENTE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ZEROS TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.

       P850-EDITA-DATA.
           MOVE WS-DP-DIA TO WS-DE-DIA.
           MOVE WS-DP-MES TO WS-DE-MES.
           MOVE WS-DP-ANO TO WS-DE-ANO.
       P850-EDITA-DATA-FIM.
       END PROGRAM PGEXE048.
