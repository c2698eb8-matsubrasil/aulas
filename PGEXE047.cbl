       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE047.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. MOVIMENTACAO DE
      *                               MATRICULA: REGISTRA EM
      *                               MOVIMENT.DAT (LAYOUT CPMOVIM) A
      *                               TRANSFERENCIA DE ENTRADA, A
      *                               TRANSFERENCIA DE SAIDA, A
      *                               DESISTENCIA E O REMANEJAMENTO DE
      *                               TURMA, COM A DATA EFETIVA
      *                               CONFERIDA PELO PGVALDT (DATA
      *                               FUTURA E RECUSADA). NA SAIDA, NA
      *                               DESISTENCIA E NO REMANEJAMENTO
      *                               TODOS OS REGISTROS DO ALUNO NA
      *                               TURMA DE ORIGEM PASSAM A
      *                               TRANSFERIDO, DESISTENTE OU
      *                               REMANEJADO, COM JORNAL; A
      *                               DISCIPLINA SEM CONSOLIDADO GANHA
      *                               O BIMESTRE 9 COM AS MEDIAS ATE A
      *                               SAIDA, PARA O CENSO E O
      *                               HISTORICO. NA ENTRADA E NO
      *                               REMANEJAMENTO A INCLUSAO NA TURMA
      *                               NOVA CONTINUA PELA MANUTENCAO DA
      *                               TURMA (PGEXE007). ANTES O ALUNO
      *                               QUE SAIA NO MEIO DO ANO SEGUIA
      *                               COMO ATIVO NAS ESTATISTICAS, NA
      *                               CLASSIFICACAO, NAS CARTAS E NA
      *                               APURACAO DE FALTAS.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      NA ENTRADA E NO REMANEJAMENTO OS
      *                               BIMESTRES JA FECHADOS (ULTIMA
      *                               JANELA DO JANELAS.DAT ENCERRADA)
      *                               GANHAM AQUI OS REGISTROS NA TURMA
      *                               DE DESTINO, COM JORNAL: NO
      *                               REMANEJAMENTO SAO COPIADOS OS DA
      *                               ORIGEM, ANTES DA BAIXA; DISCIPLINA
      *                               SEM REGISTRO GANHA O BIMESTRE EM
      *                               BRANCO COM A SITUACAO
      *                               TRANSF-ENTRADA, PARA AS NOTAS DA
      *                               ESCOLA DE ORIGEM ENTRAREM POR
      *                               PEDIDO DE ALTERACAO (PGEXE040).
      *                               ANTES O ALUNO CHEGADO NO MEIO DO
      *                               ANO NUNCA TINHA ESSES BIMESTRES,
      *                               POIS A MANUTENCAO DA TURMA RECUSA
      *                               JANELA FECHADA, E FICAVA PENDENTE
      *                               NA CONSOLIDACAO ANUAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MOVIM-FILE   ASSIGN TO "MOVIMENT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-MOVIM-STATUS.

           SELECT WS-JANELAS-FILE ASSIGN TO "JANELAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JANELAS-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MOVIM-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MOVIM-REGISTRO.
           COPY CPMOVIM.

       FD  WS-JANELAS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-JANELAS-REGISTRO.
           03 WS-JAN-BIMESTRE     PIC 9(01).
           03 WS-JAN-SEP1         PIC X(02).
           03 WS-JAN-ABERTURA     PIC X(10).
           03 WS-JAN-SEP2         PIC X(02).
           03 WS-JAN-FECHAMENTO   PIC X(10).
           03 WS-JAN-SEP3         PIC X(02).
           03 WS-JAN-DESCRICAO    PIC X(30).

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-EFETIVA==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-JANELA==.
       77 WS-DATA-VALIDA-SW   PIC X(01) VALUE "N".
          88 WS-DATA-EH-VALIDA      VALUE "S".

       01 WS-MOVIM-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-MOVIM-OK             VALUE "00".
           88 WS-MOVIM-NAO-EXISTE     VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
           88 WS-MESTRE-DUPLICADO     VALUE "22".
       01 WS-JANELAS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-JANELAS-OK           VALUE "00".

       01 WS-FIM-MOVIM           PIC X(01)    VALUE "N".
           88 WS-FIM-MOVIM-SIM        VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-JANELAS         PIC X(01)    VALUE "N".
           88 WS-FIM-JANELAS-SIM      VALUE "S".

       01 WS-OPCAO-MOVIM         PIC X(01)    VALUE SPACES.
           88 WS-MOVIM-REGISTRAR      VALUE "1".
           88 WS-MOVIM-CONSULTAR      VALUE "2".
           88 WS-MOVIM-SAIR           VALUE "0".

       01 WS-TIPO-MOVIMENTO      PIC X(01)    VALUE SPACES.
           88 WS-TIPO-ENTRADA         VALUE "E".
           88 WS-TIPO-SAIDA           VALUE "S".
           88 WS-TIPO-DESISTENCIA     VALUE "D".
           88 WS-TIPO-REMANEJAMENTO   VALUE "R".
           88 WS-TIPO-VALIDO          VALUE "E" "S" "D" "R".
           88 WS-TIPO-SAI-DA-TURMA    VALUE "S" "D" "R".
           88 WS-TIPO-ENTRA-NA-TURMA  VALUE "E" "R".
       01 WS-DESCRICAO-TIPO      PIC X(25)    VALUE SPACES.
       01 WS-SITUACAO-SAIDA      PIC X(15)    VALUE SPACES.

       01 WS-NUMERO-ALUNO        PIC 9(05)    VALUE ZEROS.
       01 WS-NUMERO-DIGITADO     PIC X(05)    VALUE SPACES.
       01 WS-NUMERO-VALIDO-SW    PIC X(01)    VALUE "N".
           88 WS-NUMERO-EH-VALIDO     VALUE "S".
       01 WS-NOME-ALUNO          PIC X(30)    VALUE SPACES.
       01 WS-OUTRA-ESCOLA        PIC X(30)    VALUE SPACES.

       01 WS-TURMA-ORIGEM        PIC X(05)    VALUE SPACES.
       01 WS-TURMA-DESTINO       PIC X(05)    VALUE SPACES.
       01 WS-TURMA-PROCURADA     PIC X(05)    VALUE SPACES.
       01 WS-TURMA-DIGITADA      PIC X(05)    VALUE SPACES.

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R  REDEFINES  WS-DATA-YYYYMMDD.
           03 WS-YMD-AA           PIC 9(04).
           03 WS-YMD-MM           PIC 9(02).
           03 WS-YMD-DD           PIC 9(02).

      *    REGISTROS DO ALUNO ACHADOS NA TURMA PROCURADA
       01 WS-CONT-ATIVOS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-INATIVOS       PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-REGRAVADOS     PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-CONSOLIDADOS   PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-LISTADOS       PIC 9(05)    VALUE ZEROS.

      *    DISCIPLINAS DO ALUNO NA TURMA DE ORIGEM, PARA GRAVAR O
      *    BIMESTRE 9 DA DISCIPLINA QUE AINDA NAO FOI CONSOLIDADA
       01 WS-QTD-DISC            PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-DISC            PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-DISC-ACHADA     PIC 9(02)    VALUE ZEROS.
       01 WS-TABELA-DISC.
           03 WS-TAB-DISC OCCURS 30 TIMES.
              05 WS-TAB-DISCIPLINA   PIC X(05).
              05 WS-TAB-TEM-B9       PIC X(01).
                 88 WS-TAB-CONSOLIDADA      VALUE "S".
              05 WS-TAB-NOME         PIC X(30).
              05 WS-TAB-MATRICULA    PIC X(10).
              05 WS-TAB-MEDIA-BIM    PIC 9(02)V99 OCCURS 4 TIMES.
              05 WS-TAB-MEDIA        PIC 9(02)V99.
              05 WS-TAB-CONCEITO     PIC X(01).
              05 WS-TAB-FREQUENCIA   PIC 9(03).

      *    BIMESTRES (1 A 4) CUJA ULTIMA JANELA DE LANCAMENTO JA
      *    FECHOU: A MANUTENCAO DA TURMA NAO INCLUI MAIS O ALUNO NELES
       01 WS-QTD-BIM-FECHADOS    PIC 9(01)    VALUE ZEROS.
       01 WS-IDX-BIM             PIC 9(01)    VALUE ZEROS.
       01 WS-FECHA-AAAAMMDD      PIC 9(08)    VALUE ZEROS.
       01 WS-TABELA-BIMESTRES.
           03 WS-TAB-BIMESTRE OCCURS 4 TIMES.
              05 WS-BIM-FECHAMENTO   PIC 9(08).
              05 WS-BIM-FECHADO-SW   PIC X(01).
                 88 WS-BIM-FECHADO          VALUE "S".

      *    DISCIPLINAS DA TURMA DE DESTINO, PELOS REGISTROS DOS COLEGAS
       01 WS-QTD-DISC-DEST       PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-DISC-DEST       PIC 9(02)    VALUE ZEROS.
       01 WS-DISC-DEST-SW        PIC X(01)    VALUE "N".
           88 WS-DISC-DEST-ACHADA     VALUE "S".
       01 WS-TABELA-DISC-DEST.
           03 WS-TAB-DISC-DEST       PIC X(05) OCCURS 30 TIMES.

      *    REGISTROS DOS BIMESTRES FECHADOS DO ALUNO NA TURMA DE ORIGEM,
      *    COPIADOS PARA A DE DESTINO NO REMANEJAMENTO
       01 WS-QTD-COPIA           PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-COPIA           PIC 9(03)    VALUE ZEROS.
       01 WS-COPIADO-SW          PIC X(01)    VALUE "N".
           88 WS-JA-COPIADO           VALUE "S".
       01 WS-TABELA-COPIA.
           03 WS-TAB-COPIA OCCURS 120 TIMES.
              05 WS-CPY-DISCIPLINA   PIC X(05).
              05 WS-CPY-BIMESTRE     PIC 9(01).
              05 WS-CPY-REGISTRO     PIC X(111).

       01 WS-CONT-COPIADOS       PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-EM-BRANCO      PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-JA-EXISTEM     PIC 9(03)    VALUE ZEROS.

       01 WS-JRN-OPERACAO        PIC X(07)    VALUE SPACES.
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE047".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.
       01 WS-DATA-MOSTRA         PIC X(10)    VALUE SPACES.

       01 WS-DATA-CORRENTE.
           03 WS-DC-DATA         PIC 9(08).
           03 WS-DC-HORA         PIC 9(06).
           03 FILLER             PIC X(07).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-MOVIM

           DISPLAY 'MOVIMENTACAO DE MATRICULA'

           PERFORM P200-MENU-MOVIMENTO THRU P200-MENU-MOVIMENTO-FIM
               UNTIL WS-MOVIM-SAIR

           GOBACK.

       P200-MENU-MOVIMENTO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY '1 - REGISTRAR MOVIMENTACAO'
           DISPLAY '2 - CONSULTAR AS MOVIMENTACOES DE UM ALUNO'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-MOVIM

           EVALUATE TRUE
               WHEN WS-MOVIM-REGISTRAR
                   PERFORM P400-REGISTRA-MOVIMENTO
                       THRU P400-REGISTRA-MOVIMENTO-FIM
               WHEN WS-MOVIM-CONSULTAR
                   PERFORM P300-CONSULTA-ALUNO
                       THRU P300-CONSULTA-ALUNO-FIM
               WHEN WS-MOVIM-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-MOVIMENTO-FIM.

       P300-CONSULTA-ALUNO.
           PERFORM P410-INFORMA-NUMERO THRU P410-INFORMA-NUMERO-FIM.

           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE "N"   TO WS-FIM-MOVIM.

           OPEN INPUT WS-MOVIM-FILE.

           IF WS-MOVIM-NAO-EXISTE THEN
               DISPLAY 'NENHUMA MOVIMENTACAO REGISTRADA (MOVIMENT.DAT '
                       'NAO ENCONTRADO)'
               GO TO P300-CONSULTA-ALUNO-FIM
           END-IF.

           PERFORM P310-LE-MOVIMENTO THRU P310-LE-MOVIMENTO-FIM.
           PERFORM P320-MOSTRA-MOVIMENTO THRU P320-MOSTRA-MOVIMENTO-FIM
               UNTIL WS-FIM-MOVIM-SIM.

           CLOSE WS-MOVIM-FILE.

           IF WS-CONT-LISTADOS = ZEROS THEN
               DISPLAY 'NENHUMA MOVIMENTACAO DO ALUNO '
                       WS-NUMERO-ALUNO
           END-IF.
       P300-CONSULTA-ALUNO-FIM.

       P310-LE-MOVIMENTO.
           READ WS-MOVIM-FILE
               AT END
                   MOVE "S" TO WS-FIM-MOVIM
           END-READ.
       P310-LE-MOVIMENTO-FIM.

       P320-MOSTRA-MOVIMENTO.
           IF CPMOV-NUMERO-ALUNO = WS-NUMERO-ALUNO THEN
               ADD 1 TO WS-CONT-LISTADOS
               MOVE CPMOV-TIPO TO WS-TIPO-MOVIMENTO
               PERFORM P470-DESCREVE-TIPO THRU P470-DESCREVE-TIPO-FIM
               MOVE SPACES TO WS-DATA-MOSTRA
               STRING CPMOV-EFETIVA-DD DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      CPMOV-EFETIVA-MM DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      CPMOV-EFETIVA-AA DELIMITED BY SIZE
                      INTO WS-DATA-MOSTRA
               DISPLAY WS-DATA-MOSTRA ' '
                       WS-DESCRICAO-TIPO ' DE '
                       CPMOV-TURMA-ORIGEM ' PARA '
                       CPMOV-TURMA-DESTINO ' '
                       CPMOV-OUTRA-ESCOLA ' POR '
                       CPMOV-OPERADOR
           END-IF.
           PERFORM P310-LE-MOVIMENTO THRU P310-LE-MOVIMENTO-FIM.
       P320-MOSTRA-MOVIMENTO-FIM.

       P400-REGISTRA-MOVIMENTO.
           PERFORM P420-INFORMA-TIPO THRU P420-INFORMA-TIPO-FIM.
           PERFORM P410-INFORMA-NUMERO THRU P410-INFORMA-NUMERO-FIM.
           PERFORM P440-INFORMA-DATA THRU P440-INFORMA-DATA-FIM.

           MOVE SPACES TO WS-TURMA-ORIGEM WS-TURMA-DESTINO
                          WS-NOME-ALUNO WS-OUTRA-ESCOLA.

           OPEN I-O WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               IF WS-TIPO-SAI-DA-TURMA THEN
                   DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                           'ENCONTRADO - NAO HA ALUNO PARA SAIR'
                   GO TO P400-REGISTRA-MOVIMENTO-FIM
               END-IF
               OPEN OUTPUT WS-MESTRE-FILE
               CLOSE WS-MESTRE-FILE
               OPEN I-O WS-MESTRE-FILE
           END-IF.

      *    NA SAIDA O ALUNO PRECISA ESTAR ATIVO NA TURMA DE ORIGEM
           IF WS-TIPO-SAI-DA-TURMA THEN
               DISPLAY 'TURMA DE ORIGEM'
               PERFORM P450-INFORMA-TURMA THRU P450-INFORMA-TURMA-FIM
               MOVE WS-TURMA-DIGITADA TO WS-TURMA-ORIGEM
               MOVE WS-TURMA-ORIGEM   TO WS-TURMA-PROCURADA
               PERFORM P500-PROCURA-ALUNO THRU P500-PROCURA-ALUNO-FIM
               IF WS-CONT-ATIVOS = ZEROS THEN
                   IF WS-CONT-INATIVOS > ZEROS THEN
                       DISPLAY 'O ALUNO ' WS-NUMERO-ALUNO ' JA SAIU '
                               'DA TURMA ' WS-TURMA-ORIGEM
                               ' - MOVIMENTACAO CANCELADA'
                   ELSE
                       DISPLAY 'ALUNO ' WS-NUMERO-ALUNO ' NAO '
                               'ENCONTRADO NA TURMA ' WS-TURMA-ORIGEM
                               ' - MOVIMENTACAO CANCELADA'
                   END-IF
                   GO TO P400-REGISTRA-MOVIMENTO-CLOSE
               END-IF
               DISPLAY 'ALUNO ' WS-NUMERO-ALUNO ' - ' WS-NOME-ALUNO
           END-IF.

      *    NA ENTRADA O ALUNO NAO PODE ESTAR ATIVO NA TURMA DE DESTINO
           IF WS-TIPO-ENTRA-NA-TURMA THEN
               DISPLAY 'TURMA DE DESTINO'
               PERFORM P450-INFORMA-TURMA THRU P450-INFORMA-TURMA-FIM
               MOVE WS-TURMA-DIGITADA TO WS-TURMA-DESTINO
               IF WS-TURMA-DESTINO = WS-TURMA-ORIGEM THEN
                   DISPLAY 'A TURMA DE DESTINO E A PROPRIA TURMA DE '
                           'ORIGEM - MOVIMENTACAO CANCELADA'
                   GO TO P400-REGISTRA-MOVIMENTO-CLOSE
               END-IF
               MOVE WS-TURMA-DESTINO TO WS-TURMA-PROCURADA
               PERFORM P500-PROCURA-ALUNO THRU P500-PROCURA-ALUNO-FIM
               IF WS-CONT-ATIVOS > ZEROS THEN
                   DISPLAY 'O ALUNO ' WS-NUMERO-ALUNO ' JA ESTA '
                           'ATIVO NA TURMA ' WS-TURMA-DESTINO
                           ' - MOVIMENTACAO CANCELADA'
                   GO TO P400-REGISTRA-MOVIMENTO-CLOSE
               END-IF
           END-IF.

           IF WS-TIPO-ENTRADA THEN
               MOVE SPACES TO WS-NOME-ALUNO
               PERFORM P460-DIGITA-NOME UNTIL WS-NOME-ALUNO NOT = SPACES
           END-IF.

           IF WS-TIPO-ENTRADA OR WS-TIPO-SAIDA THEN
               MOVE SPACES TO WS-OUTRA-ESCOLA
               PERFORM P465-DIGITA-ESCOLA
                   UNTIL WS-OUTRA-ESCOLA NOT = SPACES
           END-IF.

           PERFORM P470-DESCREVE-TIPO THRU P470-DESCREVE-TIPO-FIM.

           DISPLAY '------------------------------------------------'
           DISPLAY WS-DESCRICAO-TIPO ' EM ' WS-DATA-EFETIVA
           DISPLAY 'ALUNO ' WS-NUMERO-ALUNO ' - ' WS-NOME-ALUNO
           IF WS-TURMA-ORIGEM NOT = SPACES THEN
               DISPLAY 'TURMA DE ORIGEM.: ' WS-TURMA-ORIGEM
           END-IF
           IF WS-TURMA-DESTINO NOT = SPACES THEN
               DISPLAY 'TURMA DE DESTINO: ' WS-TURMA-DESTINO
           END-IF
           IF WS-OUTRA-ESCOLA NOT = SPACES THEN
               DISPLAY 'OUTRA ESCOLA....: ' WS-OUTRA-ESCOLA
           END-IF
           DISPLAY 'CONFIRMA A MOVIMENTACAO (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'MOVIMENTACAO CANCELADA'
               GO TO P400-REGISTRA-MOVIMENTO-CLOSE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.

      *    NO REMANEJAMENTO A COPIA DOS BIMESTRES FECHADOS VEM ANTES DA
      *    BAIXA, QUE MUDA A SITUACAO DOS REGISTROS DA ORIGEM
           MOVE ZEROS TO WS-QTD-BIM-FECHADOS WS-CONT-EM-BRANCO.
           IF WS-TIPO-ENTRA-NA-TURMA THEN
               PERFORM P800-INCLUI-FECHADOS
                   THRU P800-INCLUI-FECHADOS-FIM
           END-IF.

           IF WS-TIPO-SAI-DA-TURMA THEN
               PERFORM P600-BAIXA-ALUNO THRU P600-BAIXA-ALUNO-FIM
               DISPLAY 'REGISTROS DO ALUNO MARCADOS '
                       WS-SITUACAO-SAIDA ': ' WS-CONT-REGRAVADOS
                       ' / CONSOLIDADOS GRAVADOS: '
                       WS-CONT-CONSOLIDADOS
           END-IF.

           PERFORM P700-GRAVA-MOVIMENTO THRU P700-GRAVA-MOVIMENTO-FIM.

           DISPLAY 'MOVIMENTACAO REGISTRADA EM MOVIMENT.DAT'.

           IF WS-TIPO-ENTRA-NA-TURMA AND WS-QTD-BIM-FECHADOS < 4 THEN
               DISPLAY 'INCLUA O ALUNO NA TURMA ' WS-TURMA-DESTINO
                       ' PELA MANUTENCAO DA TURMA (OPCAO 4 DO MENU)'
           END-IF.

           IF WS-CONT-EM-BRANCO > ZEROS THEN
               DISPLAY 'AS NOTAS E A FREQUENCIA DOS BIMESTRES EM '
                       'BRANCO ENTRAM POR PEDIDO DE ALTERACAO (MENU T, '
                       'PGEXE040)'
           END-IF.

       P400-REGISTRA-MOVIMENTO-CLOSE.
           CLOSE WS-MESTRE-FILE.
       P400-REGISTRA-MOVIMENTO-FIM.

       P410-INFORMA-NUMERO.
           MOVE "N" TO WS-NUMERO-VALIDO-SW
           PERFORM P415-DIGITA-NUMERO UNTIL WS-NUMERO-EH-VALIDO.
       P410-INFORMA-NUMERO-FIM.

       P415-DIGITA-NUMERO.
           DISPLAY 'INFORME O NUMERO DO ALUNO (5 DIGITOS): '
           ACCEPT WS-NUMERO-DIGITADO

           IF WS-NUMERO-DIGITADO IS NUMERIC
              AND WS-NUMERO-DIGITADO NOT = "00000" THEN
               MOVE WS-NUMERO-DIGITADO TO WS-NUMERO-ALUNO
               MOVE "S" TO WS-NUMERO-VALIDO-SW
           ELSE
               DISPLAY 'NUMERO INVALIDO - DIGITE 5 DIGITOS, EX: 00012'
           END-IF.
       P415-DIGITA-NUMERO-FIM.

       P420-INFORMA-TIPO.
           MOVE SPACES TO WS-TIPO-MOVIMENTO
           PERFORM P425-DIGITA-TIPO UNTIL WS-TIPO-VALIDO.
       P420-INFORMA-TIPO-FIM.

       P425-DIGITA-TIPO.
           DISPLAY 'TIPO DE MOVIMENTACAO:'
           DISPLAY '  E - TRANSFERENCIA DE ENTRADA'
           DISPLAY '  S - TRANSFERENCIA DE SAIDA'
           DISPLAY '  D - DESISTENCIA'
           DISPLAY '  R - REMANEJAMENTO DE TURMA'
           DISPLAY 'INFORME O TIPO: '
           ACCEPT WS-TIPO-MOVIMENTO

           EVALUATE WS-TIPO-MOVIMENTO
               WHEN "e"
                   MOVE "E" TO WS-TIPO-MOVIMENTO
               WHEN "s"
                   MOVE "S" TO WS-TIPO-MOVIMENTO
               WHEN "d"
                   MOVE "D" TO WS-TIPO-MOVIMENTO
               WHEN "r"
                   MOVE "R" TO WS-TIPO-MOVIMENTO
           END-EVALUATE

           IF NOT WS-TIPO-VALIDO THEN
               DISPLAY 'TIPO INVALIDO - DIGITE E, S, D OU R'
           END-IF.
       P425-DIGITA-TIPO-FIM.

      *    A DATA EFETIVA NAO PODE SER FUTURA: A MOVIMENTACAO E
      *    REGISTRADA QUANDO JA ACONTECEU
       P440-INFORMA-DATA.
           MOVE "N" TO WS-DATA-VALIDA-SW
           PERFORM P445-DIGITA-DATA UNTIL WS-DATA-EH-VALIDA.
       P440-INFORMA-DATA-FIM.

       P445-DIGITA-DATA.
           DISPLAY 'INFORME A DATA EFETIVA (DD/MM/AAAA): '
           ACCEPT WS-DATA-EFETIVA

           MOVE "N" TO WS-DATA-VALIDA-SW
           IF WS-DATA-EFETIVA-DD IS NUMERIC
              AND WS-DATA-EFETIVA-MM IS NUMERIC
              AND WS-DATA-EFETIVA-AA IS NUMERIC THEN
               CALL "PGVALDT" USING WS-DATA-EFETIVA-DD
                                     WS-DATA-EFETIVA-MM
                                     WS-DATA-EFETIVA-AA
                                     WS-DATA-VALIDA-SW
           END-IF

           IF NOT WS-DATA-EH-VALIDA THEN
               DISPLAY 'DATA INVALIDA - DIGITE NOVAMENTE'
               GO TO P445-DIGITA-DATA-FIM
           END-IF

           MOVE WS-DATA-EFETIVA-AA TO WS-YMD-AA
           MOVE WS-DATA-EFETIVA-MM TO WS-YMD-MM
           MOVE WS-DATA-EFETIVA-DD TO WS-YMD-DD
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE

           IF WS-DATA-YYYYMMDD > WS-DC-DATA THEN
               DISPLAY 'DATA EFETIVA NO FUTURO - DIGITE NOVAMENTE'
               MOVE "N" TO WS-DATA-VALIDA-SW
           END-IF.
       P445-DIGITA-DATA-FIM.

       P450-INFORMA-TURMA.
           MOVE "N" TO WS-REF-ACHOU-SW
           PERFORM P455-DIGITA-TURMA UNTIL WS-REF-ENCONTRADO.
       P450-INFORMA-TURMA-FIM.

       P455-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA: '
           MOVE SPACES TO WS-TURMA-DIGITADA
           ACCEPT WS-TURMA-DIGITADA

           MOVE "T" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-DIGITADA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-TURMA-DIGITADA ' - '
                       WS-DESCRICAO-REF
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P455-DIGITA-TURMA-FIM.

       P460-DIGITA-NOME.
           DISPLAY 'INFORME O NOME DO ALUNO: '
           ACCEPT WS-NOME-ALUNO.
       P460-DIGITA-NOME-FIM.

       P465-DIGITA-ESCOLA.
           IF WS-TIPO-ENTRADA THEN
               DISPLAY 'INFORME A ESCOLA DE ORIGEM: '
           ELSE
               DISPLAY 'INFORME A ESCOLA DE DESTINO: '
           END-IF.
           ACCEPT WS-OUTRA-ESCOLA.
       P465-DIGITA-ESCOLA-FIM.

       P470-DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN WS-TIPO-ENTRADA
                   MOVE 'TRANSFERENCIA DE ENTRADA' TO WS-DESCRICAO-TIPO
                   MOVE SPACES                     TO WS-SITUACAO-SAIDA
               WHEN WS-TIPO-SAIDA
                   MOVE 'TRANSFERENCIA DE SAIDA'   TO WS-DESCRICAO-TIPO
                   MOVE "TRANSFERIDO"              TO WS-SITUACAO-SAIDA
               WHEN WS-TIPO-DESISTENCIA
                   MOVE 'DESISTENCIA'              TO WS-DESCRICAO-TIPO
                   MOVE "DESISTENTE"               TO WS-SITUACAO-SAIDA
               WHEN WS-TIPO-REMANEJAMENTO
                   MOVE 'REMANEJAMENTO DE TURMA'   TO WS-DESCRICAO-TIPO
                   MOVE "REMANEJADO"               TO WS-SITUACAO-SAIDA
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO'        TO WS-DESCRICAO-TIPO
                   MOVE SPACES                     TO WS-SITUACAO-SAIDA
           END-EVALUATE.
       P470-DESCREVE-TIPO-FIM.

      *    PERCORRE OS REGISTROS DA TURMA EM WS-TURMA-PROCURADA E
      *    CONTA OS DO ALUNO AINDA ATIVOS E OS JA BAIXADOS
       P500-PROCURA-ALUNO.
           MOVE ZEROS TO WS-CONT-ATIVOS WS-CONT-INATIVOS.

           PERFORM P510-POSICIONA-TURMA THRU P510-POSICIONA-TURMA-FIM.
           PERFORM P530-CONFERE-REGISTRO THRU P530-CONFERE-REGISTRO-FIM
               UNTIL WS-FIM-MESTRE-SIM.
       P500-PROCURA-ALUNO-FIM.

       P510-POSICIONA-TURMA.
           MOVE "N"                TO WS-FIM-MESTRE.
           MOVE WS-TURMA-PROCURADA TO CPALUNO-TURMA.
           MOVE LOW-VALUES         TO CPALUNO-DISCIPLINA.
           MOVE ZEROS              TO CPALUNO-NUMERO CPALUNO-BIMESTRE.

           START WS-MESTRE-FILE KEY IS >= CPALUNO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.

           PERFORM P520-LE-PROXIMO THRU P520-LE-PROXIMO-FIM.
       P510-POSICIONA-TURMA-FIM.

       P520-LE-PROXIMO.
           IF NOT WS-FIM-MESTRE-SIM THEN
               READ WS-MESTRE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE
               END-READ
           END-IF.

           IF NOT WS-FIM-MESTRE-SIM
              AND CPALUNO-TURMA NOT = WS-TURMA-PROCURADA THEN
               MOVE "S" TO WS-FIM-MESTRE
           END-IF.
       P520-LE-PROXIMO-FIM.

       P530-CONFERE-REGISTRO.
           IF CPALUNO-NUMERO = WS-NUMERO-ALUNO THEN
               IF CPALUNO-INATIVO THEN
                   ADD 1 TO WS-CONT-INATIVOS
               ELSE
                   ADD 1 TO WS-CONT-ATIVOS
                   MOVE CPALUNO-NOME TO WS-NOME-ALUNO
               END-IF
           END-IF.
           PERFORM P520-LE-PROXIMO THRU P520-LE-PROXIMO-FIM.
       P530-CONFERE-REGISTRO-FIM.

      *    MARCA A SAIDA EM TODOS OS REGISTROS DO ALUNO NA TURMA DE
      *    ORIGEM E GRAVA O BIMESTRE 9 DAS DISCIPLINAS AINDA NAO
      *    CONSOLIDADAS
       P600-BAIXA-ALUNO.
           MOVE ZEROS TO WS-CONT-REGRAVADOS WS-CONT-CONSOLIDADOS
                         WS-QTD-DISC.
           MOVE WS-TURMA-ORIGEM TO WS-TURMA-PROCURADA.

           PERFORM P510-POSICIONA-TURMA THRU P510-POSICIONA-TURMA-FIM.
           PERFORM P610-BAIXA-REGISTRO THRU P610-BAIXA-REGISTRO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           MOVE 1 TO WS-IDX-DISC.
           PERFORM P650-GRAVA-CONSOLIDADO
               THRU P650-GRAVA-CONSOLIDADO-FIM
               UNTIL WS-IDX-DISC > WS-QTD-DISC.
       P600-BAIXA-ALUNO-FIM.

       P610-BAIXA-REGISTRO.
           IF CPALUNO-NUMERO NOT = WS-NUMERO-ALUNO THEN
               GO TO P610-BAIXA-REGISTRO-LE
           END-IF.

           PERFORM P620-GUARDA-DISCIPLINA
               THRU P620-GUARDA-DISCIPLINA-FIM.

           IF CPALUNO-INATIVO THEN
               GO TO P610-BAIXA-REGISTRO-LE
           END-IF.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES.

           MOVE WS-SITUACAO-SAIDA TO CPALUNO-SITUACAO.
           MOVE WS-PARM-OPERADOR  TO CPALUNO-OPERADOR.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-DEPOIS.

           REWRITE WS-MESTRE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O MESTRE - STATUS '
                           WS-MESTRE-STATUS
                   GO TO P610-BAIXA-REGISTRO-LE
           END-REWRITE.

           MOVE "REWRITE" TO WS-JRN-OPERACAO.
           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-REGRAVADOS.

       P610-BAIXA-REGISTRO-LE.
           PERFORM P520-LE-PROXIMO THRU P520-LE-PROXIMO-FIM.
       P610-BAIXA-REGISTRO-FIM.

      *    OS BIMESTRES DE UMA DISCIPLINA VEM EM ORDEM NA CHAVE, ENTAO
      *    A MEDIA, O CONCEITO E A FREQUENCIA GUARDADOS SAO OS DO
      *    ULTIMO BIMESTRE LANCADO ANTES DA SAIDA
       P620-GUARDA-DISCIPLINA.
           MOVE ZEROS TO WS-IDX-DISC-ACHADA.
           MOVE 1     TO WS-IDX-DISC.
           PERFORM P625-PROCURA-DISCIPLINA
               THRU P625-PROCURA-DISCIPLINA-FIM
               UNTIL WS-IDX-DISC > WS-QTD-DISC
                  OR WS-IDX-DISC-ACHADA > ZEROS.

           IF WS-IDX-DISC-ACHADA = ZEROS THEN
               IF WS-QTD-DISC = 30 THEN
                   DISPLAY 'AVISO: MAIS DE 30 DISCIPLINAS - '
                           'DISCIPLINA ' CPALUNO-DISCIPLINA
                           ' SEM CONSOLIDADO'
                   GO TO P620-GUARDA-DISCIPLINA-FIM
               END-IF
               ADD 1 TO WS-QTD-DISC
               MOVE WS-QTD-DISC TO WS-IDX-DISC-ACHADA
               MOVE SPACES TO WS-TAB-DISC(WS-QTD-DISC)
               MOVE CPALUNO-DISCIPLINA
                 TO WS-TAB-DISCIPLINA(WS-QTD-DISC)
               MOVE "N"   TO WS-TAB-TEM-B9(WS-QTD-DISC)
               MOVE ZEROS TO WS-TAB-MEDIA-BIM(WS-QTD-DISC 1)
                             WS-TAB-MEDIA-BIM(WS-QTD-DISC 2)
                             WS-TAB-MEDIA-BIM(WS-QTD-DISC 3)
                             WS-TAB-MEDIA-BIM(WS-QTD-DISC 4)
                             WS-TAB-MEDIA(WS-QTD-DISC)
                             WS-TAB-FREQUENCIA(WS-QTD-DISC)
           END-IF.

           IF CPALUNO-BIMESTRE = 9 THEN
               MOVE "S" TO WS-TAB-TEM-B9(WS-IDX-DISC-ACHADA)
               GO TO P620-GUARDA-DISCIPLINA-FIM
           END-IF.

           IF CPALUNO-BIMESTRE >= 1 AND CPALUNO-BIMESTRE <= 4 THEN
               MOVE CPALUNO-MEDIA
                 TO WS-TAB-MEDIA-BIM(WS-IDX-DISC-ACHADA
                                     CPALUNO-BIMESTRE)
               MOVE CPALUNO-NOME
                 TO WS-TAB-NOME(WS-IDX-DISC-ACHADA)
               MOVE CPALUNO-DATA-MATRICULA
                 TO WS-TAB-MATRICULA(WS-IDX-DISC-ACHADA)
               MOVE CPALUNO-MEDIA
                 TO WS-TAB-MEDIA(WS-IDX-DISC-ACHADA)
               MOVE CPALUNO-CONCEITO
                 TO WS-TAB-CONCEITO(WS-IDX-DISC-ACHADA)
               MOVE CPALUNO-FREQUENCIA
                 TO WS-TAB-FREQUENCIA(WS-IDX-DISC-ACHADA)
           END-IF.
       P620-GUARDA-DISCIPLINA-FIM.

       P625-PROCURA-DISCIPLINA.
           IF WS-TAB-DISCIPLINA(WS-IDX-DISC) = CPALUNO-DISCIPLINA THEN
               MOVE WS-IDX-DISC TO WS-IDX-DISC-ACHADA
           END-IF.
           ADD 1 TO WS-IDX-DISC.
       P625-PROCURA-DISCIPLINA-FIM.

       P650-GRAVA-CONSOLIDADO.
           IF WS-TAB-CONSOLIDADA(WS-IDX-DISC) THEN
               GO TO P650-GRAVA-CONSOLIDADO-PROXIMO
           END-IF.

           MOVE SPACES TO WS-MESTRE-REGISTRO.
           MOVE WS-TURMA-ORIGEM TO CPALUNO-TURMA.
           MOVE WS-TAB-DISCIPLINA(WS-IDX-DISC) TO CPALUNO-DISCIPLINA.
           MOVE WS-NUMERO-ALUNO TO CPALUNO-NUMERO.
           MOVE 9               TO CPALUNO-BIMESTRE.
           MOVE WS-TAB-NOME(WS-IDX-DISC)      TO CPALUNO-NOME.
           MOVE WS-TAB-MATRICULA(WS-IDX-DISC) TO CPALUNO-DATA-MATRICULA.
           MOVE WS-TAB-MEDIA-BIM(WS-IDX-DISC 1) TO CPALUNO-NOTA-1.
           MOVE WS-TAB-MEDIA-BIM(WS-IDX-DISC 2) TO CPALUNO-NOTA-2.
           MOVE WS-TAB-MEDIA-BIM(WS-IDX-DISC 3) TO CPALUNO-NOTA-3.
           MOVE WS-TAB-MEDIA-BIM(WS-IDX-DISC 4) TO CPALUNO-NOTA-4.
           MOVE WS-TAB-MEDIA(WS-IDX-DISC)       TO CPALUNO-MEDIA.
           MOVE WS-TAB-CONCEITO(WS-IDX-DISC)    TO CPALUNO-CONCEITO.
           MOVE ZEROS                           TO CPALUNO-NOTA-REC.
           MOVE WS-TAB-MEDIA(WS-IDX-DISC)       TO CPALUNO-MEDIA-FINAL.
           MOVE WS-SITUACAO-SAIDA               TO CPALUNO-SITUACAO.
           MOVE WS-PARM-OPERADOR                TO CPALUNO-OPERADOR.
           MOVE WS-TAB-FREQUENCIA(WS-IDX-DISC)  TO CPALUNO-FREQUENCIA.

           MOVE SPACES             TO WS-IMAGEM-ANTES.
           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-DEPOIS.

           WRITE WS-MESTRE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONSOLIDADO DA '
                           'DISCIPLINA ' CPALUNO-DISCIPLINA
                           ' - STATUS ' WS-MESTRE-STATUS
                   GO TO P650-GRAVA-CONSOLIDADO-PROXIMO
           END-WRITE.

           MOVE "WRITE" TO WS-JRN-OPERACAO.
           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-CONSOLIDADOS.

       P650-GRAVA-CONSOLIDADO-PROXIMO.
           ADD 1 TO WS-IDX-DISC.
       P650-GRAVA-CONSOLIDADO-FIM.

       P700-GRAVA-MOVIMENTO.
           OPEN EXTEND WS-MOVIM-FILE.

           IF WS-MOVIM-NAO-EXISTE THEN
               OPEN OUTPUT WS-MOVIM-FILE
               CLOSE WS-MOVIM-FILE
               OPEN EXTEND WS-MOVIM-FILE
           END-IF.

           MOVE SPACES            TO WS-MOVIM-REGISTRO.
           MOVE WS-DATA-YYYYMMDD  TO CPMOV-DATA-EFETIVA.
           MOVE WS-TIPO-MOVIMENTO TO CPMOV-TIPO.
           MOVE WS-NUMERO-ALUNO   TO CPMOV-NUMERO-ALUNO.
           MOVE WS-NOME-ALUNO     TO CPMOV-NOME-ALUNO.
           MOVE WS-TURMA-ORIGEM   TO CPMOV-TURMA-ORIGEM.
           MOVE WS-TURMA-DESTINO  TO CPMOV-TURMA-DESTINO.
           MOVE WS-OUTRA-ESCOLA   TO CPMOV-OUTRA-ESCOLA.
           MOVE WS-PARM-OPERADOR  TO CPMOV-OPERADOR.
           MOVE WS-DC-DATA        TO CPMOV-DATA-REGISTRO.
           MOVE WS-DC-HORA        TO CPMOV-HORA-REGISTRO.

           WRITE WS-MOVIM-REGISTRO.

           CLOSE WS-MOVIM-FILE.
       P700-GRAVA-MOVIMENTO-FIM.

      *    GRAVA NA TURMA DE DESTINO OS BIMESTRES JA FECHADOS: NO
      *    REMANEJAMENTO COPIA OS DA ORIGEM; A DISCIPLINA QUE FICAR SEM
      *    REGISTRO GANHA O BIMESTRE EM BRANCO (TRANSF-ENTRADA)
       P800-INCLUI-FECHADOS.
           MOVE ZEROS TO WS-CONT-COPIADOS WS-CONT-EM-BRANCO
                         WS-CONT-JA-EXISTEM WS-QTD-COPIA
                         WS-QTD-DISC-DEST.

           PERFORM P810-CARREGA-JANELAS THRU P810-CARREGA-JANELAS-FIM.

           IF WS-QTD-BIM-FECHADOS = ZEROS THEN
               GO TO P800-INCLUI-FECHADOS-FIM
           END-IF.

           MOVE WS-TURMA-DESTINO TO WS-TURMA-PROCURADA.
           PERFORM P510-POSICIONA-TURMA THRU P510-POSICIONA-TURMA-FIM.
           PERFORM P840-GUARDA-DISC-DESTINO
               THRU P840-GUARDA-DISC-DESTINO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           IF WS-TIPO-REMANEJAMENTO THEN
               MOVE WS-TURMA-ORIGEM TO WS-TURMA-PROCURADA
               PERFORM P510-POSICIONA-TURMA
                   THRU P510-POSICIONA-TURMA-FIM
               PERFORM P850-GUARDA-COPIA THRU P850-GUARDA-COPIA-FIM
                   UNTIL WS-FIM-MESTRE-SIM
           END-IF.

           MOVE 1 TO WS-IDX-COPIA.
           PERFORM P860-GRAVA-COPIA THRU P860-GRAVA-COPIA-FIM
               UNTIL WS-IDX-COPIA > WS-QTD-COPIA.

           MOVE 1 TO WS-IDX-DISC-DEST.
           PERFORM P870-GRAVA-DISC-BRANCO
               THRU P870-GRAVA-DISC-BRANCO-FIM
               UNTIL WS-IDX-DISC-DEST > WS-QTD-DISC-DEST.

           IF WS-QTD-DISC-DEST = ZEROS THEN
               DISPLAY 'AVISO: TURMA ' WS-TURMA-DESTINO ' SEM '
                       'REGISTROS NO MESTRE - NENHUM BIMESTRE EM '
                       'BRANCO GRAVADO'
           END-IF.

           DISPLAY 'BIMESTRES FECHADOS NA TURMA ' WS-TURMA-DESTINO
                   ': ' WS-QTD-BIM-FECHADOS
                   ' / COPIADOS DA ORIGEM: ' WS-CONT-COPIADOS
                   ' / EM BRANCO: ' WS-CONT-EM-BRANCO
                   ' / JA EXISTENTES: ' WS-CONT-JA-EXISTEM.
       P800-INCLUI-FECHADOS-FIM.

      *    O BIMESTRE ESTA FECHADO QUANDO A ULTIMA JANELA CADASTRADA
      *    DELE TERMINOU ANTES DE HOJE. BIMESTRE SEM JANELA NAO ENTRA:
      *    SEM CALENDARIO NAO HA COMO SABER SE ELE JA PASSOU
       P810-CARREGA-JANELAS.
           MOVE ZEROS TO WS-QTD-BIM-FECHADOS.
           MOVE 1     TO WS-IDX-BIM.
           PERFORM P815-LIMPA-BIMESTRE THRU P815-LIMPA-BIMESTRE-FIM
               UNTIL WS-IDX-BIM > 4.

           OPEN INPUT WS-JANELAS-FILE.

           IF NOT WS-JANELAS-OK THEN
               DISPLAY 'CALENDARIO DE JANELAS (JANELAS.DAT) NAO '
                       'ENCONTRADO - NENHUM BIMESTRE FECHADO GRAVADO'
               GO TO P810-CARREGA-JANELAS-FIM
           END-IF.

           MOVE "N" TO WS-FIM-JANELAS.
           PERFORM P820-LE-JANELA THRU P820-LE-JANELA-FIM.
           PERFORM P825-GUARDA-JANELA THRU P825-GUARDA-JANELA-FIM
               UNTIL WS-FIM-JANELAS-SIM.

           CLOSE WS-JANELAS-FILE.

           MOVE 1 TO WS-IDX-BIM.
           PERFORM P830-CONFERE-BIMESTRE THRU P830-CONFERE-BIMESTRE-FIM
               UNTIL WS-IDX-BIM > 4.
       P810-CARREGA-JANELAS-FIM.

       P815-LIMPA-BIMESTRE.
           MOVE ZEROS TO WS-BIM-FECHAMENTO(WS-IDX-BIM).
           MOVE "N"   TO WS-BIM-FECHADO-SW(WS-IDX-BIM).
           ADD 1 TO WS-IDX-BIM.
       P815-LIMPA-BIMESTRE-FIM.

       P820-LE-JANELA.
           READ WS-JANELAS-FILE
               AT END
                   MOVE "S" TO WS-FIM-JANELAS
           END-READ.
       P820-LE-JANELA-FIM.

       P825-GUARDA-JANELA.
           IF WS-JAN-BIMESTRE IS NOT NUMERIC THEN
               GO TO P825-GUARDA-JANELA-LE
           END-IF.

           IF WS-JAN-BIMESTRE < 1 OR WS-JAN-BIMESTRE > 4 THEN
               GO TO P825-GUARDA-JANELA-LE
           END-IF.

           MOVE WS-JAN-FECHAMENTO TO WS-DATA-JANELA.
           COMPUTE WS-FECHA-AAAAMMDD = WS-DATA-JANELA-AA * 10000
                                     + WS-DATA-JANELA-MM * 100
                                     + WS-DATA-JANELA-DD.

           IF WS-FECHA-AAAAMMDD > WS-BIM-FECHAMENTO(WS-JAN-BIMESTRE)
              THEN
               MOVE WS-FECHA-AAAAMMDD
                 TO WS-BIM-FECHAMENTO(WS-JAN-BIMESTRE)
           END-IF.

       P825-GUARDA-JANELA-LE.
           PERFORM P820-LE-JANELA THRU P820-LE-JANELA-FIM.
       P825-GUARDA-JANELA-FIM.

       P830-CONFERE-BIMESTRE.
           IF WS-BIM-FECHAMENTO(WS-IDX-BIM) > ZEROS
              AND WS-BIM-FECHAMENTO(WS-IDX-BIM) < WS-DC-DATA THEN
               MOVE "S" TO WS-BIM-FECHADO-SW(WS-IDX-BIM)
               ADD 1 TO WS-QTD-BIM-FECHADOS
           END-IF.
           ADD 1 TO WS-IDX-BIM.
       P830-CONFERE-BIMESTRE-FIM.

       P840-GUARDA-DISC-DESTINO.
           MOVE "N" TO WS-DISC-DEST-SW.
           MOVE 1   TO WS-IDX-DISC-DEST.
           PERFORM P845-PROCURA-DISC-DESTINO
               THRU P845-PROCURA-DISC-DESTINO-FIM
               UNTIL WS-IDX-DISC-DEST > WS-QTD-DISC-DEST
                  OR WS-DISC-DEST-ACHADA.

           IF NOT WS-DISC-DEST-ACHADA THEN
               IF WS-QTD-DISC-DEST = 30 THEN
                   DISPLAY 'AVISO: MAIS DE 30 DISCIPLINAS NA TURMA '
                           WS-TURMA-DESTINO ' - DISCIPLINA '
                           CPALUNO-DISCIPLINA ' SEM BIMESTRE EM BRANCO'
               ELSE
                   ADD 1 TO WS-QTD-DISC-DEST
                   MOVE CPALUNO-DISCIPLINA
                     TO WS-TAB-DISC-DEST(WS-QTD-DISC-DEST)
               END-IF
           END-IF.

           PERFORM P520-LE-PROXIMO THRU P520-LE-PROXIMO-FIM.
       P840-GUARDA-DISC-DESTINO-FIM.

       P845-PROCURA-DISC-DESTINO.
           IF WS-TAB-DISC-DEST(WS-IDX-DISC-DEST) = CPALUNO-DISCIPLINA
              THEN
               MOVE "S" TO WS-DISC-DEST-SW
           END-IF.
           ADD 1 TO WS-IDX-DISC-DEST.
       P845-PROCURA-DISC-DESTINO-FIM.

      *    OS REGISTROS SAO GUARDADOS PRIMEIRO E GRAVADOS DEPOIS, PARA
      *    A GRAVACAO NAO MEXER NA LEITURA SEQUENCIAL DA TURMA
       P850-GUARDA-COPIA.
           IF CPALUNO-NUMERO NOT = WS-NUMERO-ALUNO
              OR CPALUNO-INATIVO THEN
               GO TO P850-GUARDA-COPIA-LE
           END-IF.

           IF CPALUNO-BIMESTRE < 1 OR CPALUNO-BIMESTRE > 4 THEN
               GO TO P850-GUARDA-COPIA-LE
           END-IF.

           IF NOT WS-BIM-FECHADO(CPALUNO-BIMESTRE) THEN
               GO TO P850-GUARDA-COPIA-LE
           END-IF.

           IF WS-QTD-COPIA = 120 THEN
               DISPLAY 'AVISO: MAIS DE 120 REGISTROS A COPIAR - '
                       'DISCIPLINA ' CPALUNO-DISCIPLINA ' BIMESTRE '
                       CPALUNO-BIMESTRE ' NAO COPIADO'
               GO TO P850-GUARDA-COPIA-LE
           END-IF.

           ADD 1 TO WS-QTD-COPIA.
           MOVE CPALUNO-DISCIPLINA TO WS-CPY-DISCIPLINA(WS-QTD-COPIA).
           MOVE CPALUNO-BIMESTRE   TO WS-CPY-BIMESTRE(WS-QTD-COPIA).
           MOVE WS-MESTRE-REGISTRO TO WS-CPY-REGISTRO(WS-QTD-COPIA).

       P850-GUARDA-COPIA-LE.
           PERFORM P520-LE-PROXIMO THRU P520-LE-PROXIMO-FIM.
       P850-GUARDA-COPIA-FIM.

      *    A COPIA LEVA NOTAS, FREQUENCIA E SITUACAO COMO ESTAVAM NA
      *    ORIGEM; MUDAM SO A TURMA E O OPERADOR
       P860-GRAVA-COPIA.
           MOVE WS-CPY-REGISTRO(WS-IDX-COPIA) TO WS-MESTRE-REGISTRO.
           MOVE WS-TURMA-DESTINO TO CPALUNO-TURMA.
           MOVE WS-PARM-OPERADOR TO CPALUNO-OPERADOR.

           MOVE SPACES             TO WS-IMAGEM-ANTES.
           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-DEPOIS.

           WRITE WS-MESTRE-REGISTRO
               INVALID KEY
                   PERFORM P890-REGISTRO-RECUSADO
                       THRU P890-REGISTRO-RECUSADO-FIM
                   GO TO P860-GRAVA-COPIA-PROXIMO
           END-WRITE.

           MOVE "WRITE" TO WS-JRN-OPERACAO.
           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-COPIADOS.

       P860-GRAVA-COPIA-PROXIMO.
           ADD 1 TO WS-IDX-COPIA.
       P860-GRAVA-COPIA-FIM.

       P870-GRAVA-DISC-BRANCO.
           MOVE 1 TO WS-IDX-BIM.
           PERFORM P875-GRAVA-BIM-BRANCO THRU P875-GRAVA-BIM-BRANCO-FIM
               UNTIL WS-IDX-BIM > 4.
           ADD 1 TO WS-IDX-DISC-DEST.
       P870-GRAVA-DISC-BRANCO-FIM.

       P875-GRAVA-BIM-BRANCO.
           IF NOT WS-BIM-FECHADO(WS-IDX-BIM) THEN
               GO TO P875-GRAVA-BIM-BRANCO-PROXIMO
           END-IF.

      *    BIMESTRE QUE ACABOU DE VIR DA ORIGEM NAO PRECISA DO BRANCO
           MOVE "N" TO WS-COPIADO-SW.
           MOVE 1   TO WS-IDX-COPIA.
           PERFORM P880-PROCURA-COPIA THRU P880-PROCURA-COPIA-FIM
               UNTIL WS-IDX-COPIA > WS-QTD-COPIA
                  OR WS-JA-COPIADO.

           IF WS-JA-COPIADO THEN
               GO TO P875-GRAVA-BIM-BRANCO-PROXIMO
           END-IF.

           MOVE SPACES TO WS-MESTRE-REGISTRO.
           MOVE WS-TURMA-DESTINO TO CPALUNO-TURMA.
           MOVE WS-TAB-DISC-DEST(WS-IDX-DISC-DEST)
             TO CPALUNO-DISCIPLINA.
           MOVE WS-NUMERO-ALUNO  TO CPALUNO-NUMERO.
           MOVE WS-IDX-BIM       TO CPALUNO-BIMESTRE.
           MOVE WS-NOME-ALUNO    TO CPALUNO-NOME.
           MOVE WS-DATA-EFETIVA  TO CPALUNO-DATA-MATRICULA.
           MOVE ZEROS            TO CPALUNO-NOTA-1 CPALUNO-NOTA-2
                                    CPALUNO-NOTA-3 CPALUNO-NOTA-4
                                    CPALUNO-MEDIA CPALUNO-NOTA-REC
                                    CPALUNO-MEDIA-FINAL
                                    CPALUNO-FREQUENCIA.
           MOVE "TRANSF-ENTRADA" TO CPALUNO-SITUACAO.
           MOVE WS-PARM-OPERADOR TO CPALUNO-OPERADOR.

           MOVE SPACES             TO WS-IMAGEM-ANTES.
           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-DEPOIS.

           WRITE WS-MESTRE-REGISTRO
               INVALID KEY
                   PERFORM P890-REGISTRO-RECUSADO
                       THRU P890-REGISTRO-RECUSADO-FIM
                   GO TO P875-GRAVA-BIM-BRANCO-PROXIMO
           END-WRITE.

           MOVE "WRITE" TO WS-JRN-OPERACAO.
           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-EM-BRANCO.

       P875-GRAVA-BIM-BRANCO-PROXIMO.
           ADD 1 TO WS-IDX-BIM.
       P875-GRAVA-BIM-BRANCO-FIM.

       P880-PROCURA-COPIA.
           IF WS-CPY-DISCIPLINA(WS-IDX-COPIA)
                  = WS-TAB-DISC-DEST(WS-IDX-DISC-DEST)
              AND WS-CPY-BIMESTRE(WS-IDX-COPIA) = WS-IDX-BIM THEN
               MOVE "S" TO WS-COPIADO-SW
           END-IF.
           ADD 1 TO WS-IDX-COPIA.
       P880-PROCURA-COPIA-FIM.

      *    CHAVE JA EXISTENTE E DE UMA PASSAGEM ANTERIOR DO ALUNO PELA
      *    TURMA: O REGISTRO QUE LA ESTA NAO E MEXIDO
       P890-REGISTRO-RECUSADO.
           IF WS-MESTRE-DUPLICADO THEN
               ADD 1 TO WS-CONT-JA-EXISTEM
           ELSE
               DISPLAY 'ERRO AO GRAVAR A DISCIPLINA '
                       CPALUNO-DISCIPLINA ' BIMESTRE '
                       CPALUNO-BIMESTRE ' NA TURMA ' CPALUNO-TURMA
                       ' - STATUS ' WS-MESTRE-STATUS
           END-IF.
       P890-REGISTRO-RECUSADO-FIM.
       END PROGRAM PGEXE047.
