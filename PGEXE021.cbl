      *                               JRNMESTR.DAT E O OPERADOR FIXO
      *                               APURACAO, EXIGENCIA DA AUDITORIA
      *                               DA ESCOLA.
      *    15/10/2026    SUPORTE      FREQUENCIA POR DISCIPLINA: PARA
      *                               AS TURMAS COM GRADE HORARIA
      *                               (GRADE.DAT), CONTA AS AULAS DE
      *                               CADA DISCIPLINA DADAS NO PERIODO
      *                               (DIAS LETIVOS DO PGDIAUTL X
      *                               AULAS DA GRADE NO DIA DA SEMANA)
      *                               E AS FALTAS DO ALUNO NAQUELA
      *                               DISCIPLINA; A FALTA NO DIA
      *                               INTEIRO CONTA EM TODAS AS AULAS
      *                               DA GRADE DO DIA. O PERCENTUAL DE
      *                               CADA REGISTRO DO MESTRE E DE
      *                               TURMA.DAT SAI DA SUA DISCIPLINA.
      *                               TURMA SEM GRADE CONTINUA APURADA
      *                               POR DIA LETIVO, COMO ANTES.
      *    15/10/2026    SUPORTE      A CHAMADA DO PGJORNAL PASSOU A
      *                               LEVAR O NUMERO DO PEDIDO DE
      *                               ALTERACAO DE NOTA, EM ZEROS: ESTA
      *                               GRAVACAO NAO VEM DE PEDIDO.
      *    15/10/2026    SUPORTE      ALUNO QUE SAIU DA TURMA
      *                               (TRANSFERIDO, DESISTENTE OU
      *                               REMANEJADO NO MOVIMENT.DAT DO
      *                               PGEXE047) NAO TEM MAIS AS FALTAS
      *                               CONTADAS A PARTIR DA DATA
      *                               EFETIVA DA SAIDA, E SEUS
      *                               REGISTROS NO MESTRE E EM
      *                               TURMA.DAT NAO SAO MAIS
      *                               REAPURADOS, PARA A SITUACAO DE
      *                               SAIDA NAO VOLTAR A APROVADO OU
      *                               REPROVADO.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      BIMESTRE EM BRANCO DO ALUNO
      *                               TRANSFERIDO DE OUTRA ESCOLA
      *                               (TRANSF-ENTRADA) NAO E APURADO: A
      *                               FREQUENCIA DELE VEM DA ESCOLA DE
      *                               ORIGEM PELO PEDIDO DE ALTERACAO, E
      *                               A REGRAVACAO APAGAVA A MARCA.
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

           SELECT WS-GRADE-FILE   ASSIGN TO "GRADE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-GRADE-STATUS.

           SELECT WS-MOVIM-FILE   ASSIGN TO "MOVIMENT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-MOVIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-FALTAS-FILE
           03 WS-FAL-TURMA        PIC X(05).
           03 WS-FAL-SEP2         PIC X(02).
           03 WS-FAL-NUMERO       PIC 9(05).
           03 WS-FAL-SEP3         PIC X(02).
           03 WS-FAL-AULA         PIC 9(01).
           03 WS-FAL-SEP4         PIC X(02).
           03 WS-FAL-DISCIPLINA   PIC X(05).

       FD  WS-TURMA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-GRADE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-GRADE-REGISTRO.
           COPY CPGRADE.

       FD  WS-MOVIM-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MOVIM-REGISTRO.
           COPY CPMOVIM.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-INICIO==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-FIM==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-TRAB==.
       77 WS-DATA-VALIDA-SW   PIC X(01) VALUE "N".
          88 WS-DATA-EH-VALIDA      VALUE "S".

           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".

       01 WS-GRADE-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-GRADE-OK             VALUE "00".
           88 WS-GRADE-NAO-EXISTE     VALUE "35".

       01 WS-MOVIM-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-MOVIM-OK             VALUE "00".
           88 WS-MOVIM-NAO-EXISTE     VALUE "35".

       01 WS-FIM-FALTAS          PIC X(01)    VALUE "N".
           88 WS-FIM-FALTAS-SIM       VALUE "S".
       01 WS-FIM-TURMA           PIC X(01)    VALUE "N".
           88 WS-FIM-TURMA-SIM        VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-GRADE           PIC X(01)    VALUE "N".
           88 WS-FIM-GRADE-SIM        VALUE "S".
       01 WS-FIM-MOVIM           PIC X(01)    VALUE "N".
           88 WS-FIM-MOVIM-SIM        VALUE "S".
       01 WS-FIM-DIAS            PIC X(01)    VALUE "N".
           88 WS-FIM-DIAS-SIM         VALUE "S".

       01 WS-BIMESTRE-APURADO    PIC 9(01)    VALUE ZEROS.
       01 WS-BIMESTRE-DIGITADO   PIC X(01)    VALUE SPACES.
           88 WS-DIA-DEU-CERTO        VALUE "S".

       01 WS-DIAS-LETIVOS        PIC 9(03)    VALUE ZEROS.
       01 WS-DIA-CORRENTE        PIC X(10)    VALUE SPACES.
       01 WS-DIA-SEMANA          PIC 9(01)    VALUE ZEROS.

      *    GRADE HORARIA: UMA ENTRADA POR TURMA, DIA DA SEMANA E AULA
       01 WS-QTD-GRADE           PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-GRADE           PIC 9(04)    VALUE ZEROS.
       01 WS-TABELA-GRADE.
           03 WS-TAB-GRADE OCCURS 2000 TIMES.
              05 WS-TAB-GR-TURMA     PIC X(05).
              05 WS-TAB-GR-DIA       PIC 9(01).
              05 WS-TAB-GR-DISC      PIC X(05).

       01 WS-QTD-TURMAS-GR       PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-TURMA-GR        PIC 9(03)    VALUE ZEROS.
       01 WS-TURMA-GRADE-SW      PIC X(01)    VALUE "N".
           88 WS-TURMA-TEM-GRADE      VALUE "S".
       01 WS-TABELA-TURMAS-GR.
           03 WS-TAB-TURMA-GR    PIC X(05)    OCCURS 50 TIMES.

      *    AULAS DADAS NO PERIODO POR TURMA E DISCIPLINA
       01 WS-QTD-AULAS-DADAS     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-AULAS-DADAS     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-AULAS-ACHADO    PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-AULAS-DADAS.
           03 WS-TAB-AULAS-DADAS OCCURS 500 TIMES.
              05 WS-TAB-AD-TURMA     PIC X(05).
              05 WS-TAB-AD-DISC      PIC X(05).
              05 WS-TAB-AD-QTD       PIC 9(04).

      *    FALTAS NO PERIODO POR TURMA, ALUNO E DISCIPLINA
       01 WS-QTD-FALTAS-DISC     PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-FALTAS-DISC     PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-FALTAS-ACHADO   PIC 9(04)    VALUE ZEROS.
       01 WS-TABELA-FALTAS-DISC.
           03 WS-TAB-FALTAS-DISC OCCURS 2000 TIMES.
              05 WS-TAB-FD-TURMA     PIC X(05).
              05 WS-TAB-FD-NUMERO    PIC 9(05).
              05 WS-TAB-FD-DISC      PIC X(05).
              05 WS-TAB-FD-QTD       PIC 9(04).

       01 WS-DISCIPLINA-APURADA  PIC X(05)    VALUE SPACES.
       01 WS-BASE-CALCULO        PIC 9(04)    VALUE ZEROS.
       01 WS-UNIDADE-BASE        PIC X(05)    VALUE SPACES.
       01 WS-REGISTRO-APURAVEL-SW PIC X(01)   VALUE "N".
           88 WS-REGISTRO-APURAVEL    VALUE "S".

       01 WS-QTD-APURADOS        PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-APURADO         PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-TURMAS-AP.
           03 WS-TAB-TURMA-AP    PIC X(05)    OCCURS 50 TIMES.

      *    SAIDAS DA TURMA (MOVIMENT.DAT): A PRIMEIRA DATA EFETIVA DE
      *    SAIDA DE CADA ALUNO EM CADA TURMA
       01 WS-QTD-SAIDAS          PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-SAIDA           PIC 9(03)    VALUE ZEROS.
       01 WS-DATA-SAIDA-ACHADA   PIC 9(08)    VALUE ZEROS.
       01 WS-TABELA-SAIDAS.
           03 WS-TAB-SAIDA OCCURS 500 TIMES.
              05 WS-TAB-SAI-TURMA    PIC X(05).
              05 WS-TAB-SAI-NUMERO   PIC 9(05).
              05 WS-TAB-SAI-DATA     PIC 9(08).

       01 WS-FALTAS-ALUNO        PIC 9(04)    VALUE ZEROS.
       01 WS-PERCENTUAL          PIC 9(03)    VALUE ZEROS.
       01 WS-PRESENCAS           PIC S9(05)   VALUE ZEROS.

       01 WS-JRN-OPERACAO        PIC X(07)    VALUE "REWRITE".
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE021".
       01 WS-JRN-OPERADOR        PIC X(08)    VALUE "APURACAO".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CONT-FALTAS-LIDAS   PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-FALTAS-PERIODO PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-MESTRE-ATU     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-TURMA-ATU      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-SEM-AULA       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-APOS-SAIDA     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INATIVOS       PIC 9(05)    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY 'DIAS LETIVOS NO PERIODO: ' WS-DIAS-LETIVOS

           PERFORM P250-CARREGA-GRADE THRU P250-CARREGA-GRADE-FIM

           IF WS-QTD-GRADE > ZEROS THEN
               PERFORM P270-CONTA-AULAS-DADAS
                   THRU P270-CONTA-AULAS-DADAS-FIM
           END-IF

           PERFORM P290-CARREGA-SAIDAS THRU P290-CARREGA-SAIDAS-FIM

           PERFORM P300-RECOLHE-FALTAS THRU P300-RECOLHE-FALTAS-FIM

           IF WS-QTD-TURMAS-AP = ZEROS THEN
           END-IF.
       P200-CONTA-DIAS-LETIVOS-FIM.

       P250-CARREGA-GRADE.
           MOVE ZEROS TO WS-QTD-GRADE WS-QTD-TURMAS-GR.
           MOVE "N"   TO WS-FIM-GRADE.

           OPEN INPUT WS-GRADE-FILE.

           IF WS-GRADE-NAO-EXISTE THEN
               DISPLAY 'GRADE HORARIA (GRADE.DAT) NAO ENCONTRADA - '
                       'FREQUENCIA APURADA POR DIA LETIVO'
               GO TO P250-CARREGA-GRADE-FIM
           END-IF.

           PERFORM P255-LE-GRADE THRU P255-LE-GRADE-FIM.
           PERFORM P260-GUARDA-GRADE THRU P260-GUARDA-GRADE-FIM
               UNTIL WS-FIM-GRADE-SIM.

           CLOSE WS-GRADE-FILE.

           DISPLAY 'AULAS NA GRADE HORARIA: ' WS-QTD-GRADE
                   ' / TURMAS COM GRADE: ' WS-QTD-TURMAS-GR.
       P250-CARREGA-GRADE-FIM.

       P255-LE-GRADE.
           READ WS-GRADE-FILE
               AT END
                   MOVE "S" TO WS-FIM-GRADE
           END-READ.
       P255-LE-GRADE-FIM.

       P260-GUARDA-GRADE.
           IF CPGRADE-DIA-SEMANA IS NOT NUMERIC
              OR CPGRADE-DIA-SEMANA < 2
              OR CPGRADE-DIA-SEMANA > 6 THEN
               GO TO P260-GUARDA-GRADE-LE
           END-IF.

           IF WS-QTD-GRADE = 2000 THEN
               DISPLAY 'AVISO: GRADE HORARIA COM MAIS DE 2000 AULAS - '
                       'AULA DA TURMA ' CPGRADE-TURMA ' IGNORADA'
               GO TO P260-GUARDA-GRADE-LE
           END-IF.

           ADD 1 TO WS-QTD-GRADE.
           MOVE CPGRADE-TURMA      TO WS-TAB-GR-TURMA(WS-QTD-GRADE).
           MOVE CPGRADE-DIA-SEMANA TO WS-TAB-GR-DIA(WS-QTD-GRADE).
           MOVE CPGRADE-DISCIPLINA TO WS-TAB-GR-DISC(WS-QTD-GRADE).

           MOVE CPGRADE-TURMA TO WS-FAL-TURMA.
           PERFORM P370-VERIFICA-GRADE THRU P370-VERIFICA-GRADE-FIM.
           IF NOT WS-TURMA-TEM-GRADE
              AND WS-QTD-TURMAS-GR < 50 THEN
               ADD 1 TO WS-QTD-TURMAS-GR
               MOVE CPGRADE-TURMA TO WS-TAB-TURMA-GR(WS-QTD-TURMAS-GR)
           END-IF.

       P260-GUARDA-GRADE-LE.
           PERFORM P255-LE-GRADE THRU P255-LE-GRADE-FIM.
       P260-GUARDA-GRADE-FIM.

      *    PERCORRE OS DIAS LETIVOS DO PERIODO PELO PGDIAUTL (FUNCAO
      *    P, A PARTIR DA VESPERA DO INICIO) E, PARA CADA DIA, SOMA AS
      *    AULAS DA GRADE DAQUELE DIA DA SEMANA
       P270-CONTA-AULAS-DADAS.
           MOVE ZEROS           TO WS-QTD-AULAS-DADAS.
           MOVE WS-DATA-VESPERA TO WS-DIA-CORRENTE.
           MOVE "N"             TO WS-FIM-DIAS.
           PERFORM P275-PROXIMO-DIA THRU P275-PROXIMO-DIA-FIM
               UNTIL WS-FIM-DIAS-SIM.
       P270-CONTA-AULAS-DADAS-FIM.

       P275-PROXIMO-DIA.
           MOVE "P"             TO WS-DIA-FUNCAO.
           MOVE WS-DIA-CORRENTE TO WS-DIA-DATA-1.
           MOVE SPACES          TO WS-DIA-DATA-2.
           MOVE ZEROS           TO WS-DIA-QTD-DIAS.
           MOVE "N"             TO WS-DIA-OK.

           CALL "PGDIAUTL" USING WS-DIA-FUNCAO
                                  WS-DIA-DATA-1
                                  WS-DIA-DATA-2
                                  WS-DIA-QTD-DIAS
                                  WS-DIA-DATA-RESULT
                                  WS-DIA-QTD-RESULT
                                  WS-DIA-OK.

           IF NOT WS-DIA-DEU-CERTO THEN
               MOVE "S" TO WS-FIM-DIAS
               GO TO P275-PROXIMO-DIA-FIM
           END-IF.

           MOVE WS-DIA-DATA-RESULT TO WS-DATA-TRAB.
           MOVE WS-DATA-TRAB-AA TO WS-YMD-AA.
           MOVE WS-DATA-TRAB-MM TO WS-YMD-MM.
           MOVE WS-DATA-TRAB-DD TO WS-YMD-DD.

           IF WS-DATA-YYYYMMDD > WS-FIM-AAAAMMDD THEN
               MOVE "S" TO WS-FIM-DIAS
               GO TO P275-PROXIMO-DIA-FIM
           END-IF.

           PERFORM P380-CALCULA-DIA-SEMANA
               THRU P380-CALCULA-DIA-SEMANA-FIM.

           MOVE 1 TO WS-IDX-GRADE.
           PERFORM P280-SOMA-AULA-DADA THRU P280-SOMA-AULA-DADA-FIM
               UNTIL WS-IDX-GRADE > WS-QTD-GRADE.

           MOVE WS-DIA-DATA-RESULT TO WS-DIA-CORRENTE.
       P275-PROXIMO-DIA-FIM.

       P280-SOMA-AULA-DADA.
           IF WS-TAB-GR-DIA(WS-IDX-GRADE) NOT = WS-DIA-SEMANA THEN
               GO TO P280-SOMA-AULA-DADA-PROXIMO
           END-IF.

           MOVE WS-TAB-GR-TURMA(WS-IDX-GRADE) TO WS-FAL-TURMA.
           MOVE WS-TAB-GR-DISC(WS-IDX-GRADE)  TO WS-DISCIPLINA-APURADA.
           PERFORM P285-PROCURA-AULAS-DADAS
               THRU P285-PROCURA-AULAS-DADAS-FIM.

           IF WS-IDX-AULAS-ACHADO > ZEROS THEN
               ADD 1 TO WS-TAB-AD-QTD(WS-IDX-AULAS-ACHADO)
           ELSE
               IF WS-QTD-AULAS-DADAS < 500 THEN
                   ADD 1 TO WS-QTD-AULAS-DADAS
                   MOVE WS-FAL-TURMA
                     TO WS-TAB-AD-TURMA(WS-QTD-AULAS-DADAS)
                   MOVE WS-DISCIPLINA-APURADA
                     TO WS-TAB-AD-DISC(WS-QTD-AULAS-DADAS)
                   MOVE 1 TO WS-TAB-AD-QTD(WS-QTD-AULAS-DADAS)
               ELSE
                   DISPLAY 'AVISO: TABELA DE AULAS DADAS CHEIA - '
                           'DISCIPLINA ' WS-DISCIPLINA-APURADA
                           ' DA TURMA ' WS-FAL-TURMA ' IGNORADA'
               END-IF
           END-IF.

       P280-SOMA-AULA-DADA-PROXIMO.
           ADD 1 TO WS-IDX-GRADE.
       P280-SOMA-AULA-DADA-FIM.

       P285-PROCURA-AULAS-DADAS.
           MOVE ZEROS TO WS-IDX-AULAS-ACHADO.
           MOVE 1     TO WS-IDX-AULAS-DADAS.
           PERFORM P287-COMPARA-AULAS-DADAS
               THRU P287-COMPARA-AULAS-DADAS-FIM
               UNTIL WS-IDX-AULAS-DADAS > WS-QTD-AULAS-DADAS
                  OR WS-IDX-AULAS-ACHADO > ZEROS.
       P285-PROCURA-AULAS-DADAS-FIM.

       P287-COMPARA-AULAS-DADAS.
           IF WS-TAB-AD-TURMA(WS-IDX-AULAS-DADAS) = WS-FAL-TURMA
              AND WS-TAB-AD-DISC(WS-IDX-AULAS-DADAS)
                  = WS-DISCIPLINA-APURADA THEN
               MOVE WS-IDX-AULAS-DADAS TO WS-IDX-AULAS-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-AULAS-DADAS.
       P287-COMPARA-AULAS-DADAS-FIM.

       P290-CARREGA-SAIDAS.
           MOVE "N" TO WS-FIM-MOVIM.

           OPEN INPUT WS-MOVIM-FILE.

           IF WS-MOVIM-NAO-EXISTE THEN
               GO TO P290-CARREGA-SAIDAS-FIM
           END-IF.

           PERFORM P292-LE-MOVIMENTO THRU P292-LE-MOVIMENTO-FIM.
           PERFORM P294-GUARDA-SAIDA THRU P294-GUARDA-SAIDA-FIM
               UNTIL WS-FIM-MOVIM-SIM.

           CLOSE WS-MOVIM-FILE.
       P290-CARREGA-SAIDAS-FIM.

       P292-LE-MOVIMENTO.
           READ WS-MOVIM-FILE
               AT END
                   MOVE "S" TO WS-FIM-MOVIM
           END-READ.
       P292-LE-MOVIMENTO-FIM.

       P294-GUARDA-SAIDA.
           IF NOT CPMOV-SAIDA-DA-TURMA THEN
               GO TO P294-GUARDA-SAIDA-LE
           END-IF.

           MOVE CPMOV-TURMA-ORIGEM TO WS-FAL-TURMA.
           MOVE CPMOV-NUMERO-ALUNO TO WS-FAL-NUMERO.
           PERFORM P296-PROCURA-SAIDA THRU P296-PROCURA-SAIDA-FIM.

           IF WS-DATA-SAIDA-ACHADA > ZEROS THEN
               IF CPMOV-DATA-EFETIVA <
                  WS-TAB-SAI-DATA(WS-IDX-SAIDA) THEN
                   MOVE CPMOV-DATA-EFETIVA
                     TO WS-TAB-SAI-DATA(WS-IDX-SAIDA)
               END-IF
               GO TO P294-GUARDA-SAIDA-LE
           END-IF.

           IF WS-QTD-SAIDAS < 500 THEN
               ADD 1 TO WS-QTD-SAIDAS
               MOVE CPMOV-TURMA-ORIGEM
                 TO WS-TAB-SAI-TURMA(WS-QTD-SAIDAS)
               MOVE CPMOV-NUMERO-ALUNO
                 TO WS-TAB-SAI-NUMERO(WS-QTD-SAIDAS)
               MOVE CPMOV-DATA-EFETIVA
                 TO WS-TAB-SAI-DATA(WS-QTD-SAIDAS)
           ELSE
               DISPLAY 'AVISO: TABELA DE SAIDAS CHEIA - SAIDA DO '
                       'ALUNO ' CPMOV-NUMERO-ALUNO ' IGNORADA'
           END-IF.

       P294-GUARDA-SAIDA-LE.
           PERFORM P292-LE-MOVIMENTO THRU P292-LE-MOVIMENTO-FIM.
       P294-GUARDA-SAIDA-FIM.

      *    DATA DE SAIDA DE WS-FAL-TURMA/WS-FAL-NUMERO EM
      *    WS-DATA-SAIDA-ACHADA (ZEROS SE O ALUNO NAO SAIU DA TURMA)
       P296-PROCURA-SAIDA.
           MOVE ZEROS TO WS-DATA-SAIDA-ACHADA.
           MOVE 1     TO WS-IDX-SAIDA.
           PERFORM P298-COMPARA-SAIDA THRU P298-COMPARA-SAIDA-FIM
               UNTIL WS-IDX-SAIDA > WS-QTD-SAIDAS
                  OR WS-DATA-SAIDA-ACHADA > ZEROS.
       P296-PROCURA-SAIDA-FIM.

       P298-COMPARA-SAIDA.
           IF WS-TAB-SAI-TURMA(WS-IDX-SAIDA) = WS-FAL-TURMA
              AND WS-TAB-SAI-NUMERO(WS-IDX-SAIDA) = WS-FAL-NUMERO THEN
               MOVE WS-TAB-SAI-DATA(WS-IDX-SAIDA)
                 TO WS-DATA-SAIDA-ACHADA
           ELSE
               ADD 1 TO WS-IDX-SAIDA
           END-IF.
       P298-COMPARA-SAIDA-FIM.

       P300-RECOLHE-FALTAS.
           MOVE "N" TO WS-FIM-FALTAS.


           ADD 1 TO WS-CONT-FALTAS-PERIODO.

      *    FALTA NO DIA DA SAIDA OU DEPOIS NAO E DO ALUNO DA TURMA
           PERFORM P296-PROCURA-SAIDA THRU P296-PROCURA-SAIDA-FIM.
           IF WS-DATA-SAIDA-ACHADA > ZEROS
              AND WS-FAL-DATA >= WS-DATA-SAIDA-ACHADA THEN
               ADD 1 TO WS-CONT-APOS-SAIDA
               GO TO P320-ACUMULA-FALTA-LE
           END-IF.

           PERFORM P370-VERIFICA-GRADE THRU P370-VERIFICA-GRADE-FIM.
           IF WS-TURMA-TEM-GRADE THEN
               PERFORM P360-ACUMULA-FALTA-AULA
                   THRU P360-ACUMULA-FALTA-AULA-FIM
               PERFORM P340-GUARDA-TURMA-AP
                   THRU P340-GUARDA-TURMA-AP-FIM
               GO TO P320-ACUMULA-FALTA-LE
           END-IF.

           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-APURADO.
           PERFORM P330-PROCURA-APURADO THRU P330-PROCURA-APURADO-FIM
           ADD 1 TO WS-IDX-TURMA-AP.
       P350-PROCURA-TURMA-AP-FIM.

      *    FALTA LANCADA POR AULA CONTA NA SUA DISCIPLINA; FALTA NO DIA
      *    INTEIRO (AULA ZERO OU LINHA ANTIGA, SEM AULA) CONTA UMA VEZ
      *    PARA CADA AULA DA GRADE DA TURMA NAQUELE DIA DA SEMANA
       P360-ACUMULA-FALTA-AULA.
           IF WS-FAL-AULA IS NUMERIC
              AND WS-FAL-AULA > ZEROS THEN
               MOVE WS-FAL-DISCIPLINA TO WS-DISCIPLINA-APURADA
               PERFORM P365-SOMA-FALTA-DISC
                   THRU P365-SOMA-FALTA-DISC-FIM
               GO TO P360-ACUMULA-FALTA-AULA-FIM
           END-IF.

           MOVE WS-FAL-DATA TO WS-DATA-YYYYMMDD.
           PERFORM P380-CALCULA-DIA-SEMANA
               THRU P380-CALCULA-DIA-SEMANA-FIM.

           MOVE 1 TO WS-IDX-GRADE.
           PERFORM P362-FALTA-DIA-INTEIRO
               THRU P362-FALTA-DIA-INTEIRO-FIM
               UNTIL WS-IDX-GRADE > WS-QTD-GRADE.
       P360-ACUMULA-FALTA-AULA-FIM.

       P362-FALTA-DIA-INTEIRO.
           IF WS-TAB-GR-TURMA(WS-IDX-GRADE) = WS-FAL-TURMA
              AND WS-TAB-GR-DIA(WS-IDX-GRADE) = WS-DIA-SEMANA THEN
               MOVE WS-TAB-GR-DISC(WS-IDX-GRADE)
                 TO WS-DISCIPLINA-APURADA
               PERFORM P365-SOMA-FALTA-DISC
                   THRU P365-SOMA-FALTA-DISC-FIM
           END-IF.
           ADD 1 TO WS-IDX-GRADE.
       P362-FALTA-DIA-INTEIRO-FIM.

       P365-SOMA-FALTA-DISC.
           PERFORM P367-PROCURA-FALTA-DISC
               THRU P367-PROCURA-FALTA-DISC-FIM.

           IF WS-IDX-FALTAS-ACHADO > ZEROS THEN
               ADD 1 TO WS-TAB-FD-QTD(WS-IDX-FALTAS-ACHADO)
           ELSE
               IF WS-QTD-FALTAS-DISC < 2000 THEN
                   ADD 1 TO WS-QTD-FALTAS-DISC
                   MOVE WS-FAL-TURMA
                     TO WS-TAB-FD-TURMA(WS-QTD-FALTAS-DISC)
                   MOVE WS-FAL-NUMERO
                     TO WS-TAB-FD-NUMERO(WS-QTD-FALTAS-DISC)
                   MOVE WS-DISCIPLINA-APURADA
                     TO WS-TAB-FD-DISC(WS-QTD-FALTAS-DISC)
                   MOVE 1 TO WS-TAB-FD-QTD(WS-QTD-FALTAS-DISC)
               ELSE
                   DISPLAY 'AVISO: TABELA DE FALTAS POR DISCIPLINA '
                           'CHEIA - FALTA DO ALUNO ' WS-FAL-NUMERO
                           ' IGNORADA'
               END-IF
           END-IF.
       P365-SOMA-FALTA-DISC-FIM.

       P367-PROCURA-FALTA-DISC.
           MOVE ZEROS TO WS-IDX-FALTAS-ACHADO.
           MOVE 1     TO WS-IDX-FALTAS-DISC.
           PERFORM P368-COMPARA-FALTA-DISC
               THRU P368-COMPARA-FALTA-DISC-FIM
               UNTIL WS-IDX-FALTAS-DISC > WS-QTD-FALTAS-DISC
                  OR WS-IDX-FALTAS-ACHADO > ZEROS.
       P367-PROCURA-FALTA-DISC-FIM.

       P368-COMPARA-FALTA-DISC.
           IF WS-TAB-FD-TURMA(WS-IDX-FALTAS-DISC) = WS-FAL-TURMA
              AND WS-TAB-FD-NUMERO(WS-IDX-FALTAS-DISC) = WS-FAL-NUMERO
              AND WS-TAB-FD-DISC(WS-IDX-FALTAS-DISC)
                  = WS-DISCIPLINA-APURADA THEN
               MOVE WS-IDX-FALTAS-DISC TO WS-IDX-FALTAS-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-FALTAS-DISC.
       P368-COMPARA-FALTA-DISC-FIM.

       P370-VERIFICA-GRADE.
           MOVE "N" TO WS-TURMA-GRADE-SW.
           MOVE 1   TO WS-IDX-TURMA-GR.
           PERFORM P375-PROCURA-TURMA-GR THRU P375-PROCURA-TURMA-GR-FIM
               UNTIL WS-IDX-TURMA-GR > WS-QTD-TURMAS-GR
                  OR WS-TURMA-TEM-GRADE.
       P370-VERIFICA-GRADE-FIM.

       P375-PROCURA-TURMA-GR.
           IF WS-TAB-TURMA-GR(WS-IDX-TURMA-GR) = WS-FAL-TURMA THEN
               MOVE "S" TO WS-TURMA-GRADE-SW
           END-IF.
           ADD 1 TO WS-IDX-TURMA-GR.
       P375-PROCURA-TURMA-GR-FIM.

      *    DIA DA SEMANA DA DATA EM WS-DATA-YYYYMMDD, NA CODIFICACAO DA
      *    GRADE (2 = SEGUNDA ATE 6 = SEXTA); O DIA 1 DO CALENDARIO
      *    FOI UMA SEGUNDA-FEIRA, COMO NO PGDIAUTL
       P380-CALCULA-DIA-SEMANA.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DATA-INTEGER - 1, 7) + 2.
       P380-CALCULA-DIA-SEMANA-FIM.

       P400-CALCULA-PERCENTUAL.
           COMPUTE WS-PRESENCAS = WS-BASE-CALCULO - WS-FALTAS-ALUNO.
           IF WS-PRESENCAS < ZEROS THEN
               MOVE ZEROS TO WS-PRESENCAS
           END-IF.
           COMPUTE WS-PERCENTUAL =
                   (WS-PRESENCAS * 100) / WS-BASE-CALCULO.
       P400-CALCULA-PERCENTUAL-FIM.

      *    FALTAS E BASE DE CALCULO DO REGISTRO EM WS-FAL-TURMA,
      *    WS-FAL-NUMERO E WS-DISCIPLINA-APURADA. TURMA COM GRADE USA
      *    AS AULAS DADAS DA DISCIPLINA; SEM AULA DADA NO PERIODO O
      *    REGISTRO NAO E APURADO. TURMA SEM GRADE USA OS DIAS LETIVOS
       P450-APURA-REGISTRO.
           MOVE "N" TO WS-REGISTRO-APURAVEL-SW.

           PERFORM P370-VERIFICA-GRADE THRU P370-VERIFICA-GRADE-FIM.

           IF WS-TURMA-TEM-GRADE THEN
               PERFORM P285-PROCURA-AULAS-DADAS
                   THRU P285-PROCURA-AULAS-DADAS-FIM
               IF WS-IDX-AULAS-ACHADO = ZEROS THEN
                   ADD 1 TO WS-CONT-SEM-AULA
                   GO TO P450-APURA-REGISTRO-FIM
               END-IF
               MOVE WS-TAB-AD-QTD(WS-IDX-AULAS-ACHADO)
                 TO WS-BASE-CALCULO
               MOVE "AULAS" TO WS-UNIDADE-BASE
               PERFORM P367-PROCURA-FALTA-DISC
                   THRU P367-PROCURA-FALTA-DISC-FIM
               IF WS-IDX-FALTAS-ACHADO > ZEROS THEN
                   MOVE WS-TAB-FD-QTD(WS-IDX-FALTAS-ACHADO)
                     TO WS-FALTAS-ALUNO
               ELSE
                   MOVE ZEROS TO WS-FALTAS-ALUNO
               END-IF
           ELSE
               MOVE WS-DIAS-LETIVOS TO WS-BASE-CALCULO
               MOVE "DIAS"  TO WS-UNIDADE-BASE
               MOVE ZEROS TO WS-IDX-ACHADO
               MOVE 1     TO WS-IDX-APURADO
               PERFORM P330-PROCURA-APURADO
                   THRU P330-PROCURA-APURADO-FIM
                   UNTIL WS-IDX-APURADO > WS-QTD-APURADOS
                      OR WS-IDX-ACHADO > ZEROS
               IF WS-IDX-ACHADO > ZEROS THEN
                   MOVE WS-TAB-FALTAS(WS-IDX-ACHADO)
                     TO WS-FALTAS-ALUNO
               ELSE
                   MOVE ZEROS TO WS-FALTAS-ALUNO
               END-IF
           END-IF.

           PERFORM P400-CALCULA-PERCENTUAL
               THRU P400-CALCULA-PERCENTUAL-FIM.

           MOVE "S" TO WS-REGISTRO-APURAVEL-SW.
       P450-APURA-REGISTRO-FIM.

       P500-ATUALIZA-MESTRE.
           MOVE "N" TO WS-FIM-MESTRE.

               GO TO P520-TRATA-MESTRE-LE
           END-IF.

           IF CPALUNO-INATIVO THEN
               ADD 1 TO WS-CONT-INATIVOS
               GO TO P520-TRATA-MESTRE-LE
           END-IF.

      *    BIMESTRE CURSADO EM OUTRA ESCOLA: A FREQUENCIA E A DE LA
           IF CPALUNO-TRANSF-ENTRADA THEN
               GO TO P520-TRATA-MESTRE-LE
           END-IF.

           MOVE CPALUNO-TURMA TO WS-FAL-TURMA.
           MOVE "N" TO WS-TURMA-ACHADA-SW.
           MOVE 1   TO WS-IDX-TURMA-AP.
               GO TO P520-TRATA-MESTRE-LE
           END-IF.

           MOVE CPALUNO-NUMERO     TO WS-FAL-NUMERO.
           MOVE CPALUNO-DISCIPLINA TO WS-DISCIPLINA-APURADA.
           PERFORM P450-APURA-REGISTRO THRU P450-APURA-REGISTRO-FIM.

           IF NOT WS-REGISTRO-APURAVEL THEN
               GO TO P520-TRATA-MESTRE-LE
           END-IF.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES.

           MOVE WS-PERCENTUAL TO CPALUNO-FREQUENCIA.
                                  WS-JRN-PROGRAMA
                                  WS-JRN-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-MESTRE-ATU.

           DISPLAY 'TURMA ' CPALUNO-TURMA
                   ' DISC ' CPALUNO-DISCIPLINA
                   ' ALUNO ' CPALUNO-NUMERO
                   ' FALTAS ' WS-FALTAS-ALUNO
                   ' DE ' WS-BASE-CALCULO ' ' WS-UNIDADE-BASE
                   ' - FREQUENCIA ' WS-PERCENTUAL ' PORCENTO'.

       P520-TRATA-MESTRE-LE.
           PERFORM P510-LE-MESTRE THRU P510-LE-MESTRE-FIM.
               GO TO P620-TRATA-TURMA-LE
           END-IF.

           MOVE CPALREG-NUMERO     TO WS-FAL-NUMERO.

           PERFORM P296-PROCURA-SAIDA THRU P296-PROCURA-SAIDA-FIM.
           IF WS-DATA-SAIDA-ACHADA > ZEROS
              AND WS-DATA-SAIDA-ACHADA <= WS-FIM-AAAAMMDD THEN
               GO TO P620-TRATA-TURMA-LE
           END-IF.

           MOVE CPALREG-DISCIPLINA TO WS-DISCIPLINA-APURADA.
           PERFORM P450-APURA-REGISTRO THRU P450-APURA-REGISTRO-FIM.

           IF NOT WS-REGISTRO-APURAVEL THEN
               GO TO P620-TRATA-TURMA-LE
           END-IF.

           MOVE WS-PERCENTUAL TO CPALREG-FREQUENCIA.

                   ' REGISTROS'
           DISPLAY 'TURMA.DAT ATUALIZADO...: ' WS-CONT-TURMA-ATU
                   ' REGISTROS'
           DISPLAY 'TURMAS COM GRADE.......: ' WS-QTD-TURMAS-GR
           DISPLAY 'SEM AULA DADA NA GRADE.: ' WS-CONT-SEM-AULA
                   ' REGISTROS NAO APURADOS'
           DISPLAY 'FALTAS APOS A SAIDA....: ' WS-CONT-APOS-SAIDA
                   ' IGNORADAS'
           DISPLAY 'ALUNOS FORA DA TURMA...: ' WS-CONT-INATIVOS
                   ' REGISTROS DO MESTRE NAO APURADOS'
           DISPLAY '================================================'.
       P900-EMITE-RESUMO-FIM.
       END PROGRAM PGEXE021.
