       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE035.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RELATORIO DAS
      *                               TURMAS/DISCIPLINAS SEM PROFESSOR
      *                               (SEMPROF.REL): CADA PAR QUE TEM
      *                               ALUNO MATRICULADO EM TURMA.DAT E
      *                               CONFERIDO NA TABELA DE
      *                               ATRIBUICOES (ATRIBUI.DAT) E NO
      *                               CADASTRO DE PROFESSORES
      *                               (PROFESS.DAT). SAEM OS PARES SEM
      *                               ATRIBUICAO E OS ATRIBUIDOS A UM
      *                               CODIGO DE PROFESSOR QUE NAO
      *                               EXISTE MAIS, PORQUE NOS DOIS
      *                               CASOS NENHUM PROFESSOR CONSEGUE
      *                               LANCAR AS NOTAS DA TURMA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-TURMA-FILE   ASSIGN TO "TURMA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TURMA-STATUS.

           SELECT WS-ATRIBUI-FILE ASSIGN TO "ATRIBUI.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ATRIBUI-STATUS.

           SELECT WS-PROFESS-FILE ASSIGN TO "PROFESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PROFESS-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "SEMPROF.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-TURMA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-TURMA-REGISTRO.
           COPY CPALREG.

       FD  WS-ATRIBUI-FILE
           LABEL RECORD IS STANDARD.
       01  WS-ATRIBUI-REGISTRO.
           03 WS-ATR-TURMA        PIC X(05).
           03 WS-ATR-SEP1         PIC X(02).
           03 WS-ATR-DISCIPLINA   PIC X(05).
           03 WS-ATR-SEP2         PIC X(02).
           03 WS-ATR-PROFESSOR    PIC X(05).

       FD  WS-PROFESS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PROFESS-REGISTRO.
           03 WS-PRF-CODIGO       PIC X(05).
           03 WS-PRF-SEP1         PIC X(02).
           03 WS-PRF-NOME         PIC X(30).
           03 WS-PRF-SEP2         PIC X(02).
           03 WS-PRF-OPERADOR     PIC X(08).

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TURMA-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-TURMA-OK             VALUE "00".
           88 WS-TURMA-NAO-EXISTE     VALUE "35".
       01 WS-ATRIBUI-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-ATRIBUI-OK           VALUE "00".
           88 WS-ATRIBUI-NAO-EXISTE   VALUE "35".
       01 WS-PROFESS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-PROFESS-OK           VALUE "00".
           88 WS-PROFESS-NAO-EXISTE   VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-ARQUIVO         PIC X(01)    VALUE "N".
           88 WS-FIM-ARQUIVO-SIM      VALUE "S".

      *    PARES TURMA/DISCIPLINA DE TURMA.DAT, SEM REPETICAO E EM
      *    ORDEM CRESCENTE
       01 WS-QTD-PARES           PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-PAR             PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-POSICAO         PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-MOVE            PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-PARES.
           03 WS-TAB-PAR OCCURS 300 TIMES.
              05 WS-TAB-PAR-TURMA    PIC X(05).
              05 WS-TAB-PAR-DISC     PIC X(05).
       01 WS-PAR-NOVO.
           03 WS-PAR-TURMA       PIC X(05).
           03 WS-PAR-DISCIPLINA  PIC X(05).
       01 WS-PAR-REPETIDO-SW     PIC X(01)    VALUE "N".
           88 WS-PAR-REPETIDO         VALUE "S".

       01 WS-QTD-ATRIBUICOES     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-ATRIBUICAO      PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-ATRIBUICOES.
           03 WS-TAB-ATRIBUICAO OCCURS 300 TIMES.
              05 WS-TAB-ATR-PAR      PIC X(10).
              05 WS-TAB-ATR-PROF     PIC X(05).

       01 WS-QTD-PROFESSORES     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-PROFESSOR       PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-PROFESSORES.
           03 WS-TAB-PRF-CODIGO OCCURS 100 TIMES PIC X(05).

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-PROFESSOR-ACHADO    PIC X(05)    VALUE SPACES.
       01 WS-PROF-EXISTE-SW      PIC X(01)    VALUE "N".
           88 WS-PROFESSOR-EXISTE     VALUE "S".

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESC-TURMA          PIC X(30)    VALUE SPACES.
       01 WS-DESC-DISCIPLINA     PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-SEM-PROFESSOR  PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PROF-INVALIDO  PIC 9(03)    VALUE ZEROS.

       01 WS-DATA-CORRENTE.
           03 WS-DC-ANO          PIC 9(04).
           03 WS-DC-MES          PIC 9(02).
           03 WS-DC-DIA          PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(42)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(35)
              VALUE "TURMAS E DISCIPLINAS SEM PROFESSOR".

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(07)    VALUE "TURMA".
           03 FILLER             PIC X(22)    VALUE "DESCRICAO".
           03 FILLER             PIC X(07)    VALUE "DISC".
           03 FILLER             PIC X(22)    VALUE "DESCRICAO".
           03 FILLER             PIC X(30)    VALUE "OCORRENCIA".

       01 WS-LINHA-DETALHE.
           03 WS-DET-TURMA       PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DESC-TURMA  PIC X(20).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DESC-DISC   PIC X(20).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-OCORRENCIA  PIC X(32).

       01 WS-LINHA-TOTAL.
           03 FILLER             PIC X(26)
              VALUE "PARES SEM ATRIBUICAO.....:".
           03 WS-TOT-SEM-PROF    PIC ZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(28)
              VALUE "PROFESSOR NAO CADASTRADO..:".
           03 WS-TOT-PROF-INV    PIC ZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-TRUNCADO-SW
           MOVE ZEROS TO WS-QTD-PARES WS-QTD-ATRIBUICOES
                         WS-QTD-PROFESSORES WS-CONT-LINHAS
                         WS-CONT-PAGINA WS-CONT-SEM-PROFESSOR
                         WS-CONT-PROF-INVALIDO

           DISPLAY 'TURMAS E DISCIPLINAS SEM PROFESSOR - INICIO'

           PERFORM P100-CARREGA-PARES THRU P100-CARREGA-PARES-FIM

           IF WS-QTD-PARES = ZEROS THEN
               DISPLAY 'NENHUM ALUNO MATRICULADO EM TURMA.DAT - '
                       'RELATORIO NAO EMITIDO'
               GOBACK
           END-IF

           PERFORM P150-CARREGA-ATRIBUICOES
               THRU P150-CARREGA-ATRIBUICOES-FIM
           PERFORM P170-CARREGA-PROFESSORES
               THRU P170-CARREGA-PROFESSORES-FIM

           OPEN OUTPUT WS-RELAT-FILE

           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           MOVE 1 TO WS-IDX-PAR
           PERFORM P300-CONFERE-PAR THRU P300-CONFERE-PAR-FIM
               UNTIL WS-IDX-PAR > WS-QTD-PARES

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           DISPLAY 'RELATORIO GRAVADO EM SEMPROF.REL - '
                   WS-QTD-PARES ' PARES CONFERIDOS, '
                   WS-CONT-SEM-PROFESSOR ' SEM ATRIBUICAO E '
                   WS-CONT-PROF-INVALIDO ' COM PROFESSOR NAO '
                   'CADASTRADO'

           DISPLAY 'TURMAS E DISCIPLINAS SEM PROFESSOR - FIM'
           GOBACK.

       P100-CARREGA-PARES.
           MOVE "N" TO WS-FIM-ARQUIVO.

           OPEN INPUT WS-TURMA-FILE.

           IF WS-TURMA-NAO-EXISTE THEN
               DISPLAY 'ARQUIVO DE TURMA (TURMA.DAT) NAO ENCONTRADO'
               GO TO P100-CARREGA-PARES-FIM
           END-IF.

           PERFORM P110-LE-ALUNO THRU P110-LE-ALUNO-FIM.
           PERFORM P120-GUARDA-PAR THRU P120-GUARDA-PAR-FIM
               UNTIL WS-FIM-ARQUIVO-SIM
                  OR WS-CARGA-TRUNCADA.

           CLOSE WS-TURMA-FILE.

           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'AVISO: MAIS DE 300 PARES TURMA/DISCIPLINA EM '
                       'TURMA.DAT - O RELATORIO SAI SO COM OS 300 '
                       'PRIMEIROS'
           END-IF.
       P100-CARREGA-PARES-FIM.

       P110-LE-ALUNO.
           READ WS-TURMA-FILE
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       P110-LE-ALUNO-FIM.

       P120-GUARDA-PAR.
           MOVE CPALREG-TURMA      TO WS-PAR-TURMA.
           MOVE CPALREG-DISCIPLINA TO WS-PAR-DISCIPLINA.

      *    PROCURA A POSICAO DO PAR NA ORDEM CRESCENTE
           MOVE "N" TO WS-PAR-REPETIDO-SW.
           MOVE 1   TO WS-IDX-POSICAO.
           PERFORM P125-PROCURA-POSICAO THRU P125-PROCURA-POSICAO-FIM
               UNTIL WS-IDX-POSICAO > WS-QTD-PARES
                  OR WS-TAB-PAR(WS-IDX-POSICAO) >= WS-PAR-NOVO.

           IF WS-IDX-POSICAO <= WS-QTD-PARES THEN
               IF WS-TAB-PAR(WS-IDX-POSICAO) = WS-PAR-NOVO THEN
                   MOVE "S" TO WS-PAR-REPETIDO-SW
               END-IF
           END-IF.

           IF NOT WS-PAR-REPETIDO THEN
               IF WS-QTD-PARES = 300 THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   GO TO P120-GUARDA-PAR-FIM
               END-IF
               MOVE WS-QTD-PARES TO WS-IDX-MOVE
               PERFORM P127-DESCE-UM-PAR THRU P127-DESCE-UM-PAR-FIM
                   UNTIL WS-IDX-MOVE < WS-IDX-POSICAO
               MOVE WS-PAR-NOVO TO WS-TAB-PAR(WS-IDX-POSICAO)
               ADD 1 TO WS-QTD-PARES
           END-IF.

           PERFORM P110-LE-ALUNO THRU P110-LE-ALUNO-FIM.
       P120-GUARDA-PAR-FIM.

       P125-PROCURA-POSICAO.
           ADD 1 TO WS-IDX-POSICAO.
       P125-PROCURA-POSICAO-FIM.

       P127-DESCE-UM-PAR.
           MOVE WS-TAB-PAR(WS-IDX-MOVE)
             TO WS-TAB-PAR(WS-IDX-MOVE + 1).
           SUBTRACT 1 FROM WS-IDX-MOVE.
       P127-DESCE-UM-PAR-FIM.

       P150-CARREGA-ATRIBUICOES.
           MOVE "N" TO WS-FIM-ARQUIVO.

           OPEN INPUT WS-ATRIBUI-FILE.

           IF WS-ATRIBUI-NAO-EXISTE THEN
               DISPLAY 'TABELA DE ATRIBUICOES (ATRIBUI.DAT) NAO '
                       'ENCONTRADA - TODOS OS PARES SAIRAO SEM '
                       'PROFESSOR'
               GO TO P150-CARREGA-ATRIBUICOES-FIM
           END-IF.

           PERFORM P155-LE-ATRIBUICAO THRU P155-LE-ATRIBUICAO-FIM.
           PERFORM P160-GUARDA-ATRIBUICAO
               THRU P160-GUARDA-ATRIBUICAO-FIM
               UNTIL WS-FIM-ARQUIVO-SIM
                  OR WS-QTD-ATRIBUICOES = 300.

           CLOSE WS-ATRIBUI-FILE.
       P150-CARREGA-ATRIBUICOES-FIM.

       P155-LE-ATRIBUICAO.
           READ WS-ATRIBUI-FILE
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       P155-LE-ATRIBUICAO-FIM.

       P160-GUARDA-ATRIBUICAO.
           ADD 1 TO WS-QTD-ATRIBUICOES.
           MOVE WS-ATR-TURMA
             TO WS-TAB-ATR-PAR(WS-QTD-ATRIBUICOES)(1:5).
           MOVE WS-ATR-DISCIPLINA
             TO WS-TAB-ATR-PAR(WS-QTD-ATRIBUICOES)(6:5).
           MOVE WS-ATR-PROFESSOR
             TO WS-TAB-ATR-PROF(WS-QTD-ATRIBUICOES).
           PERFORM P155-LE-ATRIBUICAO THRU P155-LE-ATRIBUICAO-FIM.
       P160-GUARDA-ATRIBUICAO-FIM.

       P170-CARREGA-PROFESSORES.
           MOVE "N" TO WS-FIM-ARQUIVO.

           OPEN INPUT WS-PROFESS-FILE.

           IF WS-PROFESS-NAO-EXISTE THEN
               DISPLAY 'CADASTRO DE PROFESSORES (PROFESS.DAT) NAO '
                       'ENCONTRADO'
               GO TO P170-CARREGA-PROFESSORES-FIM
           END-IF.

           PERFORM P175-LE-PROFESSOR THRU P175-LE-PROFESSOR-FIM.
           PERFORM P180-GUARDA-PROFESSOR THRU P180-GUARDA-PROFESSOR-FIM
               UNTIL WS-FIM-ARQUIVO-SIM
                  OR WS-QTD-PROFESSORES = 100.

           CLOSE WS-PROFESS-FILE.
       P170-CARREGA-PROFESSORES-FIM.

       P175-LE-PROFESSOR.
           READ WS-PROFESS-FILE
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       P175-LE-PROFESSOR-FIM.

       P180-GUARDA-PROFESSOR.
           ADD 1 TO WS-QTD-PROFESSORES.
           MOVE WS-PRF-CODIGO TO WS-TAB-PRF-CODIGO(WS-QTD-PROFESSORES).
           PERFORM P175-LE-PROFESSOR THRU P175-LE-PROFESSOR-FIM.
       P180-GUARDA-PROFESSOR-FIM.

       P300-CONFERE-PAR.
           MOVE SPACES TO WS-PROFESSOR-ACHADO.
           MOVE 1      TO WS-IDX-ATRIBUICAO.
           PERFORM P310-COMPARA-ATRIBUICAO
               THRU P310-COMPARA-ATRIBUICAO-FIM
               UNTIL WS-IDX-ATRIBUICAO > WS-QTD-ATRIBUICOES
                  OR WS-PROFESSOR-ACHADO NOT = SPACES.

           MOVE SPACES TO WS-LINHA-DETALHE.

           IF WS-PROFESSOR-ACHADO = SPACES THEN
               MOVE "SEM PROFESSOR ATRIBUIDO" TO WS-DET-OCORRENCIA
               ADD 1 TO WS-CONT-SEM-PROFESSOR
           ELSE
               MOVE "N" TO WS-PROF-EXISTE-SW
               MOVE 1   TO WS-IDX-PROFESSOR
               PERFORM P320-COMPARA-PROFESSOR
                   THRU P320-COMPARA-PROFESSOR-FIM
                   UNTIL WS-IDX-PROFESSOR > WS-QTD-PROFESSORES
                      OR WS-PROFESSOR-EXISTE
               IF WS-PROFESSOR-EXISTE THEN
                   GO TO P300-CONFERE-PAR-PROXIMO
               END-IF
               STRING "PROFESSOR "          DELIMITED BY SIZE
                      WS-PROFESSOR-ACHADO   DELIMITED BY SIZE
                      " NAO CADASTRADO"     DELIMITED BY SIZE
                      INTO WS-DET-OCORRENCIA
               ADD 1 TO WS-CONT-PROF-INVALIDO
           END-IF.

           PERFORM P400-IMPRIME-PAR THRU P400-IMPRIME-PAR-FIM.

       P300-CONFERE-PAR-PROXIMO.
           ADD 1 TO WS-IDX-PAR.
       P300-CONFERE-PAR-FIM.

       P310-COMPARA-ATRIBUICAO.
           IF WS-TAB-ATR-PAR(WS-IDX-ATRIBUICAO)
              = WS-TAB-PAR(WS-IDX-PAR) THEN
               MOVE WS-TAB-ATR-PROF(WS-IDX-ATRIBUICAO)
                 TO WS-PROFESSOR-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-ATRIBUICAO.
       P310-COMPARA-ATRIBUICAO-FIM.

       P320-COMPARA-PROFESSOR.
           IF WS-TAB-PRF-CODIGO(WS-IDX-PROFESSOR)
              = WS-PROFESSOR-ACHADO THEN
               MOVE "S" TO WS-PROF-EXISTE-SW
           END-IF.
           ADD 1 TO WS-IDX-PROFESSOR.
       P320-COMPARA-PROFESSOR-FIM.

       P400-IMPRIME-PAR.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE "T" TO WS-TIPO-TABELA.
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TAB-PAR-TURMA(WS-IDX-PAR)
                                  WS-DESC-TURMA
                                  WS-REF-ACHOU-SW.
           MOVE "D" TO WS-TIPO-TABELA.
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TAB-PAR-DISC(WS-IDX-PAR)
                                  WS-DESC-DISCIPLINA
                                  WS-REF-ACHOU-SW.

           MOVE WS-TAB-PAR-TURMA(WS-IDX-PAR) TO WS-DET-TURMA.
           MOVE WS-DESC-TURMA                TO WS-DET-DESC-TURMA.
           MOVE WS-TAB-PAR-DISC(WS-IDX-PAR)  TO WS-DET-DISCIPLINA.
           MOVE WS-DESC-DISCIPLINA           TO WS-DET-DESC-DISC.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
       P400-IMPRIME-PAR-FIM.

       P600-IMPRIME-RODAPE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-CONT-SEM-PROFESSOR TO WS-TOT-SEM-PROF.
           MOVE WS-CONT-PROF-INVALIDO TO WS-TOT-PROF-INV.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
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
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TITULO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ZEROS TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE035.
