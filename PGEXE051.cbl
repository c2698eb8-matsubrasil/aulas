       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE051.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. GRADE DO CONSELHO
      *                               DE CLASSE (CONSELHO.REL): PARA O
      *                               BIMESTRE INFORMADO (1 A 4, OU 9
      *                               PARA O RESULTADO ANUAL) E PARA
      *                               UMA TURMA OU TODAS, UMA FOLHA POR
      *                               TURMA COM UMA LINHA POR ALUNO E
      *                               UMA COLUNA POR DISCIPLINA DE
      *                               DISCIPL.DAT, COM A MEDIA E A
      *                               FREQUENCIA DE CADA UMA; A CELULA
      *                               REPROVADA SAI MARCADA E O ALUNO
      *                               TEM A CONTAGEM DAS DISCIPLINAS
      *                               EM QUE REPROVOU. NO RESULTADO
      *                               ANUAL A FOLHA TRAZ AS DECISOES DO
      *                               CONSELHO JA REGISTRADAS PARA A
      *                               TURMA (CONSELHO.DAT, PGEXE052) E
      *                               TODA FOLHA TERMINA COM AS LINHAS
      *                               DE ASSINATURA DA ATA. O BOLETIM
      *                               (UM ALUNO POR PAGINA) E AS
      *                               ESTATISTICAS (SO TOTAIS) NAO DAVAM
      *                               ESSA VISAO DA TURMA INTEIRA.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      BIMESTRE EM BRANCO DO ALUNO
      *                               TRANSFERIDO DE OUTRA ESCOLA
      *                               (TRANSF-ENTRADA) FICA FORA DA
      *                               GRADE: ELE NAO ESTAVA NA TURMA
      *                               NAQUELE BIMESTRE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-DISCIPL-FILE ASSIGN TO "DISCIPL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-DISCIPL-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-CONSEL-FILE  ASSIGN TO "CONSELHO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CONSEL-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "CONSELHO.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-DISCIPL-FILE
           LABEL RECORD IS STANDARD.
       01  WS-DISCIPL-REGISTRO.
           03 WS-DIS-CODIGO       PIC X(05).
           03 WS-DIS-SEP          PIC X(02).
           03 WS-DIS-DESCRICAO    PIC X(30).

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-CONSEL-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CONSEL-REGISTRO.
           COPY CPCONSEL.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DISCIPL-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-DISCIPL-OK           VALUE "00".
           88 WS-DISCIPL-NAO-EXISTE   VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-CONSEL-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-CONSEL-OK            VALUE "00".
           88 WS-CONSEL-NAO-EXISTE    VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-DISCIPL         PIC X(01)    VALUE "N".
           88 WS-FIM-DISCIPL-SIM      VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-CONSEL          PIC X(01)    VALUE "N".
           88 WS-FIM-CONSEL-SIM       VALUE "S".

      *    PARAMETROS DIGITADOS: TURMA EM BRANCO = TODAS AS TURMAS
       01 WS-TURMA-PEDIDA        PIC X(05)    VALUE SPACES.
       01 WS-BIMESTRE-DIGITADO   PIC X(01)    VALUE SPACES.
           88 WS-BIMESTRE-VALIDO      VALUE "1" "2" "3" "4" "9".
       01 WS-BIMESTRE-PEDIDO     PIC 9(01)    VALUE ZEROS.
           88 WS-RESULTADO-ANUAL      VALUE 9.
       01 WS-TURMA-OK-SW         PIC X(01)    VALUE "N".
           88 WS-TURMA-INFORMADA      VALUE "S".

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

      *    DISCIPLINAS DE DISCIPL.DAT, NA ORDEM DO ARQUIVO, E AS QUE
      *    TEM LANCAMENTO NA TURMA CORRENTE
       01 WS-QTD-DISC            PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-DISC            PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-DISC-ACHADA     PIC 9(02)    VALUE ZEROS.
       01 WS-TABELA-DISC.
           03 WS-TAB-DISC-CODIGO PIC X(05)    OCCURS 21 TIMES.
       01 WS-DISC-USADAS.
           03 WS-DISC-USADA      PIC X(01)    OCCURS 21 TIMES.
              88 WS-DISC-TEM-LANCAMENTO  VALUE "S".

      *    COLUNAS DA GRADE DA TURMA (INDICE NA TABELA DE DISCIPLINAS);
      *    CABEM 7 POR FOLHA, AS DEMAIS SAEM EM FOLHAS SEGUINTES
       01 WS-QTD-COL             PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-COL             PIC 9(02)    VALUE ZEROS.
       01 WS-COL-INICIO          PIC 9(02)    VALUE ZEROS.
       01 WS-COL-FIM             PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-CEL             PIC 9(01)    VALUE ZEROS.
       01 WS-TABELA-COLUNAS.
           03 WS-COL-DISC        PIC 9(02)    OCCURS 21 TIMES.

      *    ALUNOS DA TURMA CORRENTE, EM ORDEM DE NUMERO, COM UMA
      *    CELULA POR DISCIPLINA DA TABELA
       01 WS-QTD-ALU             PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-ALU             PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-DESLOCA         PIC 9(02)    VALUE ZEROS.
       01 WS-ALUNO-ACHADO-SW     PIC X(01)    VALUE "N".
           88 WS-ALUNO-ACHADO         VALUE "S".
       01 WS-POSICAO-SW          PIC X(01)    VALUE "N".
           88 WS-POSICAO-ACHADA       VALUE "S".
       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-TURMA-TRUNCADA       VALUE "S".
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 60 TIMES.
              05 WS-TAB-NUMERO       PIC 9(05).
              05 WS-TAB-NOME         PIC X(30).
              05 WS-TAB-REPROVADAS   PIC 9(02).
              05 WS-TAB-CELULA OCCURS 21 TIMES.
                 07 WS-TAB-TEM-NOTA     PIC X(01).
                    88 WS-TAB-LANCADA        VALUE "S".
                 07 WS-TAB-MEDIA        PIC 9(02)V99.
                 07 WS-TAB-FREQ         PIC 9(03).
                 07 WS-TAB-MARCA        PIC X(01).

       01 WS-TURMA-ATUAL         PIC X(05)    VALUE SPACES.

       01 WS-CONT-TURMAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-ALUNOS         PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-COM-REPROV     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-DECISOES       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-DEC-TURMA      PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-SEM-DISC       PIC 9(05)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-DATA-CORRENTE.
           03 WS-DC-AAAAMMDD     PIC 9(08).
           03 WS-DC-AAAAMMDD-R REDEFINES WS-DC-AAAAMMDD.
              05 WS-DC-ANO       PIC 9(04).
              05 WS-DC-MES       PIC 9(02).
              05 WS-DC-DIA       PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(84)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(21)
              VALUE "CONSELHO DE CLASSE - ".
           03 WS-CAB-PERIODO     PIC X(30).

       01 WS-TITULO-CORRENTE     PIC X(132)   VALUE SPACES.
       01 WS-TITULO-CORRENTE-2   PIC X(132)   VALUE SPACES.

       01 WS-LINHA-SECAO.
           03 WS-SEC-TEXTO       PIC X(80).

       01 WS-LINHA-TITULO-GRADE.
           03 FILLER             PIC X(06)    VALUE "NUMERO".
           03 FILLER             PIC X(23)    VALUE " NOME".
           03 WS-TG-CELULA OCCURS 7 TIMES.
              05 FILLER          PIC X(04).
              05 WS-TG-DISC      PIC X(05).
              05 FILLER          PIC X(04).
           03 FILLER             PIC X(06)    VALUE " REPR.".

       01 WS-LINHA-TITULO-GRADE-2.
           03 FILLER             PIC X(29)    VALUE SPACES.
           03 WS-TG2-CELULA      PIC X(13)    OCCURS 7 TIMES.
           03 FILLER             PIC X(06)    VALUE " DISC.".

       01 WS-LINHA-ALUNO.
           03 WS-LA-NUMERO       PIC 9(05).
           03 FILLER             PIC X(01).
           03 WS-LA-NOME         PIC X(22).
           03 FILLER             PIC X(01).
           03 WS-LA-CELULA OCCURS 7 TIMES.
              05 FILLER          PIC X(01).
              05 WS-LA-MEDIA     PIC Z9,99.
              05 FILLER          PIC X(01).
              05 WS-LA-FREQ      PIC ZZ9.
              05 WS-LA-PCT       PIC X(01).
              05 WS-LA-MARCA     PIC X(01).
              05 FILLER          PIC X(01).
           03 FILLER             PIC X(03).
           03 WS-LA-REPROVADAS   PIC Z9.

       01 WS-LINHA-LEGENDA.
           03 FILLER             PIC X(32)
              VALUE "* = REPROVADO NA DISCIPLINA".
           03 FILLER             PIC X(32)
              VALUE "C = APROVADO PELO CONSELHO".
           03 FILLER             PIC X(31)
              VALUE "--- = SEM LANCAMENTO NO PERIODO".

       01 WS-LINHA-TITULO-DEC.
           03 FILLER             PIC X(12)    VALUE "CONSELHO".
           03 FILLER             PIC X(32)    VALUE "ALUNO".
           03 FILLER             PIC X(06)    VALUE "DISC.".
           03 FILLER             PIC X(16)    VALUE "SITUACAO ANTES".
           03 FILLER             PIC X(16)    VALUE "DECISAO".
           03 FILLER             PIC X(50)    VALUE "MOTIVO".

       01 WS-LINHA-DECISAO.
           03 WS-LD-DATA         PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LD-NUMERO       PIC 9(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-LD-NOME         PIC X(25).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-LD-DISCIPLINA   PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-LD-ANTES        PIC X(15).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-LD-DEPOIS       PIC X(15).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-LD-MOTIVO       PIC X(50).

       01 WS-LINHA-ATA.
           03 FILLER             PIC X(40)
              VALUE "ATA DO CONSELHO DE CLASSE REALIZADO EM ".
           03 FILLER             PIC X(19)
              VALUE "____/____/________".

       01 WS-LINHA-TRACOS.
           03 FILLER             PIC X(36)    VALUE ALL "_".
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 FILLER             PIC X(36)    VALUE ALL "_".
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 FILLER             PIC X(36)    VALUE ALL "_".

       01 WS-LINHA-CARGOS-1.
           03 FILLER             PIC X(42)
              VALUE "COORDENACAO PEDAGOGICA".
           03 FILLER             PIC X(42)    VALUE "DIRECAO".
           03 FILLER             PIC X(36)    VALUE "SECRETARIA".

       01 WS-LINHA-CARGOS-2.
           03 FILLER             PIC X(42)    VALUE "PROFESSOR(A)".
           03 FILLER             PIC X(42)    VALUE "PROFESSOR(A)".
           03 FILLER             PIC X(36)    VALUE "PROFESSOR(A)".

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(30)
              VALUE "TURMAS NA GRADE..............:".
           03 WS-TOT-TURMAS      PIC ZZ9.

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(30)
              VALUE "ALUNOS NA GRADE..............:".
           03 WS-TOT-ALUNOS      PIC ZZZZ9.

       01 WS-LINHA-TOTAL-3.
           03 FILLER             PIC X(30)
              VALUE "ALUNOS COM REPROVACAO........:".
           03 WS-TOT-COM-REPROV  PIC ZZZZ9.

       01 WS-LINHA-TOTAL-4.
           03 FILLER             PIC X(30)
              VALUE "DECISOES DO CONSELHO LISTADAS:".
           03 WS-TOT-DECISOES    PIC ZZZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-CONT-LINHAS WS-CONT-PAGINA WS-CONT-TURMAS
                         WS-CONT-ALUNOS WS-CONT-COM-REPROV
                         WS-CONT-DECISOES WS-CONT-SEM-DISC
                         WS-QTD-DISC WS-QTD-ALU
           MOVE SPACES TO WS-TURMA-ATUAL

           DISPLAY 'GRADE DO CONSELHO DE CLASSE - INICIO'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE

           MOVE "N" TO WS-TURMA-OK-SW
           PERFORM P100-DIGITA-TURMA UNTIL WS-TURMA-INFORMADA

           MOVE SPACES TO WS-BIMESTRE-DIGITADO
           PERFORM P110-DIGITA-BIMESTRE UNTIL WS-BIMESTRE-VALIDO
           MOVE WS-BIMESTRE-DIGITADO TO WS-BIMESTRE-PEDIDO

           PERFORM P150-CARREGA-DISCIPLINAS
               THRU P150-CARREGA-DISCIPLINAS-FIM

           IF WS-QTD-DISC = ZEROS THEN
               DISPLAY 'NENHUMA DISCIPLINA EM DISCIPL.DAT - GRADE '
                       'NAO EMITIDA'
               GOBACK
           END-IF

           OPEN INPUT WS-MESTRE-FILE

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - GRADE NAO EMITIDA'
               GOBACK
           END-IF

           IF WS-RESULTADO-ANUAL THEN
               MOVE 'RESULTADO ANUAL' TO WS-CAB-PERIODO
           ELSE
               MOVE SPACES TO WS-CAB-PERIODO
               STRING WS-BIMESTRE-PEDIDO DELIMITED BY SIZE
                      'O BIMESTRE'       DELIMITED BY SIZE
                      INTO WS-CAB-PERIODO
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           PERFORM P200-POSICIONA-MESTRE THRU P200-POSICIONA-MESTRE-FIM
           PERFORM P300-TRATA-REGISTRO THRU P300-TRATA-REGISTRO-FIM
               UNTIL WS-FIM-MESTRE-SIM

           PERFORM P400-IMPRIME-TURMA THRU P400-IMPRIME-TURMA-FIM

           CLOSE WS-MESTRE-FILE

           IF WS-CONT-TURMAS = ZEROS THEN
               MOVE SPACES TO WS-TITULO-CORRENTE WS-TITULO-CORRENTE-2
               MOVE 'GRADE DO CONSELHO DE CLASSE' TO WS-SEC-TEXTO
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
               MOVE 'NENHUM ALUNO ATIVO COM LANCAMENTO NO PERIODO '
                 TO WS-RELAT-LINHA
               MOVE 'INFORMADO' TO WS-RELAT-LINHA(46:)
               WRITE WS-RELAT-LINHA
           END-IF

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           IF WS-CONT-SEM-DISC > ZEROS THEN
               DISPLAY 'AVISO: ' WS-CONT-SEM-DISC ' REGISTRO(S) EM '
                       'DISCIPLINA FORA DE DISCIPL.DAT NAO ENTRARAM '
                       'NA GRADE'
           END-IF

           DISPLAY 'RELATORIO GRAVADO EM CONSELHO.REL - '
                   WS-CONT-TURMAS ' TURMA(S), ' WS-CONT-ALUNOS
                   ' ALUNO(S)'

           DISPLAY 'GRADE DO CONSELHO DE CLASSE - FIM'
           GOBACK.

       P100-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA (EM BRANCO = TODAS): '
           MOVE SPACES TO WS-TURMA-PEDIDA
           ACCEPT WS-TURMA-PEDIDA

           IF WS-TURMA-PEDIDA = SPACES THEN
               MOVE "S" TO WS-TURMA-OK-SW
               GO TO P100-DIGITA-TURMA-FIM
           END-IF

           MOVE "T" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-PEDIDA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-TURMA-PEDIDA ' - ' WS-DESCRICAO-REF
               MOVE "S" TO WS-TURMA-OK-SW
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P100-DIGITA-TURMA-FIM.

       P110-DIGITA-BIMESTRE.
           DISPLAY 'INFORME O BIMESTRE (1 A 4, OU 9 = RESULTADO '
                   'ANUAL): '
           ACCEPT WS-BIMESTRE-DIGITADO

           IF NOT WS-BIMESTRE-VALIDO THEN
               DISPLAY 'BIMESTRE INVALIDO - DIGITE 1, 2, 3, 4 OU 9'
           END-IF.
       P110-DIGITA-BIMESTRE-FIM.

       P150-CARREGA-DISCIPLINAS.
           MOVE "N" TO WS-FIM-DISCIPL.

           OPEN INPUT WS-DISCIPL-FILE.

           IF WS-DISCIPL-NAO-EXISTE THEN
               GO TO P150-CARREGA-DISCIPLINAS-FIM
           END-IF.

           PERFORM P160-LE-DISCIPLINA THRU P160-LE-DISCIPLINA-FIM.
           PERFORM P170-GUARDA-DISCIPLINA
               THRU P170-GUARDA-DISCIPLINA-FIM
               UNTIL WS-FIM-DISCIPL-SIM.

           CLOSE WS-DISCIPL-FILE.
       P150-CARREGA-DISCIPLINAS-FIM.

       P160-LE-DISCIPLINA.
           READ WS-DISCIPL-FILE
               AT END
                   MOVE "S" TO WS-FIM-DISCIPL
           END-READ.
       P160-LE-DISCIPLINA-FIM.

       P170-GUARDA-DISCIPLINA.
           IF WS-DIS-CODIGO = SPACES THEN
               GO TO P170-GUARDA-DISCIPLINA-LE
           END-IF.

           IF WS-QTD-DISC = 21 THEN
               DISPLAY 'AVISO: MAIS DE 21 DISCIPLINAS EM DISCIPL.DAT - '
                       'DISCIPLINA ' WS-DIS-CODIGO ' FORA DA GRADE'
               GO TO P170-GUARDA-DISCIPLINA-LE
           END-IF.

           ADD 1 TO WS-QTD-DISC.
           MOVE WS-DIS-CODIGO TO WS-TAB-DISC-CODIGO(WS-QTD-DISC).

       P170-GUARDA-DISCIPLINA-LE.
           PERFORM P160-LE-DISCIPLINA THRU P160-LE-DISCIPLINA-FIM.
       P170-GUARDA-DISCIPLINA-FIM.

       P200-POSICIONA-MESTRE.
           MOVE "N" TO WS-FIM-MESTRE.

           IF WS-TURMA-PEDIDA = SPACES THEN
               MOVE LOW-VALUES      TO CPALUNO-TURMA
           ELSE
               MOVE WS-TURMA-PEDIDA TO CPALUNO-TURMA
           END-IF.
           MOVE LOW-VALUES TO CPALUNO-DISCIPLINA.
           MOVE ZEROS      TO CPALUNO-NUMERO CPALUNO-BIMESTRE.

           START WS-MESTRE-FILE KEY IS >= CPALUNO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.

           PERFORM P210-LE-MESTRE THRU P210-LE-MESTRE-FIM.
       P200-POSICIONA-MESTRE-FIM.

       P210-LE-MESTRE.
           IF NOT WS-FIM-MESTRE-SIM THEN
               READ WS-MESTRE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE
               END-READ
           END-IF.

           IF NOT WS-FIM-MESTRE-SIM
              AND WS-TURMA-PEDIDA NOT = SPACES
              AND CPALUNO-TURMA NOT = WS-TURMA-PEDIDA THEN
               MOVE "S" TO WS-FIM-MESTRE
           END-IF.
       P210-LE-MESTRE-FIM.

       P300-TRATA-REGISTRO.
           IF CPALUNO-TURMA NOT = WS-TURMA-ATUAL THEN
               PERFORM P400-IMPRIME-TURMA THRU P400-IMPRIME-TURMA-FIM
               MOVE CPALUNO-TURMA TO WS-TURMA-ATUAL
               MOVE ZEROS         TO WS-QTD-ALU
               MOVE ALL "N"       TO WS-DISC-USADAS
               MOVE "N"           TO WS-TRUNCADO-SW
           END-IF.

           IF CPALUNO-BIMESTRE NOT = WS-BIMESTRE-PEDIDO THEN
               GO TO P300-TRATA-REGISTRO-LE
           END-IF.

      *    ALUNO QUE SAIU DA TURMA NAO VAI AO CONSELHO DELA, NEM O QUE
      *    CURSOU O BIMESTRE EM OUTRA ESCOLA
           IF CPALUNO-INATIVO OR CPALUNO-TRANSF-ENTRADA THEN
               GO TO P300-TRATA-REGISTRO-LE
           END-IF.

           MOVE ZEROS TO WS-IDX-DISC-ACHADA.
           MOVE 1     TO WS-IDX-DISC.
           PERFORM P310-PROCURA-DISCIPLINA
               THRU P310-PROCURA-DISCIPLINA-FIM
               UNTIL WS-IDX-DISC > WS-QTD-DISC
                  OR WS-IDX-DISC-ACHADA > ZEROS.

           IF WS-IDX-DISC-ACHADA = ZEROS THEN
               ADD 1 TO WS-CONT-SEM-DISC
               GO TO P300-TRATA-REGISTRO-LE
           END-IF.

           PERFORM P350-LOCALIZA-ALUNO THRU P350-LOCALIZA-ALUNO-FIM.

           IF NOT WS-ALUNO-ACHADO THEN
               GO TO P300-TRATA-REGISTRO-LE
           END-IF.

           MOVE "S" TO WS-DISC-USADA(WS-IDX-DISC-ACHADA).
           MOVE "S"
             TO WS-TAB-TEM-NOTA(WS-IDX-ALU WS-IDX-DISC-ACHADA).
           MOVE CPALUNO-MEDIA-FINAL
             TO WS-TAB-MEDIA(WS-IDX-ALU WS-IDX-DISC-ACHADA).
           MOVE CPALUNO-FREQUENCIA
             TO WS-TAB-FREQ(WS-IDX-ALU WS-IDX-DISC-ACHADA).
           MOVE SPACE
             TO WS-TAB-MARCA(WS-IDX-ALU WS-IDX-DISC-ACHADA).

      *    REPROVADO, REPROVADO-FINAL, REPROVADO-FALTA E
      *    REPROVADO-CONS CONTAM COMO REPROVACAO NA DISCIPLINA
           IF CPALUNO-SITUACAO(1:9) = "REPROVADO" THEN
               MOVE "*"
                 TO WS-TAB-MARCA(WS-IDX-ALU WS-IDX-DISC-ACHADA)
               ADD 1 TO WS-TAB-REPROVADAS(WS-IDX-ALU)
           END-IF.

           IF CPALUNO-SITUACAO = "APROVADO-CONS" THEN
               MOVE "C"
                 TO WS-TAB-MARCA(WS-IDX-ALU WS-IDX-DISC-ACHADA)
           END-IF.

       P300-TRATA-REGISTRO-LE.
           PERFORM P210-LE-MESTRE THRU P210-LE-MESTRE-FIM.
       P300-TRATA-REGISTRO-FIM.

       P310-PROCURA-DISCIPLINA.
           IF WS-TAB-DISC-CODIGO(WS-IDX-DISC) = CPALUNO-DISCIPLINA THEN
               MOVE WS-IDX-DISC TO WS-IDX-DISC-ACHADA
           END-IF.
           ADD 1 TO WS-IDX-DISC.
       P310-PROCURA-DISCIPLINA-FIM.

      *    OS REGISTROS VEM POR DISCIPLINA; O ALUNO NOVO ENTRA NA
      *    TABELA NA POSICAO DO SEU NUMERO, PARA A GRADE SAIR EM ORDEM
       P350-LOCALIZA-ALUNO.
           MOVE "N" TO WS-ALUNO-ACHADO-SW WS-POSICAO-SW.
           MOVE 1   TO WS-IDX-ALU.
           PERFORM P355-AVANCA-ALUNO THRU P355-AVANCA-ALUNO-FIM
               UNTIL WS-IDX-ALU > WS-QTD-ALU
                  OR WS-POSICAO-ACHADA.

           IF WS-POSICAO-ACHADA THEN
               IF WS-TAB-NUMERO(WS-IDX-ALU) = CPALUNO-NUMERO THEN
                   MOVE "S" TO WS-ALUNO-ACHADO-SW
                   GO TO P350-LOCALIZA-ALUNO-FIM
               END-IF
           END-IF.

           IF WS-QTD-ALU = 60 THEN
               IF NOT WS-TURMA-TRUNCADA THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   DISPLAY 'AVISO: TURMA ' CPALUNO-TURMA ' COM MAIS '
                           'DE 60 ALUNOS - OS SEGUINTES NAO ENTRAM NA '
                           'GRADE'
               END-IF
               GO TO P350-LOCALIZA-ALUNO-FIM
           END-IF.

           MOVE WS-QTD-ALU TO WS-IDX-DESLOCA.
           PERFORM P360-DESLOCA-ALUNO THRU P360-DESLOCA-ALUNO-FIM
               UNTIL WS-IDX-DESLOCA < WS-IDX-ALU.
           ADD 1 TO WS-QTD-ALU.

           MOVE SPACES         TO WS-TAB-ALUNO(WS-IDX-ALU).
           MOVE CPALUNO-NUMERO TO WS-TAB-NUMERO(WS-IDX-ALU).
           MOVE CPALUNO-NOME   TO WS-TAB-NOME(WS-IDX-ALU).
           MOVE ZEROS          TO WS-TAB-REPROVADAS(WS-IDX-ALU).
           MOVE "S"            TO WS-ALUNO-ACHADO-SW.
       P350-LOCALIZA-ALUNO-FIM.

       P355-AVANCA-ALUNO.
           IF WS-TAB-NUMERO(WS-IDX-ALU) >= CPALUNO-NUMERO THEN
               MOVE "S" TO WS-POSICAO-SW
           ELSE
               ADD 1 TO WS-IDX-ALU
           END-IF.
       P355-AVANCA-ALUNO-FIM.

       P360-DESLOCA-ALUNO.
           MOVE WS-TAB-ALUNO(WS-IDX-DESLOCA)
             TO WS-TAB-ALUNO(WS-IDX-DESLOCA + 1).
           SUBTRACT 1 FROM WS-IDX-DESLOCA.
       P360-DESLOCA-ALUNO-FIM.

       P400-IMPRIME-TURMA.
           IF WS-QTD-ALU = ZEROS THEN
               GO TO P400-IMPRIME-TURMA-FIM
           END-IF.

           ADD 1 TO WS-CONT-TURMAS.
           ADD WS-QTD-ALU TO WS-CONT-ALUNOS.

           MOVE ZEROS TO WS-QTD-COL.
           MOVE 1     TO WS-IDX-DISC.
           PERFORM P410-MONTA-COLUNA THRU P410-MONTA-COLUNA-FIM
               UNTIL WS-IDX-DISC > WS-QTD-DISC.

           MOVE "T" TO WS-TIPO-TABELA.
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-ATUAL
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW.
           IF NOT WS-REF-ENCONTRADO THEN
               MOVE 'TURMA NAO CADASTRADA' TO WS-DESCRICAO-REF
           END-IF.

           MOVE SPACES TO WS-SEC-TEXTO.
           STRING 'TURMA '         DELIMITED BY SIZE
                  WS-TURMA-ATUAL   DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-DESCRICAO-REF DELIMITED BY SIZE
                  INTO WS-SEC-TEXTO.

           MOVE 1 TO WS-IDX-ALU.
           PERFORM P415-CONTA-REPROVACAO THRU P415-CONTA-REPROVACAO-FIM
               UNTIL WS-IDX-ALU > WS-QTD-ALU.

           MOVE 1 TO WS-COL-INICIO.
           PERFORM P420-IMPRIME-BLOCO THRU P420-IMPRIME-BLOCO-FIM
               UNTIL WS-COL-INICIO > WS-QTD-COL.

           IF WS-RESULTADO-ANUAL THEN
               PERFORM P450-IMPRIME-DECISOES
                   THRU P450-IMPRIME-DECISOES-FIM
           END-IF.

           PERFORM P480-IMPRIME-ASSINATURAS
               THRU P480-IMPRIME-ASSINATURAS-FIM.

           MOVE ZEROS TO WS-QTD-ALU.
       P400-IMPRIME-TURMA-FIM.

       P410-MONTA-COLUNA.
           IF WS-DISC-TEM-LANCAMENTO(WS-IDX-DISC) THEN
               ADD 1 TO WS-QTD-COL
               MOVE WS-IDX-DISC TO WS-COL-DISC(WS-QTD-COL)
           END-IF.
           ADD 1 TO WS-IDX-DISC.
       P410-MONTA-COLUNA-FIM.

       P415-CONTA-REPROVACAO.
           IF WS-TAB-REPROVADAS(WS-IDX-ALU) > ZEROS THEN
               ADD 1 TO WS-CONT-COM-REPROV
           END-IF.
           ADD 1 TO WS-IDX-ALU.
       P415-CONTA-REPROVACAO-FIM.

      *    UM BLOCO E UMA FOLHA COM ATE 7 DISCIPLINAS DA TURMA
       P420-IMPRIME-BLOCO.
           COMPUTE WS-COL-FIM = WS-COL-INICIO + 6.
           IF WS-COL-FIM > WS-QTD-COL THEN
               MOVE WS-QTD-COL TO WS-COL-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-GRADE-2.
           MOVE 1      TO WS-IDX-CEL.
           PERFORM P425-MONTA-TITULO THRU P425-MONTA-TITULO-FIM
               UNTIL WS-IDX-CEL > 7.
           MOVE " DISC." TO WS-LINHA-TITULO-GRADE-2(121:6).

           MOVE WS-LINHA-TITULO-GRADE   TO WS-TITULO-CORRENTE.
           MOVE WS-LINHA-TITULO-GRADE-2 TO WS-TITULO-CORRENTE-2.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           MOVE 1 TO WS-IDX-ALU.
           PERFORM P430-IMPRIME-ALUNO THRU P430-IMPRIME-ALUNO-FIM
               UNTIL WS-IDX-ALU > WS-QTD-ALU.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-LEGENDA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 2 TO WS-CONT-LINHAS.

           ADD 7 TO WS-COL-INICIO.
       P420-IMPRIME-BLOCO-FIM.

       P425-MONTA-TITULO.
           COMPUTE WS-IDX-COL = WS-COL-INICIO + WS-IDX-CEL - 1.

           IF WS-IDX-COL > WS-COL-FIM THEN
               MOVE SPACES TO WS-TG-CELULA(WS-IDX-CEL)
           ELSE
               MOVE SPACES TO WS-TG-CELULA(WS-IDX-CEL)
               MOVE WS-TAB-DISC-CODIGO(WS-COL-DISC(WS-IDX-COL))
                 TO WS-TG-DISC(WS-IDX-CEL)
               MOVE " MEDIA FREQ  " TO WS-TG2-CELULA(WS-IDX-CEL)
           END-IF.

           ADD 1 TO WS-IDX-CEL.
       P425-MONTA-TITULO-FIM.

       P430-IMPRIME-ALUNO.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE SPACES                     TO WS-LINHA-ALUNO.
           MOVE WS-TAB-NUMERO(WS-IDX-ALU)  TO WS-LA-NUMERO.
           MOVE WS-TAB-NOME(WS-IDX-ALU)    TO WS-LA-NOME.

           MOVE 1 TO WS-IDX-CEL.
           PERFORM P435-MONTA-CELULA THRU P435-MONTA-CELULA-FIM
               UNTIL WS-IDX-CEL > 7.

           MOVE WS-TAB-REPROVADAS(WS-IDX-ALU) TO WS-LA-REPROVADAS.

           MOVE WS-LINHA-ALUNO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           ADD 1 TO WS-IDX-ALU.
       P430-IMPRIME-ALUNO-FIM.

       P435-MONTA-CELULA.
           COMPUTE WS-IDX-COL = WS-COL-INICIO + WS-IDX-CEL - 1.

           IF WS-IDX-COL > WS-COL-FIM THEN
               GO TO P435-MONTA-CELULA-PROXIMA
           END-IF.

           MOVE WS-COL-DISC(WS-IDX-COL) TO WS-IDX-DISC.

           IF NOT WS-TAB-LANCADA(WS-IDX-ALU WS-IDX-DISC) THEN
               MOVE "     ---     " TO WS-LA-CELULA(WS-IDX-CEL)
               GO TO P435-MONTA-CELULA-PROXIMA
           END-IF.

           MOVE WS-TAB-MEDIA(WS-IDX-ALU WS-IDX-DISC)
             TO WS-LA-MEDIA(WS-IDX-CEL).
           MOVE WS-TAB-FREQ(WS-IDX-ALU WS-IDX-DISC)
             TO WS-LA-FREQ(WS-IDX-CEL).
           MOVE "%" TO WS-LA-PCT(WS-IDX-CEL).
           MOVE WS-TAB-MARCA(WS-IDX-ALU WS-IDX-DISC)
             TO WS-LA-MARCA(WS-IDX-CEL).

       P435-MONTA-CELULA-PROXIMA.
           ADD 1 TO WS-IDX-CEL.
       P435-MONTA-CELULA-FIM.

      *    DECISOES JA REGISTRADAS PARA A TURMA, NA ORDEM EM QUE FORAM
      *    TOMADAS, PARA A ATA
       P450-IMPRIME-DECISOES.
           MOVE WS-LINHA-TITULO-DEC TO WS-TITULO-CORRENTE.
           MOVE SPACES              TO WS-TITULO-CORRENTE-2.
           MOVE ZEROS               TO WS-CONT-DEC-TURMA.

           IF WS-CONT-LINHAS >= 50 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           ELSE
               MOVE SPACES TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               MOVE 'DECISOES DO CONSELHO DE CLASSE' TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               MOVE ALL "-" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               MOVE WS-TITULO-CORRENTE TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               MOVE ALL "-" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 5 TO WS-CONT-LINHAS
           END-IF.

           MOVE "N" TO WS-FIM-CONSEL.

           OPEN INPUT WS-CONSEL-FILE.

           IF NOT WS-CONSEL-NAO-EXISTE THEN
               PERFORM P460-LE-DECISAO THRU P460-LE-DECISAO-FIM
               PERFORM P470-IMPRIME-DECISAO
                   THRU P470-IMPRIME-DECISAO-FIM
                   UNTIL WS-FIM-CONSEL-SIM
               CLOSE WS-CONSEL-FILE
           END-IF.

           IF WS-CONT-DEC-TURMA = ZEROS THEN
               MOVE 'NENHUMA DECISAO DO CONSELHO REGISTRADA PARA A '
                 TO WS-RELAT-LINHA
               MOVE 'TURMA' TO WS-RELAT-LINHA(47:)
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P450-IMPRIME-DECISOES-FIM.

       P460-LE-DECISAO.
           READ WS-CONSEL-FILE
               AT END
                   MOVE "S" TO WS-FIM-CONSEL
           END-READ.
       P460-LE-DECISAO-FIM.

       P470-IMPRIME-DECISAO.
           IF CPCON-TURMA NOT = WS-TURMA-ATUAL THEN
               GO TO P470-IMPRIME-DECISAO-LE
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           ADD 1 TO WS-CONT-DEC-TURMA.
           ADD 1 TO WS-CONT-DECISOES.

           MOVE SPACES TO WS-LD-DATA.
           STRING CPCON-CONSELHO-DD DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  CPCON-CONSELHO-MM DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  CPCON-CONSELHO-AA DELIMITED BY SIZE
                  INTO WS-LD-DATA.
           MOVE CPCON-NUMERO-ALUNO    TO WS-LD-NUMERO.
           MOVE CPCON-NOME-ALUNO      TO WS-LD-NOME.
           MOVE CPCON-DISCIPLINA      TO WS-LD-DISCIPLINA.
           MOVE CPCON-SITUACAO-ANTES  TO WS-LD-ANTES.
           MOVE CPCON-SITUACAO-DEPOIS TO WS-LD-DEPOIS.
           MOVE CPCON-MOTIVO          TO WS-LD-MOTIVO.

           MOVE WS-LINHA-DECISAO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       P470-IMPRIME-DECISAO-LE.
           PERFORM P460-LE-DECISAO THRU P460-LE-DECISAO-FIM.
       P470-IMPRIME-DECISAO-FIM.

       P480-IMPRIME-ASSINATURAS.
           IF WS-CONT-LINHAS >= 44 THEN
               MOVE SPACES TO WS-TITULO-CORRENTE WS-TITULO-CORRENTE-2
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-ATA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TRACOS TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CARGOS-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TRACOS TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CARGOS-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TRACOS TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CARGOS-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           ADD 15 TO WS-CONT-LINHAS.
       P480-IMPRIME-ASSINATURAS-FIM.

       P600-IMPRIME-RODAPE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-CONT-TURMAS     TO WS-TOT-TURMAS.
           MOVE WS-CONT-ALUNOS     TO WS-TOT-ALUNOS.
           MOVE WS-CONT-COM-REPROV TO WS-TOT-COM-REPROV.
           MOVE WS-CONT-DECISOES   TO WS-TOT-DECISOES.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-3 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           IF WS-RESULTADO-ANUAL THEN
               MOVE WS-LINHA-TOTAL-4 TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.
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
           MOVE 4 TO WS-CONT-LINHAS.

           IF WS-TITULO-CORRENTE NOT = SPACES THEN
               MOVE WS-TITULO-CORRENTE TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
               IF WS-TITULO-CORRENTE-2 NOT = SPACES THEN
                   MOVE WS-TITULO-CORRENTE-2 TO WS-RELAT-LINHA
                   WRITE WS-RELAT-LINHA
                   ADD 1 TO WS-CONT-LINHAS
               END-IF
               MOVE ALL "-" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE051.
