       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE032.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. VIRADA DO ANO
      *                               LETIVO: A PARTIR DOS CONSOLIDADOS
      *                               ANUAIS (BIMESTRE 9, GRAVADOS PELO
      *                               PGEXE017 E FECHADOS PELA
      *                               RECUPERACAO DO PGEXE010) DECIDE
      *                               CADA ALUNO - APROVADO OU
      *                               APROVADO-REC EM TODAS AS
      *                               DISCIPLINAS E PROMOVIDO PARA A
      *                               TURMA SEGUINTE DA TABELA DE
      *                               PROMOCAO (PROMOCAO.DAT, AO LADO
      *                               DE TURMAS.DAT); QUALQUER
      *                               REPROVACAO O RETEM NA MESMA
      *                               TURMA; TURMA SEM DESTINO FORMA O
      *                               CONCLUINTE. A PREVIA SO IMPRIME A
      *                               LISTA E O QUADRO DE CONTROLE EM
      *                               VIRADA.REL. A EXECUCAO, MEDIANTE
      *                               CONFIRMACAO, GUARDA O TURMA.DAT
      *                               DO ANO EM TURMAAAAA.ARQ, GRAVA A
      *                               MATRICULA DO ANO NOVO EM
      *                               TURMA.DAT (BIMESTRE 1, NOTAS
      *                               ZERADAS), COPIA O ANO INTEIRO
      *                               PARA O HISTORICO HISTALUN.DAT
      *                               (CHAVE ANO + CHAVE DO MESTRE) E
      *                               ESVAZIA O MESTRE, EXCLUINDO CADA
      *                               REGISTRO COM JORNAL. ANTES, EM
      *                               JANEIRO, O MESTRE TERIA DE SER
      *                               APAGADO NA MAO OU MISTURARIA DOIS
      *                               ANOS NA MESMA CHAVE.
      *    15/10/2026    SUPORTE      A CHAMADA DO PGJORNAL PASSOU A
      *                               LEVAR O NUMERO DO PEDIDO DE
      *                               ALTERACAO DE NOTA, EM ZEROS: ESTA
      *                               GRAVACAO NAO VEM DE PEDIDO.
      *    15/10/2026    SUPORTE      ALUNO APROVADO PELO CONSELHO DE
      *                               CLASSE (APROVADO-CONS) NA
      *                               DISCIPLINA NAO E MAIS RETIDO NA
      *                               VIRADA.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      O ALUNO TRANSFERIDO, DESISTENTE
      *                               OU REMANEJADO (CONSOLIDADO
      *                               MARCADO PELO PGEXE047) DEIXOU DE
      *                               SER TRATADO COMO REPROVADO: SAI
      *                               COMO INATIVO, CONTADO EM LINHA
      *                               PROPRIA NA LISTA E NO QUADRO DE
      *                               CONTROLE, VAI PARA O HISTORICO
      *                               COM JORNAL COMO OS DEMAIS, MAS
      *                               NAO GANHA MATRICULA NOVA. ANTES
      *                               ERA RETIDO E REMATRICULADO, E O
      *                               REMANEJADO FICAVA MATRICULADO NA
      *                               TURMA DE ORIGEM E NA DE DESTINO.
      *    15/10/2026    SUPORTE      TABELA DE ALUNOS AMPLIADA DE 500
      *                               PARA 2000 E A DE MATRICULAS (UMA
      *                               POR ALUNO E DISCIPLINA) DE 500
      *                               PARA 12000: COM SEIS DISCIPLINAS
      *                               A VIRADA DE UMA ESCOLA NORMAL
      *                               PARAVA NO OCTOGESIMO ALUNO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-HISTORICO-FILE ASSIGN TO "HISTALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPHISTO-CHAVE
                  ALTERNATE RECORD KEY IS CPHISTO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-HISTORICO-STATUS.

           SELECT WS-PROMOCAO-FILE ASSIGN TO "PROMOCAO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PROMOCAO-STATUS.

           SELECT WS-TURMA-FILE   ASSIGN TO "TURMA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TURMA-STATUS.

           SELECT WS-ARQTURMA-FILE ASSIGN TO WS-NOME-ARQTURMA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ARQTURMA-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "VIRADA.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-HISTORICO-REGISTRO.
           COPY CPHISTO.
       01  WS-HISTORICO-IMAGEM.
           03 WS-HIM-ANO          PIC 9(04).
           03 WS-HIM-ALUNO        PIC X(111).

       FD  WS-PROMOCAO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PROMOCAO-REGISTRO.
           03 WS-PRO-TURMA        PIC X(05).
           03 WS-PRO-SEP          PIC X(02).
           03 WS-PRO-DESTINO      PIC X(05).

       FD  WS-TURMA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-TURMA-REGISTRO.
           COPY CPALREG.

       FD  WS-ARQTURMA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-ARQTURMA-REGISTRO   PIC X(75).

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-HISTORICO-STATUS    PIC X(02)    VALUE ZEROS.
           88 WS-HISTORICO-OK         VALUE "00".
           88 WS-HISTORICO-NAO-EXISTE VALUE "35".
       01 WS-PROMOCAO-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-PROMOCAO-OK          VALUE "00".
           88 WS-PROMOCAO-NAO-EXISTE  VALUE "35".
       01 WS-TURMA-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-TURMA-OK             VALUE "00".
           88 WS-TURMA-NAO-EXISTE     VALUE "35".
       01 WS-ARQTURMA-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-ARQTURMA-OK          VALUE "00".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-PROMOCAO        PIC X(01)    VALUE "N".
           88 WS-FIM-PROMOCAO-SIM     VALUE "S".
       01 WS-FIM-TURMA           PIC X(01)    VALUE "N".
           88 WS-FIM-TURMA-SIM        VALUE "S".
       01 WS-FIM-HISTORICO       PIC X(01)    VALUE "N".
           88 WS-FIM-HISTORICO-SIM    VALUE "S".

       77 WS-NOME-ARQTURMA       PIC X(13)    VALUE SPACES.

       01 WS-ANO-DIGITADO        PIC X(04)    VALUE SPACES.
       01 WS-ANO-LETIVO          PIC 9(04)    VALUE ZEROS.

       01 WS-MODO                PIC X(01)    VALUE SPACES.
           88 WS-MODO-PREVIA          VALUE "P" "p".
           88 WS-MODO-EXECUCAO        VALUE "E" "e".
           88 WS-MODO-SAIR            VALUE "0".
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.
       01 WS-ANO-ARQUIVADO-SW    PIC X(01)    VALUE "N".
           88 WS-ANO-JA-ARQUIVADO     VALUE "S".

       01 WS-QTD-PROMOCAO        PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-PROMOCAO        PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-PROMOCAO.
           03 WS-TAB-PROMOCAO OCCURS 100 TIMES.
              05 WS-PRM-TURMA        PIC X(05).
              05 WS-PRM-DESTINO      PIC X(05).

       01 WS-QTD-ALUNOS          PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-ALUNO           PIC 9(04)    VALUE ZEROS.
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 2000 TIMES.
              05 WS-ALU-NUMERO       PIC 9(05).
              05 WS-ALU-TURMA        PIC X(05).
              05 WS-ALU-NOME         PIC X(30).
              05 WS-ALU-MATRICULA    PIC X(10).
              05 WS-ALU-DESTINO      PIC X(05).
              05 WS-ALU-DECISAO      PIC X(10).
                 88 WS-ALU-PROMOVIDO      VALUE "PROMOVIDO".
                 88 WS-ALU-RETIDO         VALUE "RETIDO".
                 88 WS-ALU-CONCLUINTE     VALUE "CONCLUINTE".
                 88 WS-ALU-PENDENTE       VALUE "PENDENTE".
                 88 WS-ALU-INATIVO        VALUE "INATIVO".
              05 WS-ALU-OBSERVACAO   PIC X(20).
              05 WS-ALU-REPROVOU-SW  PIC X(01).
                 88 WS-ALU-REPROVOU       VALUE "S".
              05 WS-ALU-SEM-CONS-SW  PIC X(01).
                 88 WS-ALU-SEM-CONSOLIDADO VALUE "S".
              05 WS-ALU-SAIU-SW      PIC X(01).
                 88 WS-ALU-SAIU-DA-TURMA   VALUE "S".

       01 WS-QTD-MATRICULAS      PIC 9(05)    VALUE ZEROS.
       01 WS-IDX-MATRICULA       PIC 9(05)    VALUE ZEROS.
       01 WS-TABELA-MATRICULAS.
           03 WS-TAB-MATRICULA OCCURS 12000 TIMES.
              05 WS-MAT-ALUNO        PIC 9(04).
              05 WS-MAT-DISCIPLINA   PIC X(05).

       01 WS-QTD-TURMAS          PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-TURMA           PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-TURMAS.
           03 WS-TAB-TURMA OCCURS 100 TIMES.
              05 WS-TRM-TURMA        PIC X(05).
              05 WS-TRM-ALUNOS       PIC 9(05).
              05 WS-TRM-PROMOVIDOS   PIC 9(05).
              05 WS-TRM-RETIDOS      PIC 9(05).
              05 WS-TRM-CONCLUINTES  PIC 9(05).
              05 WS-TRM-PENDENTES    PIC 9(05).
              05 WS-TRM-INATIVOS     PIC 9(05).
              05 WS-TRM-ARQUIVADOS   PIC 9(05).

       01 WS-IDX-ACHADO          PIC 9(04)    VALUE ZEROS.
       01 WS-TURMA-PROCURADA     PIC X(05)    VALUE SPACES.
       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-PRIMEIRO-SW         PIC X(01)    VALUE "S".
           88 WS-PRIMEIRO-REGISTRO    VALUE "S".
       01 WS-GRUPO-ANTERIOR.
           03 WS-GRP-TURMA       PIC X(05).
           03 WS-GRP-DISCIPLINA  PIC X(05).
           03 WS-GRP-NUMERO      PIC 9(05).
       01 WS-GRUPO-CORRENTE.
           03 WS-COR-TURMA       PIC X(05).
           03 WS-COR-DISCIPLINA  PIC X(05).
           03 WS-COR-NUMERO      PIC 9(05).
       01 WS-GRP-IDX-ALUNO       PIC 9(04)    VALUE ZEROS.
       01 WS-GRP-CONSOLIDADO-SW  PIC X(01)    VALUE "N".
           88 WS-GRP-TEM-CONSOLIDADO  VALUE "S".

       01 WS-JRN-OPERACAO        PIC X(07)    VALUE "DELETE".
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE032".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CONT-LIDOS          PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-PROMOVIDOS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-RETIDOS        PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-CONCLUINTES    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-PENDENTES      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INATIVOS       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-ARQUIVADOS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-EXCLUIDOS      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-MATRICULAS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-TURMA-ANT      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-ERROS          PIC 9(05)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(42)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(27)
              VALUE "VIRADA DO ANO LETIVO DE ".
           03 WS-CAB-ANO         PIC 9(04).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-CAB-MODO        PIC X(20).

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(07)    VALUE "NUMERO".
           03 FILLER             PIC X(31)    VALUE "NOME".
           03 FILLER             PIC X(07)    VALUE "TURMA".
           03 FILLER             PIC X(08)    VALUE "DESTINO".
           03 FILLER             PIC X(12)    VALUE "DECISAO".
           03 FILLER             PIC X(20)    VALUE "OBSERVACAO".

       01 WS-LINHA-DETALHE.
           03 WS-DET-NUMERO      PIC 9(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-TURMA       PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DESTINO     PIC X(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-DECISAO     PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-OBSERVACAO  PIC X(20).

       01 WS-LINHA-TITULO-CTL.
           03 FILLER             PIC X(08)    VALUE "TURMA".
           03 FILLER             PIC X(09)    VALUE "  ALUNOS".
           03 FILLER             PIC X(09)    VALUE " PROMOV.".
           03 FILLER             PIC X(09)    VALUE " RETIDOS".
           03 FILLER             PIC X(09)    VALUE " CONCLUI.".
           03 FILLER             PIC X(09)    VALUE " PENDENT.".
           03 FILLER             PIC X(09)    VALUE " INATIV.".
           03 FILLER             PIC X(12)    VALUE "  REG.ARQUIV".

       01 WS-LINHA-CONTROLE.
           03 WS-CTL-TURMA       PIC X(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-CTL-ALUNOS      PIC ZZZZZZZ9.
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CTL-PROMOVIDOS  PIC ZZZZZZZ9.
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CTL-RETIDOS     PIC ZZZZZZZ9.
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CTL-CONCLUINTES PIC ZZZZZZZ9.
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CTL-PENDENTES   PIC ZZZZZZZ9.
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CTL-INATIVOS    PIC ZZZZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 WS-CTL-ARQUIVADOS  PIC ZZZZZZZ9.

       01 WS-LINHA-TOTAL.
           03 WS-TOT-ROTULO      PIC X(34).
           03 WS-TOT-VALOR       PIC ZZZZ9.

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE "N"    TO WS-FIM-MESTRE WS-TRUNCADO-SW
                          WS-ANO-ARQUIVADO-SW
           MOVE "S"    TO WS-PRIMEIRO-SW
           MOVE ZEROS  TO WS-QTD-ALUNOS WS-QTD-MATRICULAS WS-QTD-TURMAS
                          WS-CONT-LIDOS WS-CONT-PROMOVIDOS
                          WS-CONT-RETIDOS WS-CONT-CONCLUINTES
                          WS-CONT-PENDENTES WS-CONT-INATIVOS
                          WS-CONT-ARQUIVADOS
                          WS-CONT-EXCLUIDOS WS-CONT-MATRICULAS
                          WS-CONT-TURMA-ANT WS-CONT-ERROS
                          WS-CONT-LINHAS WS-CONT-PAGINA
           MOVE SPACES TO WS-MODO

           DISPLAY 'VIRADA DO ANO LETIVO - INICIO'

           DISPLAY 'INFORME O ANO LETIVO A ENCERRAR (AAAA): '
           ACCEPT WS-ANO-DIGITADO

           IF WS-ANO-DIGITADO IS NOT NUMERIC THEN
               DISPLAY 'ANO INVALIDO - VIRADA CANCELADA'
               GOBACK
           END-IF

           MOVE WS-ANO-DIGITADO TO WS-ANO-LETIVO

           DISPLAY 'MODO - <P>REVIA, <E>XECUCAO OU <0> PARA SAIR: '
           ACCEPT WS-MODO

           IF NOT WS-MODO-PREVIA AND NOT WS-MODO-EXECUCAO THEN
               IF NOT WS-MODO-SAIR THEN
                   DISPLAY 'MODO INVALIDO - NADA FOI FEITO'
               END-IF
               GOBACK
           END-IF

           PERFORM P100-CARREGA-PROMOCAO THRU P100-CARREGA-PROMOCAO-FIM

           IF WS-QTD-PROMOCAO = ZEROS THEN
               DISPLAY 'TABELA DE PROMOCAO (PROMOCAO.DAT) AUSENTE OU '
                       'VAZIA - VIRADA CANCELADA'
               GOBACK
           END-IF

           OPEN INPUT WS-MESTRE-FILE

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - VIRADA CANCELADA'
               GOBACK
           END-IF

           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM
           PERFORM P210-RECOLHE-REGISTRO THRU P210-RECOLHE-REGISTRO-FIM
               UNTIL WS-FIM-MESTRE-SIM

           IF NOT WS-PRIMEIRO-REGISTRO THEN
               PERFORM P260-FECHA-GRUPO THRU P260-FECHA-GRUPO-FIM
           END-IF

           CLOSE WS-MESTRE-FILE

           IF WS-QTD-ALUNOS = ZEROS THEN
               DISPLAY 'O CADASTRO MESTRE ESTA VAZIO - NADA A VIRAR'
               GOBACK
           END-IF

           MOVE 1 TO WS-IDX-ALUNO
           PERFORM P300-DECIDE-ALUNO THRU P300-DECIDE-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS

           PERFORM P400-IMPRIME-RELATORIO
               THRU P400-IMPRIME-RELATORIO-FIM

           IF WS-MODO-EXECUCAO THEN
               PERFORM P500-EXECUTA-VIRADA THRU P500-EXECUTA-VIRADA-FIM
           ELSE
               DISPLAY 'PREVIA GRAVADA EM VIRADA.REL - NADA FOI '
                       'ALTERADO'
           END-IF

           PERFORM P900-EMITE-RESUMO THRU P900-EMITE-RESUMO-FIM

           DISPLAY 'VIRADA DO ANO LETIVO - FIM'
           GOBACK.

       P100-CARREGA-PROMOCAO.
           MOVE ZEROS TO WS-QTD-PROMOCAO.
           MOVE "N"   TO WS-FIM-PROMOCAO.

           OPEN INPUT WS-PROMOCAO-FILE.

           IF WS-PROMOCAO-NAO-EXISTE THEN
               GO TO P100-CARREGA-PROMOCAO-FIM
           END-IF.

           PERFORM P110-LE-PROMOCAO THRU P110-LE-PROMOCAO-FIM.
           PERFORM P120-GUARDA-PROMOCAO THRU P120-GUARDA-PROMOCAO-FIM
               UNTIL WS-FIM-PROMOCAO-SIM
                  OR WS-QTD-PROMOCAO = 100.

           CLOSE WS-PROMOCAO-FILE.
       P100-CARREGA-PROMOCAO-FIM.

       P110-LE-PROMOCAO.
           READ WS-PROMOCAO-FILE
               AT END
                   MOVE "S" TO WS-FIM-PROMOCAO
           END-READ.
       P110-LE-PROMOCAO-FIM.

       P120-GUARDA-PROMOCAO.
           ADD 1 TO WS-QTD-PROMOCAO.
           MOVE WS-PRO-TURMA   TO WS-PRM-TURMA(WS-QTD-PROMOCAO).
           MOVE WS-PRO-DESTINO TO WS-PRM-DESTINO(WS-QTD-PROMOCAO).
           PERFORM P110-LE-PROMOCAO THRU P110-LE-PROMOCAO-FIM.
       P120-GUARDA-PROMOCAO-FIM.

       P200-LE-MESTRE.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P200-LE-MESTRE-FIM.

       P210-RECOLHE-REGISTRO.
           ADD 1 TO WS-CONT-LIDOS.

           MOVE CPALUNO-TURMA TO WS-TURMA-PROCURADA.
           PERFORM P220-LOCALIZA-TURMA THRU P220-LOCALIZA-TURMA-FIM.
           IF WS-IDX-TURMA > ZEROS THEN
               ADD 1 TO WS-TRM-ARQUIVADOS(WS-IDX-TURMA)
           END-IF.

           MOVE CPALUNO-TURMA      TO WS-COR-TURMA.
           MOVE CPALUNO-DISCIPLINA TO WS-COR-DISCIPLINA.
           MOVE CPALUNO-NUMERO     TO WS-COR-NUMERO.

           IF WS-PRIMEIRO-REGISTRO THEN
               MOVE "N" TO WS-PRIMEIRO-SW
               PERFORM P250-ABRE-GRUPO THRU P250-ABRE-GRUPO-FIM
           ELSE
               IF WS-GRUPO-CORRENTE NOT = WS-GRUPO-ANTERIOR THEN
                   PERFORM P260-FECHA-GRUPO THRU P260-FECHA-GRUPO-FIM
                   PERFORM P250-ABRE-GRUPO THRU P250-ABRE-GRUPO-FIM
               END-IF
           END-IF.

           IF WS-GRP-IDX-ALUNO = ZEROS THEN
               GO TO P210-RECOLHE-REGISTRO-LE
           END-IF.

      *    O CONSOLIDADO MARCADO PELA MOVIMENTACAO (PGEXE047) NAO E
      *    REPROVACAO: O ALUNO SAIU DA TURMA E SO VAI PARA O HISTORICO
           IF CPALUNO-BIMESTRE = 9 THEN
               MOVE "S" TO WS-GRP-CONSOLIDADO-SW
               IF CPALUNO-INATIVO THEN
                   MOVE "S" TO WS-ALU-SAIU-SW(WS-GRP-IDX-ALUNO)
                   MOVE CPALUNO-SITUACAO
                     TO WS-ALU-OBSERVACAO(WS-GRP-IDX-ALUNO)
               ELSE
                   IF CPALUNO-SITUACAO NOT = "APROVADO"
                      AND CPALUNO-SITUACAO NOT = "APROVADO-REC"
                      AND CPALUNO-SITUACAO NOT = "APROVADO-CONS" THEN
                       MOVE "S" TO WS-ALU-REPROVOU-SW(WS-GRP-IDX-ALUNO)
                   END-IF
                   PERFORM P270-GUARDA-MATRICULA
                       THRU P270-GUARDA-MATRICULA-FIM
               END-IF
           END-IF.

       P210-RECOLHE-REGISTRO-LE.
           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
       P210-RECOLHE-REGISTRO-FIM.

       P220-LOCALIZA-TURMA.
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-TURMA.
           PERFORM P225-COMPARA-TURMA THRU P225-COMPARA-TURMA-FIM
               UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                  OR WS-IDX-ACHADO > ZEROS.

           IF WS-IDX-ACHADO = ZEROS THEN
               IF WS-QTD-TURMAS < 100 THEN
                   ADD 1 TO WS-QTD-TURMAS
                   MOVE WS-QTD-TURMAS TO WS-IDX-ACHADO
                   MOVE WS-TURMA-PROCURADA
                     TO WS-TRM-TURMA(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-TRM-ALUNOS(WS-IDX-ACHADO)
                                 WS-TRM-PROMOVIDOS(WS-IDX-ACHADO)
                                 WS-TRM-RETIDOS(WS-IDX-ACHADO)
                                 WS-TRM-CONCLUINTES(WS-IDX-ACHADO)
                                 WS-TRM-PENDENTES(WS-IDX-ACHADO)
                                 WS-TRM-INATIVOS(WS-IDX-ACHADO)
                                 WS-TRM-ARQUIVADOS(WS-IDX-ACHADO)
               END-IF
           END-IF.

           MOVE WS-IDX-ACHADO TO WS-IDX-TURMA.
       P220-LOCALIZA-TURMA-FIM.

       P225-COMPARA-TURMA.
           IF WS-TRM-TURMA(WS-IDX-TURMA) = WS-TURMA-PROCURADA THEN
               MOVE WS-IDX-TURMA TO WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-TURMA.
       P225-COMPARA-TURMA-FIM.

       P250-ABRE-GRUPO.
           MOVE WS-GRUPO-CORRENTE TO WS-GRUPO-ANTERIOR.
           MOVE "N"   TO WS-GRP-CONSOLIDADO-SW.

      *    O ALUNO E IDENTIFICADO PELO NUMERO DENTRO DA TURMA; AS
      *    DISCIPLINAS DELE SE REPETEM EM GRUPOS SEPARADOS DO MESTRE
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-ALUNO.
           PERFORM P255-COMPARA-ALUNO THRU P255-COMPARA-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                  OR WS-IDX-ACHADO > ZEROS.

           IF WS-IDX-ACHADO = ZEROS THEN
               IF WS-QTD-ALUNOS = 2000 THEN
                   IF NOT WS-CARGA-TRUNCADA THEN
                       MOVE "S" TO WS-TRUNCADO-SW
                       DISPLAY 'AVISO: TABELA DE ALUNOS CHEIA - OS '
                               'ALUNOS SEGUINTES FICAM PENDENTES'
                   END-IF
                   ADD 1 TO WS-CONT-PENDENTES
               ELSE
                   ADD 1 TO WS-QTD-ALUNOS
                   MOVE WS-QTD-ALUNOS TO WS-IDX-ACHADO
                   MOVE CPALUNO-NUMERO
                     TO WS-ALU-NUMERO(WS-IDX-ACHADO)
                   MOVE CPALUNO-TURMA
                     TO WS-ALU-TURMA(WS-IDX-ACHADO)
                   MOVE CPALUNO-NOME
                     TO WS-ALU-NOME(WS-IDX-ACHADO)
                   MOVE CPALUNO-DATA-MATRICULA
                     TO WS-ALU-MATRICULA(WS-IDX-ACHADO)
                   MOVE SPACES TO WS-ALU-DESTINO(WS-IDX-ACHADO)
                                  WS-ALU-DECISAO(WS-IDX-ACHADO)
                                  WS-ALU-OBSERVACAO(WS-IDX-ACHADO)
                   MOVE "N" TO WS-ALU-REPROVOU-SW(WS-IDX-ACHADO)
                               WS-ALU-SEM-CONS-SW(WS-IDX-ACHADO)
                               WS-ALU-SAIU-SW(WS-IDX-ACHADO)
               END-IF
           END-IF.

           MOVE WS-IDX-ACHADO TO WS-GRP-IDX-ALUNO.
       P250-ABRE-GRUPO-FIM.

       P255-COMPARA-ALUNO.
           IF WS-ALU-NUMERO(WS-IDX-ALUNO) = CPALUNO-NUMERO
              AND WS-ALU-TURMA(WS-IDX-ALUNO) = CPALUNO-TURMA THEN
               MOVE WS-IDX-ALUNO TO WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-ALUNO.
       P255-COMPARA-ALUNO-FIM.

       P260-FECHA-GRUPO.
      *    DISCIPLINA SEM CONSOLIDADO ANUAL DEIXA O ALUNO SEM DECISAO
           IF WS-GRP-IDX-ALUNO > ZEROS
              AND NOT WS-GRP-TEM-CONSOLIDADO THEN
               MOVE "S" TO WS-ALU-SEM-CONS-SW(WS-GRP-IDX-ALUNO)
           END-IF.
       P260-FECHA-GRUPO-FIM.

       P270-GUARDA-MATRICULA.
           IF WS-QTD-MATRICULAS = 12000 THEN
               IF NOT WS-CARGA-TRUNCADA THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   DISPLAY 'AVISO: TABELA DE MATRICULAS CHEIA - A '
                           'EXECUCAO FICA BLOQUEADA'
               END-IF
               MOVE "S" TO WS-ALU-SEM-CONS-SW(WS-GRP-IDX-ALUNO)
               GO TO P270-GUARDA-MATRICULA-FIM
           END-IF.

           ADD 1 TO WS-QTD-MATRICULAS.
           MOVE WS-GRP-IDX-ALUNO
             TO WS-MAT-ALUNO(WS-QTD-MATRICULAS).
           MOVE CPALUNO-DISCIPLINA
             TO WS-MAT-DISCIPLINA(WS-QTD-MATRICULAS).
       P270-GUARDA-MATRICULA-FIM.

       P300-DECIDE-ALUNO.
           EVALUATE TRUE
               WHEN WS-ALU-SAIU-DA-TURMA(WS-IDX-ALUNO)
                   MOVE "INATIVO" TO WS-ALU-DECISAO(WS-IDX-ALUNO)
               WHEN WS-ALU-SEM-CONSOLIDADO(WS-IDX-ALUNO)
                   MOVE "PENDENTE" TO WS-ALU-DECISAO(WS-IDX-ALUNO)
                   MOVE "SEM CONSOLIDADO"
                     TO WS-ALU-OBSERVACAO(WS-IDX-ALUNO)
               WHEN WS-ALU-REPROVOU(WS-IDX-ALUNO)
                   MOVE "RETIDO" TO WS-ALU-DECISAO(WS-IDX-ALUNO)
                   MOVE WS-ALU-TURMA(WS-IDX-ALUNO)
                     TO WS-ALU-DESTINO(WS-IDX-ALUNO)
               WHEN OTHER
                   PERFORM P310-PROCURA-DESTINO
                       THRU P310-PROCURA-DESTINO-FIM
           END-EVALUATE.

           MOVE WS-ALU-TURMA(WS-IDX-ALUNO) TO WS-TURMA-PROCURADA.
           PERFORM P220-LOCALIZA-TURMA THRU P220-LOCALIZA-TURMA-FIM.

           IF WS-IDX-TURMA > ZEROS THEN
               ADD 1 TO WS-TRM-ALUNOS(WS-IDX-TURMA)
           END-IF.

           EVALUATE TRUE
               WHEN WS-ALU-PROMOVIDO(WS-IDX-ALUNO)
                   ADD 1 TO WS-CONT-PROMOVIDOS
                   IF WS-IDX-TURMA > ZEROS THEN
                       ADD 1 TO WS-TRM-PROMOVIDOS(WS-IDX-TURMA)
                   END-IF
               WHEN WS-ALU-RETIDO(WS-IDX-ALUNO)
                   ADD 1 TO WS-CONT-RETIDOS
                   IF WS-IDX-TURMA > ZEROS THEN
                       ADD 1 TO WS-TRM-RETIDOS(WS-IDX-TURMA)
                   END-IF
               WHEN WS-ALU-CONCLUINTE(WS-IDX-ALUNO)
                   ADD 1 TO WS-CONT-CONCLUINTES
                   IF WS-IDX-TURMA > ZEROS THEN
                       ADD 1 TO WS-TRM-CONCLUINTES(WS-IDX-TURMA)
                   END-IF
               WHEN WS-ALU-INATIVO(WS-IDX-ALUNO)
                   ADD 1 TO WS-CONT-INATIVOS
                   IF WS-IDX-TURMA > ZEROS THEN
                       ADD 1 TO WS-TRM-INATIVOS(WS-IDX-TURMA)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CONT-PENDENTES
                   IF WS-IDX-TURMA > ZEROS THEN
                       ADD 1 TO WS-TRM-PENDENTES(WS-IDX-TURMA)
                   END-IF
           END-EVALUATE.

           ADD 1 TO WS-IDX-ALUNO.
       P300-DECIDE-ALUNO-FIM.

       P310-PROCURA-DESTINO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-PROMOCAO.
           PERFORM P315-COMPARA-PROMOCAO
               THRU P315-COMPARA-PROMOCAO-FIM
               UNTIL WS-IDX-PROMOCAO > WS-QTD-PROMOCAO
                  OR WS-IDX-ACHADO > ZEROS.

           IF WS-IDX-ACHADO = ZEROS THEN
               MOVE "PENDENTE" TO WS-ALU-DECISAO(WS-IDX-ALUNO)
               MOVE "TURMA SEM PROMOCAO"
                 TO WS-ALU-OBSERVACAO(WS-IDX-ALUNO)
               GO TO P310-PROCURA-DESTINO-FIM
           END-IF.

      *    TURMA SEM DESTINO NA TABELA E A ULTIMA SERIE DA ESCOLA
           IF WS-PRM-DESTINO(WS-IDX-ACHADO) = SPACES THEN
               MOVE "CONCLUINTE" TO WS-ALU-DECISAO(WS-IDX-ALUNO)
           ELSE
               MOVE "PROMOVIDO"  TO WS-ALU-DECISAO(WS-IDX-ALUNO)
               MOVE WS-PRM-DESTINO(WS-IDX-ACHADO)
                 TO WS-ALU-DESTINO(WS-IDX-ALUNO)
           END-IF.
       P310-PROCURA-DESTINO-FIM.

       P315-COMPARA-PROMOCAO.
           IF WS-PRM-TURMA(WS-IDX-PROMOCAO)
              = WS-ALU-TURMA(WS-IDX-ALUNO) THEN
               MOVE WS-IDX-PROMOCAO TO WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-PROMOCAO.
       P315-COMPARA-PROMOCAO-FIM.

       P400-IMPRIME-RELATORIO.
           OPEN OUTPUT WS-RELAT-FILE.

           MOVE WS-ANO-LETIVO TO WS-CAB-ANO.
           IF WS-MODO-PREVIA THEN
               MOVE "PREVIA"   TO WS-CAB-MODO
           ELSE
               MOVE "EXECUCAO" TO WS-CAB-MODO
           END-IF.

           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           MOVE 1 TO WS-IDX-ALUNO.
           PERFORM P410-IMPRIME-ALUNO THRU P410-IMPRIME-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS.

           PERFORM P450-IMPRIME-CONTROLE THRU P450-IMPRIME-CONTROLE-FIM.

           CLOSE WS-RELAT-FILE.
       P400-IMPRIME-RELATORIO-FIM.

       P410-IMPRIME-ALUNO.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE WS-ALU-NUMERO(WS-IDX-ALUNO)     TO WS-DET-NUMERO.
           MOVE WS-ALU-NOME(WS-IDX-ALUNO)       TO WS-DET-NOME.
           MOVE WS-ALU-TURMA(WS-IDX-ALUNO)      TO WS-DET-TURMA.
           MOVE WS-ALU-DESTINO(WS-IDX-ALUNO)    TO WS-DET-DESTINO.
           MOVE WS-ALU-DECISAO(WS-IDX-ALUNO)    TO WS-DET-DECISAO.
           MOVE WS-ALU-OBSERVACAO(WS-IDX-ALUNO) TO WS-DET-OBSERVACAO.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           ADD 1 TO WS-IDX-ALUNO.
       P410-IMPRIME-ALUNO-FIM.

       P450-IMPRIME-CONTROLE.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           MOVE "QUADRO DE CONTROLE POR TURMA" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TITULO-CTL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE 1 TO WS-IDX-TURMA.
           PERFORM P460-IMPRIME-UMA-TURMA
               THRU P460-IMPRIME-UMA-TURMA-FIM
               UNTIL WS-IDX-TURMA > WS-QTD-TURMAS.

           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "ALUNOS PROMOVIDOS...............: " TO WS-TOT-ROTULO.
           MOVE WS-CONT-PROMOVIDOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "ALUNOS RETIDOS NA MESMA SERIE...: " TO WS-TOT-ROTULO.
           MOVE WS-CONT-RETIDOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "ALUNOS CONCLUINTES..............: " TO WS-TOT-ROTULO.
           MOVE WS-CONT-CONCLUINTES TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "ALUNOS PENDENTES (SEM DECISAO)..: " TO WS-TOT-ROTULO.
           MOVE WS-CONT-PENDENTES TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "ALUNOS QUE SAIRAM DA TURMA......: " TO WS-TOT-ROTULO.
           MOVE WS-CONT-INATIVOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REGISTROS DO MESTRE A ARQUIVAR..: " TO WS-TOT-ROTULO.
           MOVE WS-CONT-LIDOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P450-IMPRIME-CONTROLE-FIM.

       P460-IMPRIME-UMA-TURMA.
           MOVE WS-TRM-TURMA(WS-IDX-TURMA)       TO WS-CTL-TURMA.
           MOVE WS-TRM-ALUNOS(WS-IDX-TURMA)      TO WS-CTL-ALUNOS.
           MOVE WS-TRM-PROMOVIDOS(WS-IDX-TURMA)  TO WS-CTL-PROMOVIDOS.
           MOVE WS-TRM-RETIDOS(WS-IDX-TURMA)     TO WS-CTL-RETIDOS.
           MOVE WS-TRM-CONCLUINTES(WS-IDX-TURMA) TO WS-CTL-CONCLUINTES.
           MOVE WS-TRM-PENDENTES(WS-IDX-TURMA)   TO WS-CTL-PENDENTES.
           MOVE WS-TRM-INATIVOS(WS-IDX-TURMA)    TO WS-CTL-INATIVOS.
           MOVE WS-TRM-ARQUIVADOS(WS-IDX-TURMA)  TO WS-CTL-ARQUIVADOS.

           MOVE WS-LINHA-CONTROLE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           ADD 1 TO WS-IDX-TURMA.
       P460-IMPRIME-UMA-TURMA-FIM.

       P500-EXECUTA-VIRADA.
           IF WS-CONT-PENDENTES > ZEROS OR WS-CARGA-TRUNCADA THEN
               DISPLAY 'EXECUCAO RECUSADA: HA ' WS-CONT-PENDENTES
                       ' ALUNO(S) PENDENTE(S) EM VIRADA.REL - '
                       'CONSOLIDE (PGEXE017) OU CORRIJA PROMOCAO.DAT '
                       'E RODE DE NOVO'
               GO TO P500-EXECUTA-VIRADA-FIM
           END-IF.

           PERFORM P510-CONFERE-HISTORICO
               THRU P510-CONFERE-HISTORICO-FIM.

           IF WS-ANO-JA-ARQUIVADO THEN
               DISPLAY 'EXECUCAO RECUSADA: O ANO ' WS-ANO-LETIVO
                       ' JA ESTA NO HISTORICO (HISTALUN.DAT)'
               GO TO P500-EXECUTA-VIRADA-FIM
           END-IF.

           DISPLAY 'A VIRADA ARQUIVA ' WS-CONT-LIDOS ' REGISTROS NO '
                   'HISTORICO, SUBSTITUI TURMA.DAT PELA MATRICULA DO '
                   'ANO NOVO E ESVAZIA O CADASTRO MESTRE'
           DISPLAY 'FACA ANTES A DESCARGA DO MESTRE (PGEXE024). '
                   'CONFIRMA (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'EXECUCAO CANCELADA - NADA FOI ALTERADO'
               GO TO P500-EXECUTA-VIRADA-FIM
           END-IF.

           PERFORM P520-GUARDA-TURMA-ANTIGA
               THRU P520-GUARDA-TURMA-ANTIGA-FIM.
           PERFORM P540-GRAVA-MATRICULA-NOVA
               THRU P540-GRAVA-MATRICULA-NOVA-FIM.
           PERFORM P560-ARQUIVA-MESTRE THRU P560-ARQUIVA-MESTRE-FIM.
       P500-EXECUTA-VIRADA-FIM.

       P510-CONFERE-HISTORICO.
           MOVE "N" TO WS-ANO-ARQUIVADO-SW.

           OPEN INPUT WS-HISTORICO-FILE.

           IF WS-HISTORICO-NAO-EXISTE THEN
               GO TO P510-CONFERE-HISTORICO-FIM
           END-IF.

           MOVE LOW-VALUES    TO CPHISTO-CHAVE.
           MOVE WS-ANO-LETIVO TO CPHISTO-ANO.

           START WS-HISTORICO-FILE KEY IS >= CPHISTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTORICO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-HISTORICO
           END-START.

           IF NOT WS-FIM-HISTORICO-SIM THEN
               READ WS-HISTORICO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
               END-READ
               IF NOT WS-FIM-HISTORICO-SIM
                  AND CPHISTO-ANO = WS-ANO-LETIVO THEN
                   MOVE "S" TO WS-ANO-ARQUIVADO-SW
               END-IF
           END-IF.

           CLOSE WS-HISTORICO-FILE.
       P510-CONFERE-HISTORICO-FIM.

       P520-GUARDA-TURMA-ANTIGA.
           MOVE "N"   TO WS-FIM-TURMA.
           MOVE ZEROS TO WS-CONT-TURMA-ANT.

           OPEN INPUT WS-TURMA-FILE.

           IF WS-TURMA-NAO-EXISTE THEN
               GO TO P520-GUARDA-TURMA-ANTIGA-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-ARQTURMA.
           STRING "TURMA"       DELIMITED BY SIZE
                  WS-ANO-LETIVO DELIMITED BY SIZE
                  ".ARQ"        DELIMITED BY SIZE
                  INTO WS-NOME-ARQTURMA.

           DISPLAY "DD_ARQTURMA"    UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-ARQTURMA UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT WS-ARQTURMA-FILE.

           PERFORM P530-LE-TURMA THRU P530-LE-TURMA-FIM.
           PERFORM P535-COPIA-TURMA THRU P535-COPIA-TURMA-FIM
               UNTIL WS-FIM-TURMA-SIM.

           CLOSE WS-TURMA-FILE.
           CLOSE WS-ARQTURMA-FILE.

           DISPLAY 'TURMA.DAT DO ANO GUARDADO EM ' WS-NOME-ARQTURMA
                   ' COM ' WS-CONT-TURMA-ANT ' LINHAS'.
       P520-GUARDA-TURMA-ANTIGA-FIM.

       P530-LE-TURMA.
           READ WS-TURMA-FILE
               AT END
                   MOVE "S" TO WS-FIM-TURMA
           END-READ.
       P530-LE-TURMA-FIM.

       P535-COPIA-TURMA.
           MOVE WS-TURMA-REGISTRO TO WS-ARQTURMA-REGISTRO.
           WRITE WS-ARQTURMA-REGISTRO.
           ADD 1 TO WS-CONT-TURMA-ANT.
           PERFORM P530-LE-TURMA THRU P530-LE-TURMA-FIM.
       P535-COPIA-TURMA-FIM.

       P540-GRAVA-MATRICULA-NOVA.
           OPEN OUTPUT WS-TURMA-FILE.

           MOVE 1 TO WS-IDX-MATRICULA.
           PERFORM P550-GRAVA-UMA-MATRICULA
               THRU P550-GRAVA-UMA-MATRICULA-FIM
               UNTIL WS-IDX-MATRICULA > WS-QTD-MATRICULAS.

           CLOSE WS-TURMA-FILE.
       P540-GRAVA-MATRICULA-NOVA-FIM.

       P550-GRAVA-UMA-MATRICULA.
           MOVE WS-MAT-ALUNO(WS-IDX-MATRICULA) TO WS-IDX-ALUNO.

      *    O CONCLUINTE SAI DA ESCOLA E NAO TEM MATRICULA NOVA; O
      *    ALUNO TRANSFERIDO, DESISTENTE OU REMANEJADO TAMBEM NAO (O
      *    REMANEJADO E MATRICULADO PELA TURMA DE DESTINO)
           IF WS-ALU-CONCLUINTE(WS-IDX-ALUNO)
              OR WS-ALU-INATIVO(WS-IDX-ALUNO) THEN
               GO TO P550-GRAVA-UMA-MATRICULA-PROX
           END-IF.

      *    NO ANO NOVO O ALUNO COMECA NO BIMESTRE 1, SEM NOTAS E SEM
      *    FALTAS; A FREQUENCIA E APURADA DEPOIS PELO PGEXE021
           MOVE SPACES TO WS-TURMA-REGISTRO.
           MOVE WS-ALU-DESTINO(WS-IDX-ALUNO)   TO CPALREG-TURMA.
           MOVE WS-MAT-DISCIPLINA(WS-IDX-MATRICULA)
             TO CPALREG-DISCIPLINA.
           MOVE WS-ALU-NUMERO(WS-IDX-ALUNO)    TO CPALREG-NUMERO.
           MOVE 1                              TO CPALREG-BIMESTRE.
           MOVE WS-ALU-NOME(WS-IDX-ALUNO)      TO CPALREG-NOME.
           MOVE WS-ALU-MATRICULA(WS-IDX-ALUNO)
             TO CPALREG-DATA-MATRICULA.
           MOVE ZEROS TO CPALREG-NOTA-1 CPALREG-NOTA-2
                         CPALREG-NOTA-3 CPALREG-NOTA-4.
           MOVE 100                            TO CPALREG-FREQUENCIA.

           WRITE WS-TURMA-REGISTRO.
           ADD 1 TO WS-CONT-MATRICULAS.

       P550-GRAVA-UMA-MATRICULA-PROX.
           ADD 1 TO WS-IDX-MATRICULA.
       P550-GRAVA-UMA-MATRICULA-FIM.

       P560-ARQUIVA-MESTRE.
           MOVE "N" TO WS-FIM-MESTRE.

           OPEN I-O WS-HISTORICO-FILE.

           IF WS-HISTORICO-NAO-EXISTE THEN
               OPEN OUTPUT WS-HISTORICO-FILE
               CLOSE WS-HISTORICO-FILE
               OPEN I-O WS-HISTORICO-FILE
           END-IF.

           OPEN I-O WS-MESTRE-FILE.

           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
           PERFORM P570-ARQUIVA-REGISTRO THRU P570-ARQUIVA-REGISTRO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.
           CLOSE WS-HISTORICO-FILE.
       P560-ARQUIVA-MESTRE-FIM.

       P570-ARQUIVA-REGISTRO.
           MOVE WS-ANO-LETIVO      TO WS-HIM-ANO.
           MOVE WS-MESTRE-REGISTRO TO WS-HIM-ALUNO.

           WRITE WS-HISTORICO-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CONT-ERROS
                   DISPLAY 'ERRO: REGISTRO ' CPALUNO-CHAVE ' JA ESTA '
                           'NO HISTORICO - MANTIDO NO MESTRE'
                   GO TO P570-ARQUIVA-REGISTRO-LE
           END-WRITE.

           ADD 1 TO WS-CONT-ARQUIVADOS.

      *    SO SAI DO MESTRE O QUE FICOU GUARDADO NO HISTORICO, E A
      *    EXCLUSAO E JORNALIZADA COMO TODA GRAVACAO NO MESTRE
           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES.
           MOVE SPACES             TO WS-IMAGEM-DEPOIS.

           DELETE WS-MESTRE-FILE RECORD.

           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           ADD 1 TO WS-CONT-EXCLUIDOS.

       P570-ARQUIVA-REGISTRO-LE.
           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
       P570-ARQUIVA-REGISTRO-FIM.

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

       P900-EMITE-RESUMO.
           DISPLAY '================================================'
           DISPLAY 'RESUMO DA VIRADA DO ANO LETIVO ' WS-ANO-LETIVO
           DISPLAY 'REGISTROS LIDOS DO MESTRE.....: ' WS-CONT-LIDOS
           DISPLAY 'ALUNOS PROMOVIDOS.............: ' WS-CONT-PROMOVIDOS
           DISPLAY 'ALUNOS RETIDOS................: ' WS-CONT-RETIDOS
           DISPLAY 'ALUNOS CONCLUINTES............: '
                   WS-CONT-CONCLUINTES
           DISPLAY 'ALUNOS PENDENTES..............: ' WS-CONT-PENDENTES
           DISPLAY 'ALUNOS QUE SAIRAM DA TURMA....: ' WS-CONT-INATIVOS
           IF WS-MODO-EXECUCAO THEN
               DISPLAY 'REGISTROS ARQUIVADOS..........: '
                       WS-CONT-ARQUIVADOS
               DISPLAY 'REGISTROS EXCLUIDOS DO MESTRE.: '
                       WS-CONT-EXCLUIDOS
               DISPLAY 'MATRICULAS GRAVADAS EM TURMA..: '
                       WS-CONT-MATRICULAS
               DISPLAY 'ERROS DE ARQUIVAMENTO.........: ' WS-CONT-ERROS
           END-IF
           DISPLAY '================================================'.
       P900-EMITE-RESUMO-FIM.
       END PROGRAM PGEXE032.
