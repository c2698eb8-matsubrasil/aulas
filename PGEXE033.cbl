       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE033.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. HISTORICO ESCOLAR
      *                               OFICIAL (HISTESC.REL), GERADO DO
      *                               HISTORICO DE ANOS ENCERRADOS
      *                               (HISTALUN.DAT, GRAVADO PELA
      *                               VIRADA DO ANO PGEXE032): UM
      *                               DOCUMENTO POR NUMERO DE ALUNO COM
      *                               TODOS OS ANOS, TURMAS E
      *                               DISCIPLINAS, MEDIA FINAL,
      *                               CONCEITO, FREQUENCIA E SITUACAO
      *                               DO CONSOLIDADO ANUAL (BIMESTRE
      *                               9). MESMO CABECALHO, QUEBRA DE
      *                               PAGINA E ASSINATURA DO DIRETOR DO
      *                               BOLETIM.REL. O OPERADOR PEDE UM
      *                               ALUNO, PELO NUMERO OU POR PARTE
      *                               DO NOME COMO NO PGEXE027, OU OS
      *                               ALUNOS DE UMA TURMA EM UM ANO
      *                               (OS CONCLUINTES QUE SAEM). ANTES
      *                               O DOCUMENTO ERA DATILOGRAFADO A
      *                               PARTIR DOS BOLETINS ANTIGOS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-HISTORICO-FILE ASSIGN TO "HISTALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPHISTO-CHAVE
                  ALTERNATE RECORD KEY IS CPHISTO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-HISTORICO-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "HISTESC.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-HISTORICO-REGISTRO.
           COPY CPHISTO.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-HISTORICO-STATUS    PIC X(02)    VALUE ZEROS.
           88 WS-HISTORICO-OK         VALUE "00".
           88 WS-HISTORICO-NAO-EXISTE VALUE "35".

       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-HISTORICO       PIC X(01)    VALUE "N".
           88 WS-FIM-HISTORICO-SIM    VALUE "S".

       01 WS-MODO-BUSCA          PIC X(01)    VALUE SPACES.
           88 WS-BUSCA-NUMERO         VALUE "N" "n".
           88 WS-BUSCA-NOME           VALUE "P" "p".
           88 WS-BUSCA-TURMA          VALUE "T" "t".

       01 WS-NUMERO-DIGITADO     PIC X(05)    VALUE SPACES.
       01 WS-NUMERO-PEDIDO       PIC 9(05)    VALUE ZEROS.

       01 WS-NOME-PEDIDO         PIC X(30)    VALUE SPACES.
       01 WS-TAM-PEDIDO          PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-NOME            PIC 9(02)    VALUE ZEROS.
       01 WS-LIMITE-NOME         PIC 9(02)    VALUE ZEROS.
       01 WS-NOME-CASOU-SW       PIC X(01)    VALUE "N".
           88 WS-NOME-CASOU           VALUE "S".

       01 WS-TURMA-PEDIDA        PIC X(05)    VALUE SPACES.
       01 WS-ANO-DIGITADO        PIC X(04)    VALUE SPACES.
       01 WS-ANO-PEDIDO          PIC 9(04)    VALUE ZEROS.

       01 WS-QTD-SELECIONADOS    PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-SELECIONADO     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-DUPL            PIC 9(03)    VALUE ZEROS.
       01 WS-JA-SELECIONADO-SW   PIC X(01)    VALUE "N".
           88 WS-JA-SELECIONADO       VALUE "S".
       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-SELECAO-TRUNCADA     VALUE "S".
       01 WS-TABELA-SELECIONADOS.
           03 WS-SEL-NUMERO OCCURS 200 TIMES PIC 9(05).

       01 WS-ALUNO-EMITIDO-SW    PIC X(01)    VALUE "N".
           88 WS-ALUNO-EMITIDO        VALUE "S".
       01 WS-NUMERO-CORRENTE     PIC 9(05)    VALUE ZEROS.
       01 WS-NOME-CORRENTE       PIC X(30)    VALUE SPACES.
       01 WS-MATRICULA-CORRENTE  PIC X(10)    VALUE SPACES.
       01 WS-ANO-ANTERIOR        PIC 9(04)    VALUE ZEROS.
       01 WS-TURMA-ANTERIOR      PIC X(05)    VALUE SPACES.

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESC-TURMA          PIC X(30)    VALUE SPACES.
       01 WS-DESC-DISCIPLINA     PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-EMITIDOS       PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-SEM-HISTORICO  PIC 9(03)    VALUE ZEROS.

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
           03 FILLER             PIC X(17)
              VALUE "HISTORICO ESCOLAR".

       01 WS-LINHA-ALUNO.
           03 FILLER             PIC X(07)    VALUE "ALUNO: ".
           03 WS-ALU-NUMERO      PIC 9(05).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-ALU-NOME        PIC X(30).
           03 FILLER             PIC X(13)    VALUE "  MATRICULA: ".
           03 WS-ALU-MATRICULA   PIC X(10).

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(07)    VALUE "DISC".
           03 FILLER             PIC X(31)    VALUE "DESCRICAO".
           03 FILLER             PIC X(12)    VALUE "MEDIA FINAL".
           03 FILLER             PIC X(10)    VALUE "CONCEITO".
           03 FILLER             PIC X(06)    VALUE "FREQ".
           03 FILLER             PIC X(15)    VALUE "SITUACAO".

       01 WS-LINHA-GRUPO.
           03 FILLER             PIC X(04)    VALUE "ANO ".
           03 WS-GRU-ANO         PIC 9(04).
           03 FILLER             PIC X(08)    VALUE " - TURMA".
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-GRU-TURMA       PIC X(05).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-GRU-DESC-TURMA  PIC X(30).

       01 WS-LINHA-DETALHE.
           03 WS-DET-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DESC-DISC   PIC X(30).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-MEDIA       PIC ZZ,99.
           03 FILLER             PIC X(07)    VALUE SPACES.
           03 WS-DET-CONCEITO    PIC X(01).
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 WS-DET-FREQUENCIA  PIC ZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-SITUACAO    PIC X(15).

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"    TO WS-FIM-HISTORICO WS-TRUNCADO-SW
           MOVE ZEROS  TO WS-CONT-LINHAS WS-CONT-PAGINA
                          WS-CONT-EMITIDOS WS-CONT-SEM-HISTORICO
                          WS-QTD-SELECIONADOS WS-TAM-PEDIDO
           MOVE SPACES TO WS-MODO-BUSCA

           DISPLAY 'EMISSAO DO HISTORICO ESCOLAR - INICIO'

           DISPLAY 'EMITIR POR <N>UMERO, POR <P>ARTE DO NOME OU '
                   'PARA UMA <T>URMA INTEIRA? '
           ACCEPT WS-MODO-BUSCA

           EVALUATE TRUE
               WHEN WS-BUSCA-NUMERO
                   PERFORM P100-INFORMA-NUMERO
                       THRU P100-INFORMA-NUMERO-FIM
               WHEN WS-BUSCA-NOME
                   PERFORM P200-INFORMA-NOME
                       THRU P200-INFORMA-NOME-FIM
               WHEN WS-BUSCA-TURMA
                   PERFORM P250-INFORMA-TURMA
                       THRU P250-INFORMA-TURMA-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - EMISSAO CANCELADA'
                   GOBACK
           END-EVALUATE

           IF WS-BUSCA-NOME AND WS-TAM-PEDIDO = ZEROS THEN
               DISPLAY 'NOME EM BRANCO - EMISSAO CANCELADA'
               GOBACK
           END-IF

           OPEN INPUT WS-HISTORICO-FILE

           IF WS-HISTORICO-NAO-EXISTE THEN
               DISPLAY 'HISTORICO DE ANOS ENCERRADOS (HISTALUN.DAT) '
                       'NAO ENCONTRADO - EMISSAO CANCELADA'
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-BUSCA-NUMERO
                   MOVE 1 TO WS-QTD-SELECIONADOS
                   MOVE WS-NUMERO-PEDIDO TO WS-SEL-NUMERO(1)
               WHEN WS-BUSCA-NOME
                   PERFORM P300-SELECIONA-NOME
                       THRU P300-SELECIONA-NOME-FIM
               WHEN OTHER
                   PERFORM P350-SELECIONA-TURMA
                       THRU P350-SELECIONA-TURMA-FIM
           END-EVALUATE

           IF WS-QTD-SELECIONADOS = ZEROS THEN
               CLOSE WS-HISTORICO-FILE
               DISPLAY 'NENHUM ALUNO ENCONTRADO NO HISTORICO PARA A '
                       'BUSCA INFORMADA'
               GOBACK
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           MOVE 1 TO WS-IDX-SELECIONADO
           PERFORM P500-EMITE-HISTORICO THRU P500-EMITE-HISTORICO-FIM
               UNTIL WS-IDX-SELECIONADO > WS-QTD-SELECIONADOS

           CLOSE WS-RELAT-FILE
           CLOSE WS-HISTORICO-FILE

           DISPLAY 'HISTORICO GRAVADO EM HISTESC.REL COM '
                   WS-CONT-EMITIDOS ' ALUNO(S) EM '
                   WS-CONT-PAGINA ' PAGINAS'
           IF WS-CONT-SEM-HISTORICO > ZEROS THEN
               DISPLAY 'ALUNOS SEM CONSOLIDADO ANUAL NO HISTORICO: '
                       WS-CONT-SEM-HISTORICO
           END-IF

           DISPLAY 'EMISSAO DO HISTORICO ESCOLAR - FIM'
           GOBACK.

       P100-INFORMA-NUMERO.
           DISPLAY 'INFORME O NUMERO DO ALUNO (5 DIGITOS): '
           ACCEPT WS-NUMERO-DIGITADO

           IF WS-NUMERO-DIGITADO IS NOT NUMERIC
              OR WS-NUMERO-DIGITADO = "00000" THEN
               DISPLAY 'NUMERO INVALIDO - DIGITE 5 DIGITOS, EX: 00012'
               GO TO P100-INFORMA-NUMERO
           END-IF.

           MOVE WS-NUMERO-DIGITADO TO WS-NUMERO-PEDIDO.
       P100-INFORMA-NUMERO-FIM.

       P200-INFORMA-NOME.
           DISPLAY 'INFORME UMA PARTE DO NOME DO ALUNO: '
           ACCEPT WS-NOME-PEDIDO.

      *    O COMPRIMENTO UTIL E O DA ULTIMA POSICAO NAO BRANCA
           MOVE ZEROS TO WS-TAM-PEDIDO.
           MOVE 1     TO WS-IDX-NOME.
           PERFORM P210-MEDE-NOME THRU P210-MEDE-NOME-FIM
               UNTIL WS-IDX-NOME > 30.
       P200-INFORMA-NOME-FIM.

       P210-MEDE-NOME.
           IF WS-NOME-PEDIDO(WS-IDX-NOME:1) NOT = SPACE THEN
               MOVE WS-IDX-NOME TO WS-TAM-PEDIDO
           END-IF.
           ADD 1 TO WS-IDX-NOME.
       P210-MEDE-NOME-FIM.

       P250-INFORMA-TURMA.
           MOVE "N" TO WS-REF-ACHOU-SW
           PERFORM P255-DIGITA-TURMA UNTIL WS-REF-ENCONTRADO.

           DISPLAY 'INFORME O ANO LETIVO (AAAA): '
           ACCEPT WS-ANO-DIGITADO.

           IF WS-ANO-DIGITADO IS NOT NUMERIC THEN
               DISPLAY 'ANO INVALIDO - DIGITE 4 DIGITOS, EX: 2026'
               GO TO P250-INFORMA-TURMA
           END-IF.

           MOVE WS-ANO-DIGITADO TO WS-ANO-PEDIDO.
       P250-INFORMA-TURMA-FIM.

       P255-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA: '
           MOVE SPACES TO WS-TURMA-PEDIDA
           ACCEPT WS-TURMA-PEDIDA

           MOVE "T" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-PEDIDA
                                  WS-DESC-TURMA
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-TURMA-PEDIDA ' - ' WS-DESC-TURMA
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P255-DIGITA-TURMA-FIM.

       P300-SELECIONA-NOME.
           PERFORM P310-LE-HISTORICO THRU P310-LE-HISTORICO-FIM.
           PERFORM P320-CONFERE-NOME THRU P320-CONFERE-NOME-FIM
               UNTIL WS-FIM-HISTORICO-SIM.
       P300-SELECIONA-NOME-FIM.

       P310-LE-HISTORICO.
           READ WS-HISTORICO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-HISTORICO
           END-READ.
       P310-LE-HISTORICO-FIM.

       P320-CONFERE-NOME.
           MOVE "N" TO WS-NOME-CASOU-SW.
           COMPUTE WS-LIMITE-NOME = 30 - WS-TAM-PEDIDO + 1.
           MOVE 1 TO WS-IDX-NOME.
           PERFORM P330-COMPARA-TRECHO THRU P330-COMPARA-TRECHO-FIM
               UNTIL WS-IDX-NOME > WS-LIMITE-NOME
                  OR WS-NOME-CASOU.

           IF WS-NOME-CASOU THEN
               PERFORM P400-GUARDA-SELECIONADO
                   THRU P400-GUARDA-SELECIONADO-FIM
           END-IF.

           PERFORM P310-LE-HISTORICO THRU P310-LE-HISTORICO-FIM.
       P320-CONFERE-NOME-FIM.

       P330-COMPARA-TRECHO.
           IF CPHISTO-NOME(WS-IDX-NOME:WS-TAM-PEDIDO)
              = WS-NOME-PEDIDO(1:WS-TAM-PEDIDO) THEN
               MOVE "S" TO WS-NOME-CASOU-SW
           END-IF.
           ADD 1 TO WS-IDX-NOME.
       P330-COMPARA-TRECHO-FIM.

       P350-SELECIONA-TURMA.
      *    A CHAVE COMECA POR ANO + TURMA: BASTA POSICIONAR NO INICIO
      *    DA TURMA E LER ENQUANTO OS DOIS NAO MUDAREM
           MOVE LOW-VALUES      TO CPHISTO-CHAVE.
           MOVE WS-ANO-PEDIDO   TO CPHISTO-ANO.
           MOVE WS-TURMA-PEDIDA TO CPHISTO-TURMA.

           START WS-HISTORICO-FILE KEY IS >= CPHISTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTORICO
           END-START.

           IF WS-FIM-HISTORICO-SIM THEN
               GO TO P350-SELECIONA-TURMA-FIM
           END-IF.

           PERFORM P310-LE-HISTORICO THRU P310-LE-HISTORICO-FIM.
           PERFORM P360-CONFERE-TURMA THRU P360-CONFERE-TURMA-FIM
               UNTIL WS-FIM-HISTORICO-SIM.
       P350-SELECIONA-TURMA-FIM.

       P360-CONFERE-TURMA.
           IF CPHISTO-ANO NOT = WS-ANO-PEDIDO
              OR CPHISTO-TURMA NOT = WS-TURMA-PEDIDA THEN
               MOVE "S" TO WS-FIM-HISTORICO
               GO TO P360-CONFERE-TURMA-FIM
           END-IF.

           PERFORM P400-GUARDA-SELECIONADO
               THRU P400-GUARDA-SELECIONADO-FIM.

           PERFORM P310-LE-HISTORICO THRU P310-LE-HISTORICO-FIM.
       P360-CONFERE-TURMA-FIM.

       P400-GUARDA-SELECIONADO.
           MOVE "N" TO WS-JA-SELECIONADO-SW.
           MOVE 1   TO WS-IDX-DUPL.
           PERFORM P410-CONFERE-DUPLICADO
               THRU P410-CONFERE-DUPLICADO-FIM
               UNTIL WS-IDX-DUPL > WS-QTD-SELECIONADOS
                  OR WS-JA-SELECIONADO.

           IF WS-JA-SELECIONADO THEN
               GO TO P400-GUARDA-SELECIONADO-FIM
           END-IF.

           IF WS-QTD-SELECIONADOS = 200 THEN
               IF NOT WS-SELECAO-TRUNCADA THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   DISPLAY 'AVISO: MAIS DE 200 ALUNOS NA BUSCA - SO '
                           'OS 200 PRIMEIROS SERAO EMITIDOS'
               END-IF
               GO TO P400-GUARDA-SELECIONADO-FIM
           END-IF.

           ADD 1 TO WS-QTD-SELECIONADOS.
           MOVE CPHISTO-NUMERO TO WS-SEL-NUMERO(WS-QTD-SELECIONADOS).
       P400-GUARDA-SELECIONADO-FIM.

       P410-CONFERE-DUPLICADO.
           IF WS-SEL-NUMERO(WS-IDX-DUPL) = CPHISTO-NUMERO THEN
               MOVE "S" TO WS-JA-SELECIONADO-SW
           END-IF.
           ADD 1 TO WS-IDX-DUPL.
       P410-CONFERE-DUPLICADO-FIM.

       P500-EMITE-HISTORICO.
           MOVE WS-SEL-NUMERO(WS-IDX-SELECIONADO) TO WS-NUMERO-CORRENTE.
           MOVE "N"    TO WS-ALUNO-EMITIDO-SW WS-FIM-HISTORICO.
           MOVE ZEROS  TO WS-ANO-ANTERIOR.
           MOVE SPACES TO WS-TURMA-ANTERIOR.

      *    PELA CHAVE ALTERNATIVA VEM SO O ALUNO PEDIDO, NA ORDEM EM
      *    QUE OS ANOS FORAM ARQUIVADOS
           MOVE WS-NUMERO-CORRENTE TO CPHISTO-NUMERO.
           START WS-HISTORICO-FILE KEY IS = CPHISTO-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTORICO
           END-START.

           IF NOT WS-FIM-HISTORICO-SIM THEN
               PERFORM P310-LE-HISTORICO THRU P310-LE-HISTORICO-FIM
               PERFORM P520-TRATA-REGISTRO THRU P520-TRATA-REGISTRO-FIM
                   UNTIL WS-FIM-HISTORICO-SIM
           END-IF.

           IF WS-ALUNO-EMITIDO THEN
               PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM
               ADD 1 TO WS-CONT-EMITIDOS
           ELSE
               ADD 1 TO WS-CONT-SEM-HISTORICO
               DISPLAY 'ALUNO ' WS-NUMERO-CORRENTE ' SEM CONSOLIDADO '
                       'ANUAL NO HISTORICO - NAO EMITIDO'
           END-IF.

           ADD 1 TO WS-IDX-SELECIONADO.
       P500-EMITE-HISTORICO-FIM.

       P520-TRATA-REGISTRO.
           IF CPHISTO-NUMERO NOT = WS-NUMERO-CORRENTE THEN
               MOVE "S" TO WS-FIM-HISTORICO
               GO TO P520-TRATA-REGISTRO-FIM
           END-IF.

      *    O HISTORICO OFICIAL SO LEVA O RESULTADO ANUAL DE CADA
      *    DISCIPLINA, NAO AS NOTAS DOS BIMESTRES
           IF CPHISTO-BIMESTRE NOT = 9 THEN
               GO TO P520-TRATA-REGISTRO-LE
           END-IF.

           IF NOT WS-ALUNO-EMITIDO THEN
               MOVE "S"                    TO WS-ALUNO-EMITIDO-SW
               MOVE CPHISTO-NOME           TO WS-NOME-CORRENTE
               MOVE CPHISTO-DATA-MATRICULA TO WS-MATRICULA-CORRENTE
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           IF CPHISTO-ANO NOT = WS-ANO-ANTERIOR
              OR CPHISTO-TURMA NOT = WS-TURMA-ANTERIOR THEN
               PERFORM P550-IMPRIME-GRUPO THRU P550-IMPRIME-GRUPO-FIM
           END-IF.

           MOVE "D" TO WS-TIPO-TABELA.
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  CPHISTO-DISCIPLINA
                                  WS-DESC-DISCIPLINA
                                  WS-REF-ACHOU-SW.
           IF NOT WS-REF-ENCONTRADO THEN
               MOVE "(NAO CADASTRADA)" TO WS-DESC-DISCIPLINA
           END-IF.

           MOVE SPACES              TO WS-LINHA-DETALHE.
           MOVE CPHISTO-DISCIPLINA  TO WS-DET-DISCIPLINA.
           MOVE WS-DESC-DISCIPLINA  TO WS-DET-DESC-DISC.
           MOVE CPHISTO-MEDIA-FINAL TO WS-DET-MEDIA.
           MOVE CPHISTO-CONCEITO    TO WS-DET-CONCEITO.
           MOVE CPHISTO-FREQUENCIA  TO WS-DET-FREQUENCIA.
           MOVE CPHISTO-SITUACAO    TO WS-DET-SITUACAO.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       P520-TRATA-REGISTRO-LE.
           PERFORM P310-LE-HISTORICO THRU P310-LE-HISTORICO-FIM.
       P520-TRATA-REGISTRO-FIM.

       P550-IMPRIME-GRUPO.
           MOVE CPHISTO-ANO   TO WS-ANO-ANTERIOR.
           MOVE CPHISTO-TURMA TO WS-TURMA-ANTERIOR.

           MOVE "T" TO WS-TIPO-TABELA.
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-ANTERIOR
                                  WS-DESC-TURMA
                                  WS-REF-ACHOU-SW.
           IF NOT WS-REF-ENCONTRADO THEN
               MOVE "(NAO CADASTRADA)" TO WS-DESC-TURMA
           END-IF.

           MOVE WS-ANO-ANTERIOR   TO WS-GRU-ANO.
           MOVE WS-TURMA-ANTERIOR TO WS-GRU-TURMA.
           MOVE WS-DESC-TURMA     TO WS-GRU-DESC-TURMA.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-GRUPO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 2 TO WS-CONT-LINHAS.
       P550-IMPRIME-GRUPO-FIM.

       P600-IMPRIME-RODAPE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-DATA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE "ASSINATURA DO DIRETOR: ______________________________"
             TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P600-IMPRIME-RODAPE-FIM.

       P800-NOVA-PAGINA.
           ADD 1 TO WS-CONT-PAGINA.
           MOVE WS-CONT-PAGINA TO WS-CAB-PAGINA.

           IF WS-CONT-PAGINA > 1 THEN
               MOVE SPACES TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE WS-NUMERO-CORRENTE    TO WS-ALU-NUMERO.
           MOVE WS-NOME-CORRENTE      TO WS-ALU-NOME.
           MOVE WS-MATRICULA-CORRENTE TO WS-ALU-MATRICULA.

           MOVE WS-LINHA-CABEC-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CABEC-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-ALUNO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TITULO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

      *    NA CONTINUACAO DE UM ALUNO O GRUPO E REPETIDO NA PAGINA NOVA
           MOVE ZEROS  TO WS-ANO-ANTERIOR.
           MOVE SPACES TO WS-TURMA-ANTERIOR.
           MOVE ZEROS  TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE033.
