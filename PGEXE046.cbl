       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE046.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. PROCESSAMENTO DO
      *                               ARQUIVO DE RETORNO DO CENSO
      *                               (CENSORET.DAT) DEVOLVIDO PELA
      *                               SECRETARIA ESTADUAL PARA O
      *                               CENSO.DAT DO PGEXE045: LISTA EM
      *                               CENSORET.REL CADA REGISTRO
      *                               REJEITADO COM O CODIGO E A
      *                               MENSAGEM DE ERRO DELES E O NOME
      *                               DO ALUNO NO MESTRE, E MARCA O
      *                               ALUNO/DISCIPLINA EM CENSOPEN.DAT
      *                               PARA A SECRETARIA CORRIGIR E O
      *                               PGEXE045 REENVIAR SO OS
      *                               REJEITADOS. O RETORNO DE OUTRA
      *                               ESCOLA, SEM CABECALHO OU COM O
      *                               TRAILER NAO BATENDO COM AS
      *                               REJEICOES LIDAS NAO ATUALIZA AS
      *                               MARCAS.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RETORNO-FILE ASSIGN TO "CENSORET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RETORNO-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-PENDENCIA-FILE ASSIGN TO "CENSOPEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PENDENCIA-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "CENSORET.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-RETORNO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RETORNO-REGISTRO.
           03 WS-RET-TIPO         PIC X(01).
              88 WS-RET-CABECALHO      VALUE "0".
              88 WS-RET-REJEICAO       VALUE "1".
              88 WS-RET-TRAILER        VALUE "9".
           03 WS-RET-ESCOLA       PIC 9(08).
           03 WS-RET-ANO          PIC 9(04).
           03 WS-RET-CORPO        PIC X(87).
           03 WS-RET-CORPO-REJEICAO REDEFINES WS-RET-CORPO.
              05 WS-RET-SEQUENCIA    PIC 9(06).
              05 WS-RET-NUMERO       PIC 9(05).
              05 WS-RET-TURMA        PIC X(05).
              05 WS-RET-DISCIPLINA   PIC X(05).
              05 WS-RET-CODIGO-ERRO  PIC X(04).
              05 WS-RET-MENSAGEM     PIC X(60).
              05 FILLER              PIC X(02).
           03 WS-RET-CORPO-TRAILER REDEFINES WS-RET-CORPO.
              05 WS-RET-QTD-RECEBIDOS  PIC 9(06).
              05 WS-RET-QTD-ACEITOS    PIC 9(06).
              05 WS-RET-QTD-REJEITADOS PIC 9(06).
              05 FILLER                PIC X(69).

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PENDENCIA-REGISTRO.
           03 WS-PEN-TURMA        PIC X(05).
           03 WS-PEN-SEP1         PIC X(02).
           03 WS-PEN-DISCIPLINA   PIC X(05).
           03 WS-PEN-SEP2         PIC X(02).
           03 WS-PEN-NUMERO       PIC 9(05).
           03 WS-PEN-SEP3         PIC X(02).
           03 WS-PEN-CODIGO-ERRO  PIC X(04).
           03 WS-PEN-SEP4         PIC X(02).
           03 WS-PEN-DATA-RETORNO PIC X(10).

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
      *    CODIGO DA ESCOLA NO CENSO ESCOLAR (O MESMO DO PGEXE045)
       77 WS-CODIGO-ESCOLA       PIC 9(08)    VALUE 35012345.

       01 WS-RETORNO-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-RETORNO-OK           VALUE "00".
           88 WS-RETORNO-NAO-EXISTE   VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-PENDENCIA-STATUS    PIC X(02)    VALUE ZEROS.
           88 WS-PENDENCIA-OK         VALUE "00".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-RETORNO         PIC X(01)    VALUE "N".
           88 WS-FIM-RETORNO-SIM      VALUE "S".
       01 WS-MESTRE-ABERTO-SW    PIC X(01)    VALUE "N".
           88 WS-MESTRE-ABERTO        VALUE "S".
       01 WS-TRAILER-SW          PIC X(01)    VALUE "N".
           88 WS-TEM-TRAILER          VALUE "S".
       01 WS-CONSISTENTE-SW      PIC X(01)    VALUE "N".
           88 WS-RETORNO-CONSISTENTE  VALUE "S".
       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-ANO-RETORNO         PIC 9(04)    VALUE ZEROS.
       01 WS-MOTIVO-RECUSA       PIC X(60)    VALUE SPACES.

       01 WS-DATA-CORRENTE.
           03 WS-DC-AAAAMMDD     PIC 9(08).
           03 WS-DC-AAAAMMDD-R REDEFINES WS-DC-AAAAMMDD.
              05 WS-DC-ANO       PIC 9(04).
              05 WS-DC-MES       PIC 9(02).
              05 WS-DC-DIA       PIC 9(02).
           03 FILLER             PIC X(13).
       01 WS-DATA-HOJE           PIC X(10)    VALUE SPACES.

       01 WS-QTD-REJEICOES       PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-REJEICAO        PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-ANTERIOR        PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-REJEICOES.
           03 WS-TAB-REJEICAO OCCURS 500 TIMES.
              05 WS-TRJ-SEQUENCIA    PIC 9(06).
              05 WS-TRJ-NUMERO       PIC 9(05).
              05 WS-TRJ-TURMA        PIC X(05).
              05 WS-TRJ-DISCIPLINA   PIC X(05).
              05 WS-TRJ-CODIGO-ERRO  PIC X(04).
              05 WS-TRJ-MENSAGEM     PIC X(60).
              05 WS-TRJ-REPETIDA-SW  PIC X(01).
                 88 WS-TRJ-REPETIDA       VALUE "S".

       01 WS-CONT-LIDOS          PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-REJEICOES      PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-INVALIDOS      PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-MARCADOS       PIC 9(06)    VALUE ZEROS.
       01 WS-QTD-RECEBIDOS       PIC 9(06)    VALUE ZEROS.
       01 WS-QTD-ACEITOS         PIC 9(06)    VALUE ZEROS.
       01 WS-QTD-REJEITADOS      PIC 9(06)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(88)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(48)
              VALUE "RETORNO DO CENSO ESCOLAR - REGISTROS REJEITADOS ".
           03 FILLER             PIC X(08)    VALUE "- ANO ".
           03 WS-CAB-ANO         PIC 9(04).

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(08)    VALUE "SEQ.".
           03 FILLER             PIC X(07)    VALUE "TURMA".
           03 FILLER             PIC X(07)    VALUE "DISC.".
           03 FILLER             PIC X(08)    VALUE "NUMERO".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(06)    VALUE "ERRO".
           03 FILLER             PIC X(60)    VALUE "MENSAGEM".

       01 WS-LINHA-DETALHE.
           03 WS-DET-SEQUENCIA   PIC ZZZZZ9.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-TURMA       PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-NUMERO      PIC 9(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-CODIGO-ERRO PIC X(04).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-MENSAGEM    PIC X(60).

       01 WS-LINHA-TOTAL.
           03 WS-TOT-ROTULO      PIC X(34).
           03 WS-TOT-VALOR       PIC ZZZZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DATA        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"    TO WS-FIM-RETORNO WS-MESTRE-ABERTO-SW
                          WS-TRAILER-SW WS-CONSISTENTE-SW
                          WS-TRUNCADO-SW
           MOVE ZEROS  TO WS-QTD-REJEICOES WS-CONT-LIDOS
                          WS-CONT-REJEICOES WS-CONT-INVALIDOS
                          WS-CONT-MARCADOS WS-QTD-RECEBIDOS
                          WS-QTD-ACEITOS WS-QTD-REJEITADOS
                          WS-ANO-RETORNO WS-CONT-LINHAS
                          WS-CONT-PAGINA
           MOVE SPACES TO WS-MOTIVO-RECUSA

           DISPLAY 'RETORNO DO CENSO ESCOLAR (CENSORET.DAT) - INICIO'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           STRING WS-DC-DIA DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  WS-DC-MES DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  WS-DC-ANO DELIMITED BY SIZE
                  INTO WS-DATA-HOJE

           OPEN INPUT WS-RETORNO-FILE

           IF WS-RETORNO-NAO-EXISTE THEN
               DISPLAY 'ARQUIVO DE RETORNO (CENSORET.DAT) NAO '
                       'ENCONTRADO - NADA FOI PROCESSADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-LE-RETORNO THRU P100-LE-RETORNO-FIM

           IF WS-FIM-RETORNO-SIM OR NOT WS-RET-CABECALHO THEN
               MOVE "RETORNO SEM REGISTRO DE CABECALHO"
                 TO WS-MOTIVO-RECUSA
           ELSE
               IF WS-RET-ESCOLA NOT = WS-CODIGO-ESCOLA THEN
                   MOVE "RETORNO DE OUTRA ESCOLA" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF

           IF WS-MOTIVO-RECUSA NOT = SPACES THEN
               CLOSE WS-RETORNO-FILE
               DISPLAY WS-MOTIVO-RECUSA ' - NADA FOI PROCESSADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RET-ANO     TO WS-ANO-RETORNO
           MOVE WS-ANO-RETORNO TO WS-CAB-ANO

           PERFORM P100-LE-RETORNO THRU P100-LE-RETORNO-FIM
           PERFORM P200-TRATA-RETORNO THRU P200-TRATA-RETORNO-FIM
               UNTIL WS-FIM-RETORNO-SIM

           CLOSE WS-RETORNO-FILE

           PERFORM P300-CONFERE-TRAILER THRU P300-CONFERE-TRAILER-FIM

           OPEN INPUT WS-MESTRE-FILE
           IF WS-MESTRE-OK THEN
               MOVE "S" TO WS-MESTRE-ABERTO-SW
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           MOVE 1 TO WS-IDX-REJEICAO
           PERFORM P400-IMPRIME-REJEICAO THRU P400-IMPRIME-REJEICAO-FIM
               UNTIL WS-IDX-REJEICAO > WS-QTD-REJEICOES

           IF WS-MESTRE-ABERTO THEN
               CLOSE WS-MESTRE-FILE
           END-IF

           IF WS-RETORNO-CONSISTENTE THEN
               PERFORM P500-GRAVA-PENDENCIAS
                   THRU P500-GRAVA-PENDENCIAS-FIM
           END-IF

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           IF WS-RETORNO-CONSISTENTE THEN
               DISPLAY WS-CONT-REJEICOES ' REJEICOES LISTADAS EM '
                       'CENSORET.REL - ' WS-CONT-MARCADOS
                       ' REGISTROS MARCADOS PARA REENVIO'
           ELSE
               DISPLAY WS-MOTIVO-RECUSA
               DISPLAY 'AS MARCAS DE REENVIO (CENSOPEN.DAT) NAO FORAM '
                       'ALTERADAS - PECA O RETORNO NOVAMENTE'
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'RETORNO DO CENSO ESCOLAR (CENSORET.DAT) - FIM'
           GOBACK.

       P100-LE-RETORNO.
           READ WS-RETORNO-FILE
               AT END
                   MOVE "S" TO WS-FIM-RETORNO
           END-READ.
       P100-LE-RETORNO-FIM.

       P200-TRATA-RETORNO.
           ADD 1 TO WS-CONT-LIDOS.

           EVALUATE TRUE
               WHEN WS-RET-REJEICAO
                   ADD 1 TO WS-CONT-REJEICOES
                   PERFORM P210-GUARDA-REJEICAO
                       THRU P210-GUARDA-REJEICAO-FIM
               WHEN WS-RET-TRAILER
                   MOVE "S"                   TO WS-TRAILER-SW
                   MOVE WS-RET-QTD-RECEBIDOS  TO WS-QTD-RECEBIDOS
                   MOVE WS-RET-QTD-ACEITOS    TO WS-QTD-ACEITOS
                   MOVE WS-RET-QTD-REJEITADOS TO WS-QTD-REJEITADOS
               WHEN OTHER
                   ADD 1 TO WS-CONT-INVALIDOS
           END-EVALUATE.

           PERFORM P100-LE-RETORNO THRU P100-LE-RETORNO-FIM.
       P200-TRATA-RETORNO-FIM.

       P210-GUARDA-REJEICAO.
           IF WS-QTD-REJEICOES = 500 THEN
               MOVE "S" TO WS-TRUNCADO-SW
               GO TO P210-GUARDA-REJEICAO-FIM
           END-IF.

           ADD 1 TO WS-QTD-REJEICOES.
           MOVE WS-RET-SEQUENCIA  TO WS-TRJ-SEQUENCIA(WS-QTD-REJEICOES).
           MOVE WS-RET-NUMERO     TO WS-TRJ-NUMERO(WS-QTD-REJEICOES).
           MOVE WS-RET-TURMA      TO WS-TRJ-TURMA(WS-QTD-REJEICOES).
           MOVE WS-RET-DISCIPLINA
             TO WS-TRJ-DISCIPLINA(WS-QTD-REJEICOES).
           MOVE WS-RET-CODIGO-ERRO
             TO WS-TRJ-CODIGO-ERRO(WS-QTD-REJEICOES).
           MOVE WS-RET-MENSAGEM   TO WS-TRJ-MENSAGEM(WS-QTD-REJEICOES).
           MOVE "N"          TO WS-TRJ-REPETIDA-SW(WS-QTD-REJEICOES).

      *    O MESMO REGISTRO PODE VOLTAR COM MAIS DE UM ERRO: SAI UMA
      *    LINHA POR ERRO NO RELATORIO, MAS UMA SO MARCA DE REENVIO
           MOVE 1 TO WS-IDX-ANTERIOR.
           PERFORM P220-COMPARA-ANTERIOR THRU P220-COMPARA-ANTERIOR-FIM
               UNTIL WS-IDX-ANTERIOR NOT < WS-QTD-REJEICOES.
       P210-GUARDA-REJEICAO-FIM.

       P220-COMPARA-ANTERIOR.
           IF WS-TRJ-TURMA(WS-IDX-ANTERIOR)
                                   = WS-TRJ-TURMA(WS-QTD-REJEICOES)
              AND WS-TRJ-DISCIPLINA(WS-IDX-ANTERIOR)
                                   = WS-TRJ-DISCIPLINA(WS-QTD-REJEICOES)
              AND WS-TRJ-NUMERO(WS-IDX-ANTERIOR)
                                   = WS-TRJ-NUMERO(WS-QTD-REJEICOES)
           THEN
               MOVE "S" TO WS-TRJ-REPETIDA-SW(WS-QTD-REJEICOES)
           END-IF.
           ADD 1 TO WS-IDX-ANTERIOR.
       P220-COMPARA-ANTERIOR-FIM.

      *    AS MARCAS SO SAO TROCADAS QUANDO O RETORNO ESTA INTEIRO: A
      *    QUANTIDADE DE REJEITADOS DO TRAILER TEM DE SER A LIDA
       P300-CONFERE-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-TEM-TRAILER
                   MOVE "RETORNO SEM REGISTRO TRAILER (INCOMPLETO)"
                     TO WS-MOTIVO-RECUSA
               WHEN WS-QTD-REJEITADOS NOT = WS-CONT-REJEICOES
                   MOVE "TRAILER NAO CONFERE COM AS REJEICOES LIDAS"
                     TO WS-MOTIVO-RECUSA
               WHEN WS-CONT-INVALIDOS > ZEROS
                   MOVE "RETORNO COM REGISTROS DE TIPO DESCONHECIDO"
                     TO WS-MOTIVO-RECUSA
               WHEN WS-CARGA-TRUNCADA
                   MOVE "MAIS DE 500 REJEICOES - PROCESSE EM PARTES"
                     TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE "S" TO WS-CONSISTENTE-SW
           END-EVALUATE.
       P300-CONFERE-TRAILER-FIM.

       P400-IMPRIME-REJEICAO.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE SPACES TO WS-DET-NOME.

           IF WS-MESTRE-ABERTO THEN
               MOVE WS-TRJ-TURMA(WS-IDX-REJEICAO)  TO CPALUNO-TURMA
               MOVE WS-TRJ-DISCIPLINA(WS-IDX-REJEICAO)
                 TO CPALUNO-DISCIPLINA
               MOVE WS-TRJ-NUMERO(WS-IDX-REJEICAO) TO CPALUNO-NUMERO
               MOVE 9                              TO CPALUNO-BIMESTRE
               READ WS-MESTRE-FILE
                   INVALID KEY
                       MOVE "(NAO ENCONTRADO NO MESTRE)" TO WS-DET-NOME
                   NOT INVALID KEY
                       MOVE CPALUNO-NOME TO WS-DET-NOME
               END-READ
           END-IF.

           MOVE WS-TRJ-SEQUENCIA(WS-IDX-REJEICAO)  TO WS-DET-SEQUENCIA.
           MOVE WS-TRJ-TURMA(WS-IDX-REJEICAO)      TO WS-DET-TURMA.
           MOVE WS-TRJ-DISCIPLINA(WS-IDX-REJEICAO) TO WS-DET-DISCIPLINA.
           MOVE WS-TRJ-NUMERO(WS-IDX-REJEICAO)     TO WS-DET-NUMERO.
           MOVE WS-TRJ-CODIGO-ERRO(WS-IDX-REJEICAO)
             TO WS-DET-CODIGO-ERRO.
           MOVE WS-TRJ-MENSAGEM(WS-IDX-REJEICAO)   TO WS-DET-MENSAGEM.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           ADD 1 TO WS-IDX-REJEICAO.
       P400-IMPRIME-REJEICAO-FIM.

      *    CENSOPEN.DAT PASSA A TER SO OS REJEITADOS DESTE RETORNO: O
      *    REENVIO DO PGEXE045 LEVA TODAS AS MARCAS, ENTAO O QUE NAO
      *    VOLTOU REJEITADO FOI ACEITO
       P500-GRAVA-PENDENCIAS.
           OPEN OUTPUT WS-PENDENCIA-FILE.

           MOVE 1 TO WS-IDX-REJEICAO.
           PERFORM P510-GRAVA-PENDENCIA THRU P510-GRAVA-PENDENCIA-FIM
               UNTIL WS-IDX-REJEICAO > WS-QTD-REJEICOES.

           CLOSE WS-PENDENCIA-FILE.
       P500-GRAVA-PENDENCIAS-FIM.

       P510-GRAVA-PENDENCIA.
           IF NOT WS-TRJ-REPETIDA(WS-IDX-REJEICAO) THEN
               MOVE SPACES TO WS-PENDENCIA-REGISTRO
               MOVE WS-TRJ-TURMA(WS-IDX-REJEICAO)      TO WS-PEN-TURMA
               MOVE WS-TRJ-DISCIPLINA(WS-IDX-REJEICAO)
                 TO WS-PEN-DISCIPLINA
               MOVE WS-TRJ-NUMERO(WS-IDX-REJEICAO)     TO WS-PEN-NUMERO
               MOVE WS-TRJ-CODIGO-ERRO(WS-IDX-REJEICAO)
                 TO WS-PEN-CODIGO-ERRO
               MOVE WS-DATA-HOJE TO WS-PEN-DATA-RETORNO
               WRITE WS-PENDENCIA-REGISTRO
               ADD 1 TO WS-CONT-MARCADOS
           END-IF.
           ADD 1 TO WS-IDX-REJEICAO.
       P510-GRAVA-PENDENCIA-FIM.

       P600-IMPRIME-RODAPE.
           IF WS-QTD-REJEICOES = ZEROS THEN
               MOVE "NENHUM REGISTRO REJEITADO" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REGISTROS RECEBIDOS (TRAILER)....:" TO WS-TOT-ROTULO.
           MOVE WS-QTD-RECEBIDOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REGISTROS ACEITOS (TRAILER)......:" TO WS-TOT-ROTULO.
           MOVE WS-QTD-ACEITOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REGISTROS REJEITADOS (TRAILER)...:" TO WS-TOT-ROTULO.
           MOVE WS-QTD-REJEITADOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REJEICOES LIDAS NO RETORNO.......:" TO WS-TOT-ROTULO.
           MOVE WS-CONT-REJEICOES TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "MARCADOS PARA REENVIO............:" TO WS-TOT-ROTULO.
           MOVE WS-CONT-MARCADOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           IF NOT WS-RETORNO-CONSISTENTE THEN
               MOVE SPACES TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               MOVE SPACES TO WS-RELAT-LINHA
               STRING "RETORNO RECUSADO: " DELIMITED BY SIZE
                      WS-MOTIVO-RECUSA     DELIMITED BY SIZE
                      " - MARCAS DE REENVIO NAO ALTERADAS"
                                           DELIMITED BY SIZE
                      INTO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE WS-DATA-HOJE TO WS-ROD-DATA.
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
       END PROGRAM PGEXE046.
