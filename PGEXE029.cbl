      *                               ANTIGO TRES CARTAS SAIAM NA MESMA
      *                               FOLHA E A SECRETARIA NAO
      *                               CONSEGUIA DESTACAR E ENVIAR.
      *    15/10/2026    SUPORTE      A CARTA PASSOU A SER NOMINAL: O
      *                               RESPONSAVEL DO ALUNO E LIDO NO
      *                               CADASTRO DE RESPONSAVEIS
      *                               (RESPONS.DAT, LAYOUT CPRESP) E A
      *                               CARTA SAI COM O BLOCO DE ENDERECO
      *                               E O NOME NA SAUDACAO. PARA CADA
      *                               CARTA COM ENDERECO E GRAVADA UMA
      *                               ETIQUETA EM ETIQUETA.REL. SEM
      *                               CADASTRO A CARTA CONTINUA
      *                               ENDERECADA AOS PAIS OU
      *                               RESPONSAVEIS E O ALUNO SAI NA
      *                               LISTA DE PENDENCIAS DO PGEXE037.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      QUANDO HA CARTAS, O CARTAS.REL E
      *                               GUARDADO NO CATALOGO DE
      *                               RELATORIOS (PGRELCAT) COMO COPIA
      *                               DATADA E NUMERADA, COM O PRAZO, A
      *                               DATA DO EXAME, UMA PAGINA POR
      *                               CARTA E O OPERADOR, QUE PASSOU A
      *                               CHEGAR PELA LINKAGE: A NOVA
      *                               EMISSAO SOBREGRAVAVA A ANTERIOR E
      *                               NAO HAVIA COMO PROVAR A DATA
      *                               CONVOCADA NA CARTA JA ENVIADA.
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

           SELECT WS-CARTAS-FILE  ASSIGN TO "CARTAS.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CARTAS-STATUS.

           SELECT WS-RESPONS-FILE ASSIGN TO "RESPONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPRESP-NUMERO
                  FILE STATUS  IS WS-RESPONS-STATUS.

           SELECT WS-ETIQUETA-FILE ASSIGN TO "ETIQUETA.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ETIQUETA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CARTAS-LINHA        PIC X(80).

       FD  WS-RESPONS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RESPONS-REGISTRO.
           COPY CPRESP.

       FD  WS-ETIQUETA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-ETIQUETA-LINHA      PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-CARTAS-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-CARTAS-OK            VALUE "00".
       01 WS-RESPONS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-RESPONS-OK           VALUE "00".
           88 WS-RESPONS-NAO-EXISTE   VALUE "35".
       01 WS-ETIQUETA-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-ETIQUETA-OK          VALUE "00".

       01 WS-RESPONS-ABERTO-SW   PIC X(01)    VALUE "N".
           88 WS-RESPONS-ABERTO       VALUE "S".
      *    RESPONSAVEL QUE RECEBE A CARTA: O PRIMEIRO COM ENDERECO
      *    OU, SEM ENDERECO NENHUM, O PRIMEIRO CADASTRADO
       01 WS-IDX-DESTINO         PIC 9(01)    VALUE ZEROS.
       01 WS-IDX-RESP            PIC 9(01)    VALUE ZEROS.

       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-CONT-CARTAS         PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-NOMINAIS       PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-ETIQUETAS      PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-SEM-RESPONS    PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.

       01 WS-CAT-RELATORIO       PIC X(12)    VALUE "CARTAS.REL".
       01 WS-CAT-PROGRAMA        PIC X(08)    VALUE "PGEXE029".
       01 WS-CAT-PAGINAS         PIC 9(05)    VALUE ZEROS.
       01 WS-CAT-PARAMETROS      PIC X(40)    VALUE SPACES.

       01 WS-LINHA-ALUNO.
           03 FILLER             PIC X(07)    VALUE "ALUNO: ".
           03 WS-CARTA-NOME      PIC X(30).
           03 FILLER             PIC X(02)    VALUE ": ".
           03 WS-CARTA-EXAME     PIC X(10).

       01 WS-LINHA-SAUDACAO.
           03 FILLER             PIC X(21)
              VALUE "PREZADO(A) SENHOR(A) ".
           03 WS-CARTA-RESPONS   PIC X(30).
           03 FILLER             PIC X(01)    VALUE ",".

       01 WS-LINHA-CIDADE.
           03 WS-END-CIDADE      PIC X(25).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-END-UF          PIC X(02).

       01 WS-LINHA-CEP.
           03 FILLER             PIC X(04)    VALUE "CEP ".
           03 WS-END-CEP         PIC X(09).
           03 FILLER             PIC X(14)
              VALUE "   REF. ALUNO ".
           03 WS-END-ALUNO       PIC 9(05).

       01 WS-LINHA-EMISSAO.
           03 FILLER             PIC X(34)
              VALUE "EMITIDA EM.......................".
           03 FILLER             PIC X(02)    VALUE ": ".
           03 WS-CARTA-EMISSAO   PIC X(10).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-FIM-MESTRE WS-RESPONS-ABERTO-SW
           MOVE ZEROS TO WS-CONT-CARTAS WS-CONT-NOMINAIS
                         WS-CONT-ETIQUETAS WS-CONT-SEM-RESPONS

           DISPLAY 'CARTAS DE CONVOCACAO PARA RECUPERACAO - INICIO'

           END-IF

           OPEN OUTPUT WS-CARTAS-FILE
           OPEN OUTPUT WS-ETIQUETA-FILE

           OPEN INPUT WS-RESPONS-FILE
           IF WS-RESPONS-OK THEN
               MOVE "S" TO WS-RESPONS-ABERTO-SW
           ELSE
               DISPLAY 'AVISO: CADASTRO DE RESPONSAVEIS (RESPONS.DAT) '
                       'NAO ENCONTRADO - AS CARTAS SAIRAO SEM NOME E '
                       'SEM ETIQUETA'
           END-IF

           PERFORM P300-LE-MESTRE THRU P300-LE-MESTRE-FIM
           PERFORM P400-TRATA-REGISTRO THRU P400-TRATA-REGISTRO-FIM

           CLOSE WS-MESTRE-FILE
           CLOSE WS-CARTAS-FILE
           CLOSE WS-ETIQUETA-FILE
           IF WS-RESPONS-ABERTO THEN
               CLOSE WS-RESPONS-FILE
           END-IF

           IF WS-CONT-CARTAS = ZEROS THEN
               DISPLAY 'NENHUM ALUNO REPROVADO POR NOTA NO '
                       'CONSOLIDADO - NENHUMA CARTA EMITIDA'
           ELSE
               DISPLAY WS-CONT-CARTAS ' CARTA(S) GRAVADA(S) EM '
                       'CARTAS.REL, ' WS-CONT-NOMINAIS ' NOMINAL(IS)'
               DISPLAY WS-CONT-ETIQUETAS ' ETIQUETA(S) GRAVADA(S) EM '
                       'ETIQUETA.REL'
               IF WS-CONT-SEM-RESPONS > ZEROS THEN
                   DISPLAY WS-CONT-SEM-RESPONS ' CARTA(S) SEM '
                           'RESPONSAVEL OU SEM ENDERECO - VEJA A '
                           'LISTA DE PENDENCIAS DE CONTATO'
               END-IF

               MOVE WS-CONT-CARTAS TO WS-CAT-PAGINAS
               MOVE SPACES         TO WS-CAT-PARAMETROS
               STRING "PRAZO "          DELIMITED BY SIZE
                      WS-PRAZO-DIAS     DELIMITED BY SIZE
                      " DIAS UTEIS - EXAME " DELIMITED BY SIZE
                      WS-DATA-EXAME     DELIMITED BY SIZE
                      INTO WS-CAT-PARAMETROS
               CALL "PGRELCAT" USING WS-CAT-RELATORIO
                                     WS-CAT-PROGRAMA
                                     WS-PARM-OPERADOR
                                     WS-CAT-PAGINAS
                                     WS-CAT-PARAMETROS
           END-IF

           DISPLAY 'CARTAS DE CONVOCACAO PARA RECUPERACAO - FIM'
               MOVE SPACES TO WS-DESC-DISCIPLINA
           END-IF.

           PERFORM P510-LE-RESPONSAVEL THRU P510-LE-RESPONSAVEL-FIM.

           MOVE "ESCOLA MUNICIPAL PROFESSOR ANTONIO"
             TO WS-CARTAS-LINHA.
           PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM.
           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM.

           IF WS-IDX-DESTINO > ZEROS THEN
               PERFORM P520-ENDERECA-CARTA
                   THRU P520-ENDERECA-CARTA-FIM
           ELSE
               ADD 1 TO WS-CONT-SEM-RESPONS
               MOVE "AOS SENHORES PAIS OU RESPONSAVEIS,"
                 TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM.

               THRU P550-COMPLETA-PAGINA-FIM.
       P500-EMITE-CARTA-FIM.

       P510-LE-RESPONSAVEL.
           MOVE ZEROS TO WS-IDX-DESTINO.

           IF NOT WS-RESPONS-ABERTO THEN
               GO TO P510-LE-RESPONSAVEL-FIM
           END-IF.

           MOVE CPALUNO-NUMERO TO CPRESP-NUMERO.
           READ WS-RESPONS-FILE
               INVALID KEY
                   GO TO P510-LE-RESPONSAVEL-FIM
           END-READ.

           MOVE 1 TO WS-IDX-RESP.
           PERFORM P515-ESCOLHE-DESTINO THRU P515-ESCOLHE-DESTINO-FIM
               UNTIL WS-IDX-RESP > 2
                  OR WS-IDX-DESTINO > ZEROS.

           IF WS-IDX-DESTINO = ZEROS
              AND CPRESP-NOME(1) NOT = SPACES THEN
               MOVE 1 TO WS-IDX-DESTINO
           END-IF.
       P510-LE-RESPONSAVEL-FIM.

       P515-ESCOLHE-DESTINO.
           IF CPRESP-NOME(WS-IDX-RESP) NOT = SPACES
              AND CPRESP-ENDERECO(WS-IDX-RESP) NOT = SPACES THEN
               MOVE WS-IDX-RESP TO WS-IDX-DESTINO
           END-IF.
           ADD 1 TO WS-IDX-RESP.
       P515-ESCOLHE-DESTINO-FIM.

      *    BLOCO DE ENDERECO NO ALTO DA CARTA (ENVELOPE DE JANELA),
      *    SAUDACAO NOMINAL E A ETIQUETA CORRESPONDENTE
       P520-ENDERECA-CARTA.
           ADD 1 TO WS-CONT-NOMINAIS.

           IF CPRESP-ENDERECO(WS-IDX-DESTINO) = SPACES THEN
               ADD 1 TO WS-CONT-SEM-RESPONS
           ELSE
               MOVE CPRESP-NOME(WS-IDX-DESTINO) TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
               MOVE CPRESP-ENDERECO(WS-IDX-DESTINO) TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
               MOVE CPRESP-BAIRRO(WS-IDX-DESTINO) TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
               MOVE CPRESP-CIDADE(WS-IDX-DESTINO) TO WS-END-CIDADE
               MOVE CPRESP-UF(WS-IDX-DESTINO)     TO WS-END-UF
               MOVE WS-LINHA-CIDADE TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
               MOVE CPRESP-CEP(WS-IDX-DESTINO) TO WS-END-CEP
               MOVE CPALUNO-NUMERO             TO WS-END-ALUNO
               MOVE WS-LINHA-CEP TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
               MOVE SPACES TO WS-CARTAS-LINHA
               PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM
               PERFORM P530-GRAVA-ETIQUETA
                   THRU P530-GRAVA-ETIQUETA-FIM
           END-IF.

           MOVE CPRESP-NOME(WS-IDX-DESTINO) TO WS-CARTA-RESPONS.
           MOVE WS-LINHA-SAUDACAO TO WS-CARTAS-LINHA.
           PERFORM P540-GRAVA-LINHA THRU P540-GRAVA-LINHA-FIM.
       P520-ENDERECA-CARTA-FIM.

      *    UMA ETIQUETA DE SEIS LINHAS POR CARTA, NA ORDEM DAS CARTAS
       P530-GRAVA-ETIQUETA.
           ADD 1 TO WS-CONT-ETIQUETAS.

           MOVE CPRESP-NOME(WS-IDX-DESTINO) TO WS-ETIQUETA-LINHA.
           WRITE WS-ETIQUETA-LINHA.
           MOVE CPRESP-ENDERECO(WS-IDX-DESTINO) TO WS-ETIQUETA-LINHA.
           WRITE WS-ETIQUETA-LINHA.
           MOVE CPRESP-BAIRRO(WS-IDX-DESTINO) TO WS-ETIQUETA-LINHA.
           WRITE WS-ETIQUETA-LINHA.
           MOVE WS-LINHA-CIDADE TO WS-ETIQUETA-LINHA.
           WRITE WS-ETIQUETA-LINHA.
           MOVE WS-LINHA-CEP TO WS-ETIQUETA-LINHA.
           WRITE WS-ETIQUETA-LINHA.
           MOVE SPACES TO WS-ETIQUETA-LINHA.
           WRITE WS-ETIQUETA-LINHA.
       P530-GRAVA-ETIQUETA-FIM.

       P540-GRAVA-LINHA.
           WRITE WS-CARTAS-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
