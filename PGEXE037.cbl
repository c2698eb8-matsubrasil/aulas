       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE037.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. LISTA DE
      *                               PENDENCIAS DE CONTATO
      *                               (SEMCONT.REL): CADA ALUNO DO
      *                               CADASTRO MESTRE E CONFERIDO NO
      *                               CADASTRO DE RESPONSAVEIS
      *                               (RESPONS.DAT) E SAI NA LISTA SE
      *                               NAO TEM RESPONSAVEL, SE NENHUM
      *                               RESPONSAVEL TEM ENDERECO PARA A
      *                               CARTA OU SE NAO HA TELEFONE NEM
      *                               E-MAIL. OS ALUNOS QUE VAO RECEBER
      *                               CARTA DE RECUPERACAO (REPROVADO
      *                               NO CONSOLIDADO DO BIMESTRE 9) SAO
      *                               MARCADOS, PARA A SECRETARIA
      *                               CORRER ATRAS DESSAS FAMILIAS
      *                               ANTES DE EMITIR AS CARTAS.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      ALUNO TRANSFERIDO OU INATIVO NAO
      *                               ENTRA NA LISTA DO CONSELHO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-RESPONS-FILE ASSIGN TO "RESPONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPRESP-NUMERO
                  FILE STATUS  IS WS-RESPONS-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "SEMCONT.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-RESPONS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RESPONS-REGISTRO.
           COPY CPRESP.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-RESPONS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-RESPONS-OK           VALUE "00".
           88 WS-RESPONS-NAO-EXISTE   VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".

       01 WS-RESPONS-ABERTO-SW   PIC X(01)    VALUE "N".
           88 WS-RESPONS-ABERTO       VALUE "S".

      *    ALUNOS DISTINTOS DO MESTRE, NA ORDEM EM QUE APARECEM
       01 WS-QTD-ALUNOS          PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-ALUNO           PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-ACHADO          PIC 9(04)    VALUE ZEROS.
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 2000 TIMES.
              05 WS-TAB-NUMERO       PIC 9(05).
              05 WS-TAB-TURMA        PIC X(05).
              05 WS-TAB-NOME         PIC X(30).
              05 WS-TAB-CONVOCADO    PIC X(01).
                 88 WS-TAB-VAI-CARTA      VALUE "S".

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-IDX-RESP            PIC 9(01)    VALUE ZEROS.
       01 WS-TEM-ENDERECO-SW     PIC X(01)    VALUE "N".
           88 WS-TEM-ENDERECO         VALUE "S".
       01 WS-TEM-CONTATO-SW      PIC X(01)    VALUE "N".
           88 WS-TEM-CONTATO          VALUE "S".
       01 WS-PENDENCIA           PIC X(35)    VALUE SPACES.
       01 WS-ALUNO-PENDENTE-SW   PIC X(01)    VALUE "N".
           88 WS-ALUNO-PENDENTE       VALUE "S".

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PENDENTES      PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-CONVOCADOS     PIC 9(04)    VALUE ZEROS.

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
           03 FILLER             PIC X(40)
              VALUE "PENDENCIAS DE CONTATO DOS RESPONSAVEIS".

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(07)    VALUE "TURMA".
           03 FILLER             PIC X(08)    VALUE "NUMERO".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(05)    VALUE "REC".
           03 FILLER             PIC X(35)    VALUE "PENDENCIA".

       01 WS-LINHA-DETALHE.
           03 WS-DET-TURMA       PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-NUMERO      PIC 9(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-CONVOCADO   PIC X(03).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-PENDENCIA   PIC X(35).

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(30)
              VALUE "ALUNOS COM PENDENCIA.........:".
           03 WS-TOT-PENDENTES   PIC ZZZ9.

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(30)
              VALUE "DELES CONVOCADOS PARA A REC..:".
           03 WS-TOT-CONVOCADOS  PIC ZZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-FIM-MESTRE WS-TRUNCADO-SW
                         WS-RESPONS-ABERTO-SW
           MOVE ZEROS TO WS-QTD-ALUNOS WS-CONT-LINHAS WS-CONT-PAGINA
                         WS-CONT-PENDENTES WS-CONT-CONVOCADOS

           DISPLAY 'PENDENCIAS DE CONTATO DOS RESPONSAVEIS - INICIO'

           OPEN INPUT WS-MESTRE-FILE

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - LISTA NAO EMITIDA'
               GOBACK
           END-IF

           PERFORM P100-LE-MESTRE THRU P100-LE-MESTRE-FIM
           PERFORM P200-GUARDA-ALUNO THRU P200-GUARDA-ALUNO-FIM
               UNTIL WS-FIM-MESTRE-SIM

           CLOSE WS-MESTRE-FILE

           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'AVISO: MAIS DE 2000 ALUNOS NO MESTRE - A LISTA '
                       'SAI SO COM OS 2000 PRIMEIROS'
           END-IF

           OPEN INPUT WS-RESPONS-FILE
           IF WS-RESPONS-OK THEN
               MOVE "S" TO WS-RESPONS-ABERTO-SW
           ELSE
               DISPLAY 'CADASTRO DE RESPONSAVEIS (RESPONS.DAT) NAO '
                       'ENCONTRADO - TODOS OS ALUNOS SAIRAO NA LISTA'
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           MOVE 1 TO WS-IDX-ALUNO
           PERFORM P300-CONFERE-ALUNO THRU P300-CONFERE-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE
           IF WS-RESPONS-ABERTO THEN
               CLOSE WS-RESPONS-FILE
           END-IF

           DISPLAY 'RELATORIO GRAVADO EM SEMCONT.REL - '
                   WS-QTD-ALUNOS ' ALUNOS CONFERIDOS, '
                   WS-CONT-PENDENTES ' COM PENDENCIA, '
                   WS-CONT-CONVOCADOS ' DELES CONVOCADOS PARA A '
                   'RECUPERACAO'

           DISPLAY 'PENDENCIAS DE CONTATO DOS RESPONSAVEIS - FIM'
           GOBACK.

       P100-LE-MESTRE.
           READ WS-MESTRE-FILE
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P100-LE-MESTRE-FIM.

       P200-GUARDA-ALUNO.
           IF CPALUNO-INATIVO THEN
               GO TO P200-GUARDA-ALUNO-LE
           END-IF.

           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-ALUNO.
           PERFORM P210-COMPARA-ALUNO THRU P210-COMPARA-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                  OR WS-IDX-ACHADO > ZEROS.

           IF WS-IDX-ACHADO = ZEROS THEN
               IF WS-QTD-ALUNOS = 2000 THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   GO TO P200-GUARDA-ALUNO-LE
               END-IF
               ADD 1 TO WS-QTD-ALUNOS
               MOVE WS-QTD-ALUNOS  TO WS-IDX-ACHADO
               MOVE CPALUNO-NUMERO TO WS-TAB-NUMERO(WS-IDX-ACHADO)
               MOVE CPALUNO-TURMA  TO WS-TAB-TURMA(WS-IDX-ACHADO)
               MOVE CPALUNO-NOME   TO WS-TAB-NOME(WS-IDX-ACHADO)
               MOVE "N"            TO WS-TAB-CONVOCADO(WS-IDX-ACHADO)
           END-IF.

      *    O MESMO CRITERIO DAS CARTAS DE CONVOCACAO (PGEXE029)
           IF CPALUNO-BIMESTRE = 9
              AND CPALUNO-SITUACAO = "REPROVADO" THEN
               MOVE "S" TO WS-TAB-CONVOCADO(WS-IDX-ACHADO)
           END-IF.

       P200-GUARDA-ALUNO-LE.
           PERFORM P100-LE-MESTRE THRU P100-LE-MESTRE-FIM.
       P200-GUARDA-ALUNO-FIM.

       P210-COMPARA-ALUNO.
           IF WS-TAB-NUMERO(WS-IDX-ALUNO) = CPALUNO-NUMERO THEN
               MOVE WS-IDX-ALUNO TO WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-ALUNO.
       P210-COMPARA-ALUNO-FIM.

       P300-CONFERE-ALUNO.
           MOVE "N" TO WS-ALUNO-PENDENTE-SW.

           IF NOT WS-RESPONS-ABERTO THEN
               MOVE "SEM RESPONSAVEL CADASTRADO" TO WS-PENDENCIA
               PERFORM P400-IMPRIME-PENDENCIA
                   THRU P400-IMPRIME-PENDENCIA-FIM
               GO TO P300-CONFERE-ALUNO-CONTA
           END-IF.

           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO CPRESP-NUMERO.
           READ WS-RESPONS-FILE
               INVALID KEY
                   MOVE "SEM RESPONSAVEL CADASTRADO" TO WS-PENDENCIA
                   PERFORM P400-IMPRIME-PENDENCIA
                       THRU P400-IMPRIME-PENDENCIA-FIM
                   GO TO P300-CONFERE-ALUNO-CONTA
           END-READ.

           MOVE "N" TO WS-TEM-ENDERECO-SW WS-TEM-CONTATO-SW.
           MOVE 1   TO WS-IDX-RESP.
           PERFORM P310-CONFERE-RESPONSAVEL
               THRU P310-CONFERE-RESPONSAVEL-FIM
               UNTIL WS-IDX-RESP > 2.

           IF NOT WS-TEM-ENDERECO THEN
               MOVE "SEM ENDERECO PARA CORRESPONDENCIA" TO WS-PENDENCIA
               PERFORM P400-IMPRIME-PENDENCIA
                   THRU P400-IMPRIME-PENDENCIA-FIM
           END-IF.

           IF NOT WS-TEM-CONTATO THEN
               MOVE "SEM TELEFONE NEM E-MAIL" TO WS-PENDENCIA
               PERFORM P400-IMPRIME-PENDENCIA
                   THRU P400-IMPRIME-PENDENCIA-FIM
           END-IF.

       P300-CONFERE-ALUNO-CONTA.
           IF WS-ALUNO-PENDENTE THEN
               ADD 1 TO WS-CONT-PENDENTES
               IF WS-TAB-VAI-CARTA(WS-IDX-ALUNO) THEN
                   ADD 1 TO WS-CONT-CONVOCADOS
               END-IF
           END-IF.

           ADD 1 TO WS-IDX-ALUNO.
       P300-CONFERE-ALUNO-FIM.

      *    O ENDERECO SO SERVE PARA A CARTA SE TEM RUA E CIDADE
       P310-CONFERE-RESPONSAVEL.
           IF CPRESP-NOME(WS-IDX-RESP) NOT = SPACES THEN
               IF CPRESP-ENDERECO(WS-IDX-RESP) NOT = SPACES
                  AND CPRESP-CIDADE(WS-IDX-RESP) NOT = SPACES THEN
                   MOVE "S" TO WS-TEM-ENDERECO-SW
               END-IF
               IF CPRESP-TELEFONE(WS-IDX-RESP) NOT = SPACES
                  OR CPRESP-EMAIL(WS-IDX-RESP) NOT = SPACES THEN
                   MOVE "S" TO WS-TEM-CONTATO-SW
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-RESP.
       P310-CONFERE-RESPONSAVEL-FIM.

       P400-IMPRIME-PENDENCIA.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE "S" TO WS-ALUNO-PENDENTE-SW.

           MOVE SPACES                      TO WS-LINHA-DETALHE.
           MOVE WS-TAB-TURMA(WS-IDX-ALUNO)  TO WS-DET-TURMA.
           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO WS-DET-NUMERO.
           MOVE WS-TAB-NOME(WS-IDX-ALUNO)   TO WS-DET-NOME.
           IF WS-TAB-VAI-CARTA(WS-IDX-ALUNO) THEN
               MOVE "SIM" TO WS-DET-CONVOCADO
           END-IF.
           MOVE WS-PENDENCIA                TO WS-DET-PENDENCIA.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
       P400-IMPRIME-PENDENCIA-FIM.

       P600-IMPRIME-RODAPE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-CONT-PENDENTES  TO WS-TOT-PENDENTES.
           MOVE WS-CONT-CONVOCADOS TO WS-TOT-CONVOCADOS.

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
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TITULO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ZEROS TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE037.
