       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE053.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RECONSTRUCAO, EM
      *                               UMA UNICA EXECUCAO, DO CADASTRO
      *                               MESTRE ALUNMEST.DAT COM OS NOVOS
      *                               INDICES ALTERNATIVOS DE NOME E DE
      *                               NUMERO DO ALUNO: LE O MESTRE
      *                               AINDA NO FORMATO ANTIGO (SO A
      *                               CHAVE TURMA + DISCIPLINA + NUMERO
      *                               + BIMESTRE), DESCARREGA TUDO EM
      *                               ALUNMEST-INDICE.SEQ, CONFERE A
      *                               CONTAGEM, RECRIA O INDEXADO COM
      *                               OS TRES INDICES E RECARREGA,
      *                               CONFERINDO NO FIM QUE A CHAVE E
      *                               OS DOIS INDICES ENXERGAM TODOS OS
      *                               REGISTROS. O SEQUENCIAL FICA
      *                               GUARDADO COMO COPIA DE SEGURANCA;
      *                               SE A RECARGA FALHAR ELE PODE SER
      *                               RECARREGADO DE NOVO COM O MODO
      *                               <R> DESTE PROGRAMA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    O MESMO ARQUIVO VISTO COM A DEFINICAO ANTERIOR AOS INDICES
      *    ALTERNATIVOS, SO PARA A DESCARGA
           SELECT WS-ANTIGO-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WS-ANT-CHAVE
                  FILE STATUS  IS WS-ANTIGO-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-TRABALHO-FILE ASSIGN TO "ALUNMEST-INDICE.SEQ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TRABALHO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-ANTIGO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-ANTIGO-REGISTRO.
           03 WS-ANT-CHAVE        PIC X(16).
           03 FILLER              PIC X(95).

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-TRABALHO-REGISTRO   PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-ANTIGO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-ANTIGO-OK            VALUE "00".
           88 WS-ANTIGO-NAO-EXISTE    VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-TRABALHO-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-TRABALHO-OK          VALUE "00".
           88 WS-TRABALHO-NAO-EXISTE  VALUE "35".

       01 WS-FIM-ANTIGO          PIC X(01)    VALUE "N".
           88 WS-FIM-ANTIGO-SIM       VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-TRABALHO        PIC X(01)    VALUE "N".
           88 WS-FIM-TRABALHO-SIM     VALUE "S".

       01 WS-MODO                PIC X(01)    VALUE SPACES.
           88 WS-MODO-RECONSTRUCAO    VALUE "I" "i".
           88 WS-MODO-RECARGA         VALUE "R" "r".
           88 WS-MODO-SAIR            VALUE "0".

       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       01 WS-CONT-DESCARGA       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-CONFERENCIA    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-RECARGA        PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INDICE-CHAVE   PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INDICE-NOME    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INDICE-NUMERO  PIC 9(05)    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'RECONSTRUCAO DOS INDICES DO CADASTRO MESTRE - '
                   'INICIO'

           DISPLAY 'MODO - <I>NDICES (MESTRE NO FORMATO ANTIGO), '
                   '<R>ECARGA DE ALUNMEST-INDICE.SEQ OU <0> PARA '
                   'SAIR: '
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN WS-MODO-RECONSTRUCAO
                   PERFORM P100-RECONSTROI THRU P100-RECONSTROI-FIM
               WHEN WS-MODO-RECARGA
                   PERFORM P500-RECARGA THRU P500-RECARGA-FIM
               WHEN WS-MODO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO - NADA FOI FEITO'
           END-EVALUATE

           DISPLAY 'RECONSTRUCAO DOS INDICES DO CADASTRO MESTRE - FIM'
           STOP RUN.

       P100-RECONSTROI.
           MOVE "N"   TO WS-FIM-ANTIGO.
           MOVE ZEROS TO WS-CONT-DESCARGA WS-CONT-CONFERENCIA.

           OPEN INPUT WS-ANTIGO-FILE.

           IF WS-ANTIGO-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - RECONSTRUCAO CANCELADA'
               GO TO P100-RECONSTROI-FIM
           END-IF.

      *    MESTRE QUE JA TEM OS INDICES NAO ABRE COM A DEFINICAO
      *    ANTIGA: NAO HA O QUE RECONSTRUIR
           IF NOT WS-ANTIGO-OK THEN
               DISPLAY 'O MESTRE NAO ABRIU NO FORMATO ANTIGO (STATUS '
                       WS-ANTIGO-STATUS ') - SE OS INDICES JA FORAM '
                       'CRIADOS NAO HA O QUE RECONSTRUIR'
               GO TO P100-RECONSTROI-FIM
           END-IF.

           DISPLAY 'A RECONSTRUCAO DESCARREGA O CADASTRO MESTRE EM '
                   'ALUNMEST-INDICE.SEQ E O RECRIA COM OS INDICES DE '
                   'NOME E DE NUMERO DO ALUNO'
           DISPLAY 'CONFIRMA (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'RECONSTRUCAO CANCELADA'
               CLOSE WS-ANTIGO-FILE
               GO TO P100-RECONSTROI-FIM
           END-IF.

           OPEN OUTPUT WS-TRABALHO-FILE.

           PERFORM P200-LE-ANTIGO THRU P200-LE-ANTIGO-FIM.
           PERFORM P210-DESCARREGA-REGISTRO
               THRU P210-DESCARREGA-REGISTRO-FIM
               UNTIL WS-FIM-ANTIGO-SIM.

           CLOSE WS-ANTIGO-FILE.
           CLOSE WS-TRABALHO-FILE.

           PERFORM P300-CONFERE-DESCARGA
               THRU P300-CONFERE-DESCARGA-FIM.

           IF WS-CONT-CONFERENCIA NOT = WS-CONT-DESCARGA THEN
               DISPLAY 'ERRO: A RELEITURA DA DESCARGA CONTOU '
                       WS-CONT-CONFERENCIA ' REGISTROS E O MESTRE '
                       'TINHA ' WS-CONT-DESCARGA
                       ' - O MESTRE NAO FOI ALTERADO'
               GO TO P100-RECONSTROI-FIM
           END-IF.

           DISPLAY 'DESCARGA CONFERIDA COM ' WS-CONT-DESCARGA
                   ' REGISTROS EM ALUNMEST-INDICE.SEQ'

           PERFORM P510-RECRIA-MESTRE THRU P510-RECRIA-MESTRE-FIM.

           IF WS-CONT-RECARGA NOT = WS-CONT-DESCARGA THEN
               DISPLAY 'ERRO: RECARREGADOS ' WS-CONT-RECARGA
                       ' DE ' WS-CONT-DESCARGA ' REGISTROS - REFACA '
                       'PELO MODO <R>'
               GO TO P100-RECONSTROI-FIM
           END-IF.

           PERFORM P600-CONFERE-INDICES THRU P600-CONFERE-INDICES-FIM.
       P100-RECONSTROI-FIM.

       P200-LE-ANTIGO.
           READ WS-ANTIGO-FILE
               AT END
                   MOVE "S" TO WS-FIM-ANTIGO
           END-READ.
       P200-LE-ANTIGO-FIM.

       P210-DESCARREGA-REGISTRO.
           MOVE WS-ANTIGO-REGISTRO TO WS-TRABALHO-REGISTRO.
           WRITE WS-TRABALHO-REGISTRO.
           ADD 1 TO WS-CONT-DESCARGA.
           PERFORM P200-LE-ANTIGO THRU P200-LE-ANTIGO-FIM.
       P210-DESCARREGA-REGISTRO-FIM.

       P300-CONFERE-DESCARGA.
           MOVE "N" TO WS-FIM-TRABALHO.

           OPEN INPUT WS-TRABALHO-FILE.
           PERFORM P310-LE-TRABALHO THRU P310-LE-TRABALHO-FIM.
           PERFORM P320-CONTA-TRABALHO THRU P320-CONTA-TRABALHO-FIM
               UNTIL WS-FIM-TRABALHO-SIM.
           CLOSE WS-TRABALHO-FILE.
       P300-CONFERE-DESCARGA-FIM.

       P310-LE-TRABALHO.
           READ WS-TRABALHO-FILE
               AT END
                   MOVE "S" TO WS-FIM-TRABALHO
           END-READ.
       P310-LE-TRABALHO-FIM.

       P320-CONTA-TRABALHO.
           ADD 1 TO WS-CONT-CONFERENCIA.
           PERFORM P310-LE-TRABALHO THRU P310-LE-TRABALHO-FIM.
       P320-CONTA-TRABALHO-FIM.

      *    RECARGA AVULSA, PARA QUANDO A RECONSTRUCAO PAROU DEPOIS DA
      *    DESCARGA: O SEQUENCIAL JA CONFERIDO E A COPIA QUE VALE
       P500-RECARGA.
           OPEN INPUT WS-TRABALHO-FILE.

           IF WS-TRABALHO-NAO-EXISTE THEN
               DISPLAY 'ALUNMEST-INDICE.SEQ NAO ENCONTRADO - '
                       'RECARGA CANCELADA'
               GO TO P500-RECARGA-FIM
           END-IF.

           CLOSE WS-TRABALHO-FILE.

           DISPLAY 'A RECARGA SUBSTITUI O CADASTRO MESTRE INTEIRO '
                   'PELO CONTEUDO DE ALUNMEST-INDICE.SEQ'
           DISPLAY 'CONFIRMA (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'RECARGA CANCELADA'
               GO TO P500-RECARGA-FIM
           END-IF.

           PERFORM P510-RECRIA-MESTRE THRU P510-RECRIA-MESTRE-FIM.
           PERFORM P600-CONFERE-INDICES THRU P600-CONFERE-INDICES-FIM.
       P500-RECARGA-FIM.

       P510-RECRIA-MESTRE.
           MOVE "N"   TO WS-FIM-TRABALHO.
           MOVE ZEROS TO WS-CONT-RECARGA.

           OPEN INPUT  WS-TRABALHO-FILE.
           OPEN OUTPUT WS-MESTRE-FILE.

           PERFORM P310-LE-TRABALHO THRU P310-LE-TRABALHO-FIM.
           PERFORM P520-RECARREGA-REGISTRO
               THRU P520-RECARREGA-REGISTRO-FIM
               UNTIL WS-FIM-TRABALHO-SIM.

           CLOSE WS-MESTRE-FILE.
           CLOSE WS-TRABALHO-FILE.

           DISPLAY 'MESTRE RECRIADO COM ' WS-CONT-RECARGA
                   ' REGISTROS'.
       P510-RECRIA-MESTRE-FIM.

       P520-RECARREGA-REGISTRO.
           MOVE WS-TRABALHO-REGISTRO TO WS-MESTRE-REGISTRO.

           WRITE WS-MESTRE-REGISTRO
               INVALID KEY
                   DISPLAY 'CHAVE REPETIDA NA DESCARGA - '
                           CPALUNO-CHAVE ' NAO RECARREGADA'
                   GO TO P520-RECARREGA-LE
           END-WRITE.

           ADD 1 TO WS-CONT-RECARGA.

       P520-RECARREGA-LE.
           PERFORM P310-LE-TRABALHO THRU P310-LE-TRABALHO-FIM.
       P520-RECARREGA-REGISTRO-FIM.

      *    RELE O MESTRE RECRIADO PELA CHAVE E PELOS DOIS INDICES
      *    ALTERNATIVOS: OS TRES TEM DE ENXERGAR TODOS OS REGISTROS
       P600-CONFERE-INDICES.
           MOVE ZEROS TO WS-CONT-INDICE-CHAVE WS-CONT-INDICE-NOME
                         WS-CONT-INDICE-NUMERO.

           OPEN INPUT WS-MESTRE-FILE.

           MOVE "N"        TO WS-FIM-MESTRE.
           PERFORM P610-LE-MESTRE THRU P610-LE-MESTRE-FIM.
           PERFORM P620-CONTA-CHAVE THRU P620-CONTA-CHAVE-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           MOVE "N"        TO WS-FIM-MESTRE.
           MOVE LOW-VALUES TO CPALUNO-NOME.
           START WS-MESTRE-FILE KEY IS >= CPALUNO-NOME
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P610-LE-MESTRE THRU P610-LE-MESTRE-FIM
           END-IF.
           PERFORM P630-CONTA-NOME THRU P630-CONTA-NOME-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           MOVE "N"        TO WS-FIM-MESTRE.
           MOVE ZEROS      TO CPALUNO-NUMERO.
           START WS-MESTRE-FILE KEY IS >= CPALUNO-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P610-LE-MESTRE THRU P610-LE-MESTRE-FIM
           END-IF.
           PERFORM P640-CONTA-NUMERO THRU P640-CONTA-NUMERO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.

           DISPLAY '================================================'
           DISPLAY 'CONFERENCIA DOS INDICES DO CADASTRO MESTRE'
           DISPLAY 'REGISTROS RECARREGADOS........: ' WS-CONT-RECARGA
           DISPLAY 'LIDOS PELA CHAVE..............: '
                   WS-CONT-INDICE-CHAVE
           DISPLAY 'LIDOS PELO INDICE DE NOME.....: '
                   WS-CONT-INDICE-NOME
           DISPLAY 'LIDOS PELO INDICE DE NUMERO...: '
                   WS-CONT-INDICE-NUMERO
           DISPLAY '================================================'

           IF WS-CONT-INDICE-CHAVE     NOT = WS-CONT-RECARGA
              OR WS-CONT-INDICE-NOME   NOT = WS-CONT-RECARGA
              OR WS-CONT-INDICE-NUMERO NOT = WS-CONT-RECARGA THEN
               DISPLAY 'ERRO: INDICES INCOMPLETOS - REFACA PELO '
                       'MODO <R>'
           ELSE
               DISPLAY 'INDICES CONFERIDOS - GUARDE O '
                       'ALUNMEST-INDICE.SEQ ATE A PROXIMA DESCARGA '
                       '(PGEXE024)'
           END-IF.
       P600-CONFERE-INDICES-FIM.

       P610-LE-MESTRE.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P610-LE-MESTRE-FIM.

       P620-CONTA-CHAVE.
           ADD 1 TO WS-CONT-INDICE-CHAVE.
           PERFORM P610-LE-MESTRE THRU P610-LE-MESTRE-FIM.
       P620-CONTA-CHAVE-FIM.

       P630-CONTA-NOME.
           ADD 1 TO WS-CONT-INDICE-NOME.
           PERFORM P610-LE-MESTRE THRU P610-LE-MESTRE-FIM.
       P630-CONTA-NOME-FIM.

       P640-CONTA-NUMERO.
           ADD 1 TO WS-CONT-INDICE-NUMERO.
           PERFORM P610-LE-MESTRE THRU P610-LE-MESTRE-FIM.
       P640-CONTA-NUMERO-FIM.
       END PROGRAM PGEXE053.
