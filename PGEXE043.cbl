       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE043.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RECUPERACAO DO
      *                               CADASTRO MESTRE ATE UM MOMENTO
      *                               ESCOLHIDO: RECARREGA A DESCARGA
      *                               DATADA DO PGEXE024
      *                               (ALUNMEST-AAAAMMDD.SEQ) E REFAZ,
      *                               NA ORDEM DO JORNAL (JRNMESTR.DAT),
      *                               AS IMAGENS DEPOIS DE CADA
      *                               GRAVACAO ATE A DATA/HORA LIMITE
      *                               INFORMADA. A RECARGA SOZINHA
      *                               PERDIA TUDO O QUE FOI LANCADO
      *                               DEPOIS DA DESCARGA; ASSIM UMA
      *                               IMPORTACAO ERRADA DO PGEXE022 OU
      *                               UMA SESSAO ERRADA DO PGEXE010 SE
      *                               DESFAZ SEM PERDER O TRABALHO BOM
      *                               FEITO ANTES DELA. CADA LINHA DO
      *                               JORNAL E CONFERIDA COM O REGISTRO
      *                               DO MESTRE PELA IMAGEM ANTES: SE O
      *                               REGISTRO JA ESTA COMO A IMAGEM
      *                               DEPOIS, A LINHA JA ESTAVA NA
      *                               DESCARGA E E IGNORADA; SE NAO
      *                               BATE COM NENHUMA DAS DUAS, OU SE
      *                               O HORARIO VOLTA PARA TRAS, A
      *                               LINHA SAI COMO FORA DE SEQUENCIA
      *                               NO RELATORIO (RECUPER.REL), QUE
      *                               TRAZ AINDA A DESCARGA USADA, AS
      *                               CONTAGENS E A CONFERENCIA DO
      *                               TOTAL FINAL DE REGISTROS.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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

           SELECT WS-BACKUP-FILE  ASSIGN TO WS-NOME-BACKUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-BACKUP-STATUS.

           SELECT WS-JORNAL-FILE  ASSIGN TO "JRNMESTR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JORNAL-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "RECUPER.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-BACKUP-FILE
           LABEL RECORD IS STANDARD.
       01  WS-BACKUP-REGISTRO     PIC X(111).

       FD  WS-JORNAL-FILE
           LABEL RECORD IS STANDARD.
      *    AS IMAGENS ANTES/DEPOIS SEGUEM O LAYOUT DO COPY CPALUNO
       01  WS-JORNAL-REGISTRO.
           03 WS-JRN-OPERACAO     PIC X(07).
           03 WS-JRN-SEP1         PIC X(02).
           03 WS-JRN-PROGRAMA     PIC X(08).
           03 WS-JRN-SEP2         PIC X(02).
           03 WS-JRN-OPERADOR     PIC X(08).
           03 WS-JRN-SEP3         PIC X(02).
           03 WS-JRN-TIMESTAMP    PIC X(21).
           03 WS-JRN-SEP4         PIC X(02).
           03 WS-JRN-ANTES        PIC X(111).
           03 WS-JRN-SEP5         PIC X(02).
           03 WS-JRN-DEPOIS       PIC X(111).
           03 WS-JRN-SEP6         PIC X(02).
           03 WS-JRN-PEDIDO       PIC 9(06).

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-BACKUP-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-BACKUP-OK            VALUE "00".
           88 WS-BACKUP-NAO-EXISTE    VALUE "35".
       01 WS-JORNAL-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-JORNAL-OK            VALUE "00".
           88 WS-JORNAL-NAO-EXISTE    VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-BACKUP          PIC X(01)    VALUE "N".
           88 WS-FIM-BACKUP-SIM       VALUE "S".
       01 WS-FIM-JORNAL          PIC X(01)    VALUE "N".
           88 WS-FIM-JORNAL-SIM       VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".

      *    A PRIMEIRA LINHA ALEM DO LIMITE ENCERRA A REPLICACAO; AS
      *    SEGUINTES SO SAO CONTADAS
       01 WS-LIMITE-ATINGIDO-SW  PIC X(01)    VALUE "N".
           88 WS-LIMITE-ATINGIDO      VALUE "S".
       01 WS-EXISTE-SW           PIC X(01)    VALUE "N".
           88 WS-REGISTRO-EXISTE      VALUE "S".
       01 WS-FORA-SEQ-SW         PIC X(01)    VALUE "N".
           88 WS-FORA-DE-SEQUENCIA    VALUE "S".
       01 WS-APLICA-SW           PIC X(01)    VALUE "N".
           88 WS-LINHA-APLICADA       VALUE "S".

       77 WS-NOME-BACKUP         PIC X(21)    VALUE SPACES.

       01 WS-DATA-BACKUP         PIC X(08)    VALUE SPACES.
       01 WS-DATA-LIMITE         PIC X(08)    VALUE SPACES.
       01 WS-HORA-LIMITE         PIC X(06)    VALUE SPACES.
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       01 WS-MOMENTO-LIMITE.
           03 WS-ML-DATA         PIC X(08).
           03 WS-ML-HORA         PIC X(06).
       01 WS-MOMENTO-LINHA       PIC X(14)    VALUE SPACES.
       01 WS-MOMENTO-ANTERIOR    PIC X(14)    VALUE SPACES.

      *    MOMENTO AAAAMMDDHHMMSS DESMEMBRADO PARA A IMPRESSAO
       01 WS-MOMENTO-EDITA       PIC X(14)    VALUE SPACES.
       01 WS-MOMENTO-PARTES REDEFINES WS-MOMENTO-EDITA.
           03 WS-MP-ANO          PIC X(04).
           03 WS-MP-MES          PIC X(02).
           03 WS-MP-DIA          PIC X(02).
           03 WS-MP-HORA         PIC X(02).
           03 WS-MP-MINUTO       PIC X(02).
           03 WS-MP-SEGUNDO      PIC X(02).
       01 WS-DATA-EDITADA.
           03 WS-DE-DIA          PIC X(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-DE-MES          PIC X(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-DE-ANO          PIC X(04).
       01 WS-HORA-EDITADA.
           03 WS-HE-HORA         PIC X(02).
           03 FILLER             PIC X(01)    VALUE ":".
           03 WS-HE-MINUTO       PIC X(02).
           03 FILLER             PIC X(01)    VALUE ":".
           03 WS-HE-SEGUNDO      PIC X(02).

       01 WS-IMAGEM-CHAVE.
           03 WS-IMG-TURMA       PIC X(05).
           03 WS-IMG-DISCIPLINA  PIC X(05).
           03 WS-IMG-NUMERO      PIC X(05).
           03 WS-IMG-BIMESTRE    PIC X(01).
       01 WS-MOTIVO              PIC X(30)    VALUE SPACES.

       01 WS-CONT-RECARGA        PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-LIDAS          PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-APLICADAS      PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-ANTERIORES     PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-JA-CONTIDAS    PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-FORA-SEQ       PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-APOS-LIMITE    PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-INCLUSOES      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-EXCLUSOES      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-ESPERADO       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-FINAL          PIC 9(05)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-DATA-CORRENTE.
           03 WS-DC-ANO          PIC 9(04).
           03 WS-DC-MES          PIC 9(02).
           03 WS-DC-DIA          PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(56)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(46)
              VALUE "RECUPERACAO DO CADASTRO MESTRE - DESCARGA MAIS".
           03 FILLER             PIC X(07)    VALUE " JORNAL".

       01 WS-LINHA-PARAMETRO.
           03 WS-PAR-ROTULO      PIC X(30).
           03 WS-PAR-VALOR       PIC X(30).

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(11)    VALUE "DATA".
           03 FILLER             PIC X(09)    VALUE "HORA".
           03 FILLER             PIC X(09)    VALUE "OPERACAO".
           03 FILLER             PIC X(09)    VALUE "PROGRAMA".
           03 FILLER             PIC X(06)    VALUE "TURMA".
           03 FILLER             PIC X(06)    VALUE "DISC".
           03 FILLER             PIC X(06)    VALUE "ALUNO".
           03 FILLER             PIC X(04)    VALUE "BIM".
           03 FILLER             PIC X(31)    VALUE "FORA DE SEQUENCIA".
           03 FILLER             PIC X(08)    VALUE "ACAO".

       01 WS-LINHA-DETALHE.
           03 WS-DET-DATA        PIC X(10).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-HORA        PIC X(08).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-OPERACAO    PIC X(07).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-PROGRAMA    PIC X(08).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-TURMA       PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-NUMERO      PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-BIMESTRE    PIC X(01).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-MOTIVO      PIC X(30).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-ACAO        PIC X(08).

       01 WS-LINHA-TOTAL.
           03 WS-TOT-ROTULO      PIC X(45).
           03 WS-TOT-VALOR       PIC ZZZZZ9.

       01 WS-LINHA-CONFERE.
           03 FILLER             PIC X(45)
              VALUE "CONFERENCIA DO TOTAL DE REGISTROS...........:".
           03 WS-CONF-RESULTADO  PIC X(40).

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-CONT-RECARGA WS-CONT-LIDAS
                         WS-CONT-APLICADAS WS-CONT-ANTERIORES
                         WS-CONT-JA-CONTIDAS WS-CONT-FORA-SEQ
                         WS-CONT-APOS-LIMITE WS-CONT-INCLUSOES
                         WS-CONT-EXCLUSOES WS-CONT-FINAL
                         WS-CONT-LINHAS WS-CONT-PAGINA
           MOVE "N"    TO WS-LIMITE-ATINGIDO-SW
           MOVE SPACES TO WS-MOMENTO-ANTERIOR

           DISPLAY 'RECUPERACAO DO CADASTRO MESTRE - INICIO'

           DISPLAY 'INFORME A DATA DA DESCARGA A RECARREGAR '
                   '(AAAAMMDD): '
           ACCEPT WS-DATA-BACKUP

           IF WS-DATA-BACKUP IS NOT NUMERIC THEN
               DISPLAY 'DATA INVALIDA - RECUPERACAO CANCELADA'
               STOP RUN
           END-IF

           DISPLAY 'REPLICAR O JORNAL ATE A DATA (AAAAMMDD): '
           ACCEPT WS-DATA-LIMITE
           DISPLAY 'E ATE A HORA, INCLUSIVE (HHMMSS): '
           ACCEPT WS-HORA-LIMITE

           IF WS-DATA-LIMITE IS NOT NUMERIC
              OR WS-HORA-LIMITE IS NOT NUMERIC THEN
               DISPLAY 'DATA/HORA LIMITE INVALIDA - RECUPERACAO '
                       'CANCELADA'
               STOP RUN
           END-IF

           IF WS-DATA-LIMITE < WS-DATA-BACKUP THEN
               DISPLAY 'O LIMITE E ANTERIOR A DESCARGA - RECUPERACAO '
                       'CANCELADA'
               STOP RUN
           END-IF

           MOVE WS-DATA-LIMITE TO WS-ML-DATA
           MOVE WS-HORA-LIMITE TO WS-ML-HORA

           PERFORM P150-MONTA-NOME-BACKUP
               THRU P150-MONTA-NOME-BACKUP-FIM

           OPEN INPUT WS-BACKUP-FILE

           IF WS-BACKUP-NAO-EXISTE THEN
               DISPLAY 'DESCARGA ' WS-NOME-BACKUP ' NAO ENCONTRADA - '
                       'RECUPERACAO CANCELADA'
               STOP RUN
           END-IF

           OPEN INPUT WS-JORNAL-FILE

           IF WS-JORNAL-NAO-EXISTE THEN
               DISPLAY 'JORNAL (JRNMESTR.DAT) NAO ENCONTRADO - SEM '
                       'JORNAL USE A RECARGA DO PGEXE024'
               CLOSE WS-BACKUP-FILE
               STOP RUN
           END-IF

           DISPLAY 'A RECUPERACAO SUBSTITUI O CADASTRO MESTRE INTEIRO '
                   'PELO CONTEUDO DE ' WS-NOME-BACKUP
           DISPLAY 'MAIS O JORNAL ATE ' WS-DATA-LIMITE ' '
                   WS-HORA-LIMITE '. TUDO O QUE FOI GRAVADO DEPOIS '
                   'DISSO SAI DO MESTRE.'
           DISPLAY 'CONFIRMA (S/N)? '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'RECUPERACAO CANCELADA'
               CLOSE WS-BACKUP-FILE
                     WS-JORNAL-FILE
               STOP RUN
           END-IF

           PERFORM P200-RECARGA THRU P200-RECARGA-FIM

           PERFORM P300-REPLICA-JORNAL THRU P300-REPLICA-JORNAL-FIM

           PERFORM P500-CONTA-MESTRE THRU P500-CONTA-MESTRE-FIM

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           DISPLAY 'RECARREGADOS......: ' WS-CONT-RECARGA
                   ' DE ' WS-NOME-BACKUP
           DISPLAY 'LINHAS APLICADAS..: ' WS-CONT-APLICADAS
           DISPLAY 'FORA DE SEQUENCIA.: ' WS-CONT-FORA-SEQ
           DISPLAY 'REGISTROS NO FIM..: ' WS-CONT-FINAL
                   ' (ESPERADO ' WS-CONT-ESPERADO ')'
           DISPLAY 'RELATORIO GRAVADO EM RECUPER.REL - CONFIRA O TOTAL '
                   'COM UMA DESCARGA NOVA (PGEXE024)'

           DISPLAY 'RECUPERACAO DO CADASTRO MESTRE - FIM'
           STOP RUN.

      *    MESMO NOME EXTERNO DD_BACKUP DO PGEXE024
       P150-MONTA-NOME-BACKUP.
           MOVE SPACES TO WS-NOME-BACKUP.
           STRING "ALUNMEST-"    DELIMITED BY SIZE
                  WS-DATA-BACKUP DELIMITED BY SIZE
                  ".SEQ"         DELIMITED BY SIZE
                  INTO WS-NOME-BACKUP.

           DISPLAY "DD_BACKUP"     UPON ENVIRONMENT-NAME.
           DISPLAY WS-NOME-BACKUP  UPON ENVIRONMENT-VALUE.
       P150-MONTA-NOME-BACKUP-FIM.

       P200-RECARGA.
           MOVE "N" TO WS-FIM-BACKUP.

           OPEN OUTPUT WS-MESTRE-FILE.

           PERFORM P210-LE-BACKUP THRU P210-LE-BACKUP-FIM.
           PERFORM P220-RECARREGA-REGISTRO
               THRU P220-RECARREGA-REGISTRO-FIM
               UNTIL WS-FIM-BACKUP-SIM.

           CLOSE WS-MESTRE-FILE.
           CLOSE WS-BACKUP-FILE.

           DISPLAY 'RECARGA CONCLUIDA COM ' WS-CONT-RECARGA
                   ' REGISTROS - INICIO DA REPLICACAO DO JORNAL'.
       P200-RECARGA-FIM.

       P210-LE-BACKUP.
           READ WS-BACKUP-FILE
               AT END
                   MOVE "S" TO WS-FIM-BACKUP
           END-READ.
       P210-LE-BACKUP-FIM.

       P220-RECARREGA-REGISTRO.
           MOVE WS-BACKUP-REGISTRO TO WS-MESTRE-REGISTRO.
           WRITE WS-MESTRE-REGISTRO.
           ADD 1 TO WS-CONT-RECARGA.
           PERFORM P210-LE-BACKUP THRU P210-LE-BACKUP-FIM.
       P220-RECARREGA-REGISTRO-FIM.

       P300-REPLICA-JORNAL.
           MOVE "N" TO WS-FIM-JORNAL.

           OPEN I-O WS-MESTRE-FILE.
           OPEN OUTPUT WS-RELAT-FILE.

           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.
           PERFORM P350-IMPRIME-PARAMETROS
               THRU P350-IMPRIME-PARAMETROS-FIM.

           PERFORM P310-LE-JORNAL THRU P310-LE-JORNAL-FIM.
           PERFORM P320-TRATA-LINHA THRU P320-TRATA-LINHA-FIM
               UNTIL WS-FIM-JORNAL-SIM.

           CLOSE WS-MESTRE-FILE.
           CLOSE WS-JORNAL-FILE.
       P300-REPLICA-JORNAL-FIM.

       P310-LE-JORNAL.
           READ WS-JORNAL-FILE
               AT END
                   MOVE "S" TO WS-FIM-JORNAL
           END-READ.
       P310-LE-JORNAL-FIM.

       P320-TRATA-LINHA.
           ADD 1 TO WS-CONT-LIDAS.

           IF WS-LIMITE-ATINGIDO THEN
               ADD 1 TO WS-CONT-APOS-LIMITE
               GO TO P320-TRATA-LINHA-LE
           END-IF.

           MOVE WS-JRN-TIMESTAMP(1:14) TO WS-MOMENTO-LINHA.

           IF WS-MOMENTO-LINHA > WS-MOMENTO-LIMITE THEN
               MOVE "S" TO WS-LIMITE-ATINGIDO-SW
               ADD 1 TO WS-CONT-APOS-LIMITE
               GO TO P320-TRATA-LINHA-LE
           END-IF.

      *    O QUE FOI GRAVADO ANTES DO DIA DA DESCARGA JA ESTA NELA
           IF WS-MOMENTO-LINHA(1:8) < WS-DATA-BACKUP THEN
               ADD 1 TO WS-CONT-ANTERIORES
               GO TO P320-TRATA-LINHA-LE
           END-IF.

           MOVE "N"    TO WS-FORA-SEQ-SW WS-APLICA-SW.
           MOVE SPACES TO WS-MOTIVO.

           IF WS-MOMENTO-LINHA < WS-MOMENTO-ANTERIOR THEN
               MOVE "S" TO WS-FORA-SEQ-SW
               MOVE "HORARIO ANTERIOR AO DA LINHA" TO WS-MOTIVO
           ELSE
               MOVE WS-MOMENTO-LINHA TO WS-MOMENTO-ANTERIOR
           END-IF.

      *    NA EXCLUSAO SO A IMAGEM ANTES TRAZ A CHAVE
           IF WS-JRN-OPERACAO = "DELETE" THEN
               MOVE WS-JRN-ANTES(1:16)  TO WS-IMAGEM-CHAVE
           ELSE
               MOVE WS-JRN-DEPOIS(1:16) TO WS-IMAGEM-CHAVE
           END-IF.

           PERFORM P330-LE-MESTRE THRU P330-LE-MESTRE-FIM.

           EVALUATE WS-JRN-OPERACAO
               WHEN "WRITE"
                   PERFORM P400-REFAZ-INCLUSAO
                       THRU P400-REFAZ-INCLUSAO-FIM
               WHEN "REWRITE"
                   PERFORM P410-REFAZ-ALTERACAO
                       THRU P410-REFAZ-ALTERACAO-FIM
               WHEN "DELETE"
                   PERFORM P420-REFAZ-EXCLUSAO
                       THRU P420-REFAZ-EXCLUSAO-FIM
               WHEN OTHER
                   MOVE "S" TO WS-FORA-SEQ-SW
                   MOVE "OPERACAO DESCONHECIDA" TO WS-MOTIVO
           END-EVALUATE.

           IF WS-FORA-DE-SEQUENCIA THEN
               ADD 1 TO WS-CONT-FORA-SEQ
               PERFORM P450-IMPRIME-FORA-SEQ
                   THRU P450-IMPRIME-FORA-SEQ-FIM
           ELSE
               IF WS-LINHA-APLICADA THEN
                   ADD 1 TO WS-CONT-APLICADAS
               ELSE
                   ADD 1 TO WS-CONT-JA-CONTIDAS
               END-IF
           END-IF.

       P320-TRATA-LINHA-LE.
           PERFORM P310-LE-JORNAL THRU P310-LE-JORNAL-FIM.
       P320-TRATA-LINHA-FIM.

       P330-LE-MESTRE.
           MOVE "S" TO WS-EXISTE-SW.
           MOVE WS-IMAGEM-CHAVE TO CPALUNO-CHAVE.

           READ WS-MESTRE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-SW
           END-READ.
       P330-LE-MESTRE-FIM.

      *    INCLUSAO: SE O REGISTRO JA EXISTE IGUAL A IMAGEM DEPOIS, A
      *    LINHA JA ESTAVA NA DESCARGA. SE EXISTE DIFERENTE, A IMAGEM
      *    DEPOIS PREVALECE, MAS A LINHA SAI NO RELATORIO
       P400-REFAZ-INCLUSAO.
           IF NOT WS-REGISTRO-EXISTE THEN
               MOVE WS-JRN-DEPOIS TO WS-MESTRE-REGISTRO
               WRITE WS-MESTRE-REGISTRO
               ADD 1 TO WS-CONT-INCLUSOES
               MOVE "S" TO WS-APLICA-SW
               GO TO P400-REFAZ-INCLUSAO-FIM
           END-IF.

           IF WS-MESTRE-REGISTRO = WS-JRN-DEPOIS THEN
               GO TO P400-REFAZ-INCLUSAO-FIM
           END-IF.

           MOVE "S" TO WS-FORA-SEQ-SW.
           MOVE "INCLUSAO DE CHAVE JA EXISTENTE" TO WS-MOTIVO.
           MOVE WS-JRN-DEPOIS TO WS-MESTRE-REGISTRO.
           REWRITE WS-MESTRE-REGISTRO.
           MOVE "S" TO WS-APLICA-SW.
       P400-REFAZ-INCLUSAO-FIM.

      *    ALTERACAO: O REGISTRO TEM DE ESTAR COMO A IMAGEM ANTES. SE
      *    JA ESTA COMO A IMAGEM DEPOIS, A LINHA ESTAVA NA DESCARGA
       P410-REFAZ-ALTERACAO.
           IF NOT WS-REGISTRO-EXISTE THEN
               MOVE "S" TO WS-FORA-SEQ-SW
               MOVE "ALTERACAO DE CHAVE INEXISTENTE" TO WS-MOTIVO
               MOVE WS-JRN-DEPOIS TO WS-MESTRE-REGISTRO
               WRITE WS-MESTRE-REGISTRO
               ADD 1 TO WS-CONT-INCLUSOES
               MOVE "S" TO WS-APLICA-SW
               GO TO P410-REFAZ-ALTERACAO-FIM
           END-IF.

           IF WS-MESTRE-REGISTRO = WS-JRN-DEPOIS THEN
               GO TO P410-REFAZ-ALTERACAO-FIM
           END-IF.

           IF WS-MESTRE-REGISTRO NOT = WS-JRN-ANTES THEN
               MOVE "S" TO WS-FORA-SEQ-SW
               MOVE "IMAGEM ANTES NAO CONFERE" TO WS-MOTIVO
           END-IF.

           MOVE WS-JRN-DEPOIS TO WS-MESTRE-REGISTRO.
           REWRITE WS-MESTRE-REGISTRO.
           MOVE "S" TO WS-APLICA-SW.
       P410-REFAZ-ALTERACAO-FIM.

      *    EXCLUSAO (ARQUIVAMENTO DA VIRADA DO ANO): SE O REGISTRO NAO
      *    EXISTE MAIS, A LINHA JA ESTAVA NA DESCARGA
       P420-REFAZ-EXCLUSAO.
           IF NOT WS-REGISTRO-EXISTE THEN
               GO TO P420-REFAZ-EXCLUSAO-FIM
           END-IF.

           IF WS-MESTRE-REGISTRO NOT = WS-JRN-ANTES THEN
               MOVE "S" TO WS-FORA-SEQ-SW
               MOVE "EXCLUSAO COM IMAGEM DIFERENTE" TO WS-MOTIVO
           END-IF.

           DELETE WS-MESTRE-FILE RECORD.
           ADD 1 TO WS-CONT-EXCLUSOES.
           MOVE "S" TO WS-APLICA-SW.
       P420-REFAZ-EXCLUSAO-FIM.

       P350-IMPRIME-PARAMETROS.
           MOVE SPACES TO WS-LINHA-PARAMETRO.
           MOVE "DESCARGA UTILIZADA..........:" TO WS-PAR-ROTULO.
           MOVE WS-NOME-BACKUP TO WS-PAR-VALOR.
           MOVE WS-LINHA-PARAMETRO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE SPACES TO WS-LINHA-PARAMETRO.
           MOVE "REGISTROS RECARREGADOS......:" TO WS-PAR-ROTULO.
           MOVE WS-CONT-RECARGA TO WS-PAR-VALOR.
           MOVE WS-LINHA-PARAMETRO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE WS-MOMENTO-LIMITE TO WS-MOMENTO-EDITA.
           PERFORM P850-EDITA-MOMENTO THRU P850-EDITA-MOMENTO-FIM.
           MOVE SPACES TO WS-LINHA-PARAMETRO.
           MOVE "JORNAL REPLICADO ATE........:" TO WS-PAR-ROTULO.
           STRING WS-DATA-EDITADA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HORA-EDITADA DELIMITED BY SIZE
                  INTO WS-PAR-VALOR.
           MOVE WS-LINHA-PARAMETRO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE "LINHAS DO JORNAL FORA DE SEQUENCIA:" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           ADD 6 TO WS-CONT-LINHAS.
       P350-IMPRIME-PARAMETROS-FIM.

       P450-IMPRIME-FORA-SEQ.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE WS-MOMENTO-LINHA TO WS-MOMENTO-EDITA.
           PERFORM P850-EDITA-MOMENTO THRU P850-EDITA-MOMENTO-FIM.

           MOVE SPACES             TO WS-LINHA-DETALHE.
           MOVE WS-DATA-EDITADA    TO WS-DET-DATA.
           MOVE WS-HORA-EDITADA    TO WS-DET-HORA.
           MOVE WS-JRN-OPERACAO    TO WS-DET-OPERACAO.
           MOVE WS-JRN-PROGRAMA    TO WS-DET-PROGRAMA.
           MOVE WS-IMG-TURMA       TO WS-DET-TURMA.
           MOVE WS-IMG-DISCIPLINA  TO WS-DET-DISCIPLINA.
           MOVE WS-IMG-NUMERO      TO WS-DET-NUMERO.
           MOVE WS-IMG-BIMESTRE    TO WS-DET-BIMESTRE.
           MOVE WS-MOTIVO          TO WS-DET-MOTIVO.

           IF WS-LINHA-APLICADA THEN
               MOVE "APLICADA" TO WS-DET-ACAO
           ELSE
               MOVE "IGNORADA" TO WS-DET-ACAO
           END-IF.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
       P450-IMPRIME-FORA-SEQ-FIM.

      *    RECONTAGEM DO MESTRE DEPOIS DA REPLICACAO, PARA CONFERIR COM
      *    A RECARGA MAIS AS INCLUSOES MENOS AS EXCLUSOES
       P500-CONTA-MESTRE.
           MOVE "N" TO WS-FIM-MESTRE.

           OPEN INPUT WS-MESTRE-FILE.

           MOVE LOW-VALUES TO CPALUNO-CHAVE.
           START WS-MESTRE-FILE KEY IS >= CPALUNO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.

           PERFORM P510-LE-PROXIMO THRU P510-LE-PROXIMO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.

           COMPUTE WS-CONT-ESPERADO = WS-CONT-RECARGA
                                    + WS-CONT-INCLUSOES
                                    - WS-CONT-EXCLUSOES.
       P500-CONTA-MESTRE-FIM.

       P510-LE-PROXIMO.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
                   GO TO P510-LE-PROXIMO-FIM
           END-READ.

           ADD 1 TO WS-CONT-FINAL.
       P510-LE-PROXIMO-FIM.

       P600-IMPRIME-RODAPE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           IF WS-CONT-FORA-SEQ = ZEROS THEN
               MOVE "NENHUMA" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "LINHAS DO JORNAL LIDAS......................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-LIDAS TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "APLICADAS...................................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-APLICADAS TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "IGNORADAS - ANTERIORES AO DIA DA DESCARGA...:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-ANTERIORES TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "IGNORADAS - JA CONTIDAS NA DESCARGA.........:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-JA-CONTIDAS TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "FORA DE SEQUENCIA...........................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-FORA-SEQ TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "NAO REPLICADAS - APOS O LIMITE..............:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-APOS-LIMITE TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REGISTROS RECARREGADOS DA DESCARGA..........:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-RECARGA TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "(+) INCLUSOES REPLICADAS....................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-INCLUSOES TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "(-) EXCLUSOES REPLICADAS....................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-EXCLUSOES TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "(=) TOTAL ESPERADO..........................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-ESPERADO TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           MOVE "REGISTROS NO MESTRE AO FINAL................:"
               TO WS-TOT-ROTULO.
           MOVE WS-CONT-FINAL TO WS-TOT-VALOR.
           PERFORM P610-GRAVA-TOTAL THRU P610-GRAVA-TOTAL-FIM.

           IF WS-CONT-FINAL = WS-CONT-ESPERADO THEN
               MOVE "CONFERE - COMPARE COM UMA DESCARGA NOVA"
                   TO WS-CONF-RESULTADO
           ELSE
               MOVE "DIVERGENTE - VERIFIQUE ANTES DE USAR"
                   TO WS-CONF-RESULTADO
           END-IF.
           MOVE WS-LINHA-CONFERE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-DATA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P600-IMPRIME-RODAPE-FIM.

       P610-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P610-GRAVA-TOTAL-FIM.

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

       P850-EDITA-MOMENTO.
           MOVE WS-MP-DIA     TO WS-DE-DIA.
           MOVE WS-MP-MES     TO WS-DE-MES.
           MOVE WS-MP-ANO     TO WS-DE-ANO.
           MOVE WS-MP-HORA    TO WS-HE-HORA.
           MOVE WS-MP-MINUTO  TO WS-HE-MINUTO.
           MOVE WS-MP-SEGUNDO TO WS-HE-SEGUNDO.
       P850-EDITA-MOMENTO-FIM.
       END PROGRAM PGEXE043.
