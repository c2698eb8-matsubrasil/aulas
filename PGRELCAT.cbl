       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGRELCAT.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. CATALOGO DE
      *                               RELATORIOS: SUBPROGRAMA CHAMADO
      *                               NO FIM DE CADA EMISSAO DE
      *                               BOLETIM.REL (PGEXE012),
      *                               ESTATIS.REL (PGEXE011),
      *                               CLASSIF.REL (PGEXE028),
      *                               CARTAS.REL (PGEXE029) E
      *                               BOLETIM.DAT (PGEXE005 E PGEXE010).
      *                               COPIA O ARQUIVO RECEM-GRAVADO
      *                               PARA UMA VERSAO DATADA E NUMERADA
      *                               (EX: BOLETIM-20261015-00003.REL,
      *                               NUMERO SEQUENCIAL POR RELATORIO)
      *                               E ACRESCENTA EM RELCAT.DAT
      *                               (LAYOUT CPRELCAT) O PROGRAMA, O
      *                               OPERADOR, DATA E HORA, PAGINAS,
      *                               LINHAS E OS PARAMETROS DA
      *                               EMISSAO. ANTES CADA EXECUCAO
      *                               SOBREGRAVAVA A ANTERIOR E O
      *                               BOLETIM CONTESTADO POR UM PAI OU
      *                               O DA NOITE RERODADA SE PERDIA. A
      *                               CONSULTA E A REIMPRESSAO SAO
      *                               FEITAS PELO PGEXE054 E O EXPURGO
      *                               PELO PGEXE055.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CATALOGO-FILE ASSIGN TO "RELCAT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CATALOGO-STATUS.

           SELECT WS-ORIGEM-FILE  ASSIGN TO WS-NOME-ORIGEM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ORIGEM-STATUS.

           SELECT WS-COPIA-FILE   ASSIGN TO WS-NOME-COPIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-COPIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CATALOGO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CATALOGO-REGISTRO.
           COPY CPRELCAT.

       FD  WS-ORIGEM-FILE
           LABEL RECORD IS STANDARD.
       01  WS-ORIGEM-LINHA        PIC X(200).

       FD  WS-COPIA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-COPIA-LINHA         PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-CATALOGO-STATUS  PIC X(02) VALUE ZEROS.
          88 WS-CATALOGO-OK         VALUE "00".
          88 WS-CATALOGO-NAO-EXISTE VALUE "35".
       77 WS-ORIGEM-STATUS    PIC X(02) VALUE ZEROS.
          88 WS-ORIGEM-OK           VALUE "00".
       77 WS-COPIA-STATUS     PIC X(02) VALUE ZEROS.
          88 WS-COPIA-OK            VALUE "00".

       77 WS-NOME-ORIGEM      PIC X(30) VALUE SPACES.
       77 WS-NOME-COPIA       PIC X(30) VALUE SPACES.
       77 WS-NOME-BASE        PIC X(12) VALUE SPACES.
       77 WS-NOME-EXTENSAO    PIC X(03) VALUE SPACES.

       77 WS-FIM-CATALOGO     PIC X(01) VALUE "N".
          88 WS-FIM-CATALOGO-SIM    VALUE "S".
       77 WS-FIM-ORIGEM       PIC X(01) VALUE "N".
          88 WS-FIM-ORIGEM-SIM      VALUE "S".
       77 WS-FALHOU-SW        PIC X(01) VALUE "N".
          88 WS-COPIA-FALHOU        VALUE "S".

       77 WS-ULTIMA-VERSAO    PIC 9(05) VALUE ZEROS.
       77 WS-VERSAO-NOVA      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LINHAS      PIC 9(06) VALUE ZEROS.

       01 WS-DATA-CORRENTE.
           03 WS-DC-DATA         PIC 9(08).
           03 WS-DC-HORA         PIC 9(06).
           03 FILLER             PIC X(07).

       LINKAGE SECTION.
       01 WS-PARM-RELATORIO        PIC X(12).
       01 WS-PARM-PROGRAMA         PIC X(08).
       01 WS-PARM-OPERADOR         PIC X(08).
       01 WS-PARM-PAGINAS          PIC 9(05).
       01 WS-PARM-PARAMETROS       PIC X(40).

       PROCEDURE DIVISION USING WS-PARM-RELATORIO
                                 WS-PARM-PROGRAMA
                                 WS-PARM-OPERADOR
                                 WS-PARM-PAGINAS
                                 WS-PARM-PARAMETROS.
       P000-CATALOGA.
            MOVE "N"   TO WS-FALHOU-SW.
            MOVE ZEROS TO WS-CONT-LINHAS.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.

            PERFORM P100-PROXIMA-VERSAO THRU P100-PROXIMA-VERSAO-FIM.
            PERFORM P200-MONTA-NOMES THRU P200-MONTA-NOMES-FIM.
            PERFORM P300-COPIA-RELATORIO
                THRU P300-COPIA-RELATORIO-FIM.

            IF WS-COPIA-FALHOU THEN
                GOBACK
            END-IF.

            PERFORM P400-GRAVA-CATALOGO THRU P400-GRAVA-CATALOGO-FIM.

            DISPLAY 'COPIA ' WS-NOME-COPIA ' GUARDADA NO CATALOGO '
                    'DE RELATORIOS (VERSAO ' WS-VERSAO-NOVA ')'.

            GOBACK.

      *    A VERSAO E SEQUENCIAL POR RELATORIO: A MAIOR JA CATALOGADA
      *    MAIS UM, MESMO QUE AS ANTIGAS TENHAM SIDO EXPURGADAS
       P100-PROXIMA-VERSAO.
            MOVE ZEROS TO WS-ULTIMA-VERSAO.
            MOVE "N"   TO WS-FIM-CATALOGO.

            OPEN INPUT WS-CATALOGO-FILE.

            IF WS-CATALOGO-OK THEN
                PERFORM P110-LE-CATALOGO THRU P110-LE-CATALOGO-FIM
                PERFORM P120-CONFERE-VERSAO
                    THRU P120-CONFERE-VERSAO-FIM
                    UNTIL WS-FIM-CATALOGO-SIM
                CLOSE WS-CATALOGO-FILE
            END-IF.

            COMPUTE WS-VERSAO-NOVA = WS-ULTIMA-VERSAO + 1.
       P100-PROXIMA-VERSAO-FIM.

       P110-LE-CATALOGO.
            READ WS-CATALOGO-FILE
                AT END
                    MOVE "S" TO WS-FIM-CATALOGO
            END-READ.
       P110-LE-CATALOGO-FIM.

       P120-CONFERE-VERSAO.
            IF CPCAT-RELATORIO = WS-PARM-RELATORIO
               AND CPCAT-VERSAO IS NUMERIC
               AND CPCAT-VERSAO > WS-ULTIMA-VERSAO THEN
                MOVE CPCAT-VERSAO TO WS-ULTIMA-VERSAO
            END-IF.
            PERFORM P110-LE-CATALOGO THRU P110-LE-CATALOGO-FIM.
       P120-CONFERE-VERSAO-FIM.

       P200-MONTA-NOMES.
            MOVE SPACES TO WS-NOME-BASE WS-NOME-EXTENSAO WS-NOME-COPIA.
            UNSTRING WS-PARM-RELATORIO DELIMITED BY "."
                INTO WS-NOME-BASE WS-NOME-EXTENSAO.

            STRING WS-NOME-BASE     DELIMITED BY SPACE
                   "-"              DELIMITED BY SIZE
                   WS-DC-DATA       DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-VERSAO-NOVA   DELIMITED BY SIZE
                   "."              DELIMITED BY SIZE
                   WS-NOME-EXTENSAO DELIMITED BY SPACE
                   INTO WS-NOME-COPIA.

            MOVE WS-PARM-RELATORIO TO WS-NOME-ORIGEM.

            DISPLAY "DD_ORIGEM"     UPON ENVIRONMENT-NAME.
            DISPLAY WS-NOME-ORIGEM  UPON ENVIRONMENT-VALUE.
            DISPLAY "DD_COPIA"      UPON ENVIRONMENT-NAME.
            DISPLAY WS-NOME-COPIA   UPON ENVIRONMENT-VALUE.
       P200-MONTA-NOMES-FIM.

       P300-COPIA-RELATORIO.
            MOVE "N" TO WS-FIM-ORIGEM.

            OPEN INPUT WS-ORIGEM-FILE.

            IF NOT WS-ORIGEM-OK THEN
                DISPLAY 'AVISO: ' WS-NOME-ORIGEM ' NAO ABRIU (STATUS '
                        WS-ORIGEM-STATUS ') - COPIA NAO GUARDADA NO '
                        'CATALOGO DE RELATORIOS'
                MOVE "S" TO WS-FALHOU-SW
                GO TO P300-COPIA-RELATORIO-FIM
            END-IF.

            OPEN OUTPUT WS-COPIA-FILE.

            IF NOT WS-COPIA-OK THEN
                DISPLAY 'AVISO: ' WS-NOME-COPIA ' NAO PODE SER CRIADA '
                        '(STATUS ' WS-COPIA-STATUS ') - COPIA NAO '
                        'GUARDADA NO CATALOGO DE RELATORIOS'
                CLOSE WS-ORIGEM-FILE
                MOVE "S" TO WS-FALHOU-SW
                GO TO P300-COPIA-RELATORIO-FIM
            END-IF.

            PERFORM P310-LE-ORIGEM THRU P310-LE-ORIGEM-FIM.
            PERFORM P320-COPIA-LINHA THRU P320-COPIA-LINHA-FIM
                UNTIL WS-FIM-ORIGEM-SIM.

            CLOSE WS-ORIGEM-FILE.
            CLOSE WS-COPIA-FILE.
       P300-COPIA-RELATORIO-FIM.

       P310-LE-ORIGEM.
            READ WS-ORIGEM-FILE
                AT END
                    MOVE "S" TO WS-FIM-ORIGEM
            END-READ.
       P310-LE-ORIGEM-FIM.

       P320-COPIA-LINHA.
            MOVE WS-ORIGEM-LINHA TO WS-COPIA-LINHA.
            WRITE WS-COPIA-LINHA.
            ADD 1 TO WS-CONT-LINHAS.
            PERFORM P310-LE-ORIGEM THRU P310-LE-ORIGEM-FIM.
       P320-COPIA-LINHA-FIM.

       P400-GRAVA-CATALOGO.
            OPEN EXTEND WS-CATALOGO-FILE.

            IF WS-CATALOGO-NAO-EXISTE THEN
                OPEN OUTPUT WS-CATALOGO-FILE
                CLOSE WS-CATALOGO-FILE
                OPEN EXTEND WS-CATALOGO-FILE
            END-IF.

            MOVE SPACES             TO WS-CATALOGO-REGISTRO.
            MOVE WS-PARM-RELATORIO  TO CPCAT-RELATORIO.
            MOVE WS-VERSAO-NOVA     TO CPCAT-VERSAO.
            MOVE WS-NOME-COPIA      TO CPCAT-ARQUIVO.
            MOVE WS-PARM-PROGRAMA   TO CPCAT-PROGRAMA.
            MOVE WS-PARM-OPERADOR   TO CPCAT-OPERADOR.
            MOVE WS-DC-DATA         TO CPCAT-DATA.
            MOVE WS-DC-HORA         TO CPCAT-HORA.
            MOVE WS-PARM-PAGINAS    TO CPCAT-PAGINAS.
            MOVE WS-CONT-LINHAS     TO CPCAT-LINHAS.
            MOVE WS-PARM-PARAMETROS TO CPCAT-PARAMETROS.
            MOVE "A"                TO CPCAT-SITUACAO.
            MOVE ZEROS              TO CPCAT-DATA-EXPURGO.

            WRITE WS-CATALOGO-REGISTRO.

            CLOSE WS-CATALOGO-FILE.
       P400-GRAVA-CATALOGO-FIM.
       END PROGRAM PGRELCAT.
