       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE042.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RELATORIO MENSAL
      *                               DOS PEDIDOS DE ALTERACAO DE NOTA
      *                               (PEDNOTA.REL) PARA A INSPECAO
      *                               ESCOLAR: PARA O MES INFORMADO,
      *                               CADA PEDIDO REGISTRADO OU
      *                               DECIDIDO NO MES SAI COM O ALUNO,
      *                               O CAMPO, OS VALORES ANTERIOR E
      *                               NOVO, QUEM PEDIU, A JUSTIFICATIVA
      *                               E O RESULTADO (APROVADO,
      *                               REJEITADO, INVALIDADO OU AINDA
      *                               PENDENTE) COM QUEM DECIDIU, QUANDO
      *                               E O MOTIVO. NO RODAPE, OS TOTAIS
      *                               POR RESULTADO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PEDIDO-FILE  ASSIGN TO "PEDNOTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPPED-NUMERO
                  FILE STATUS  IS WS-PEDIDO-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "PEDNOTA.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-PEDIDO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PEDIDO-REGISTRO.
           COPY CPPEDIDO.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PEDIDO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-PEDIDO-OK            VALUE "00".
           88 WS-PEDIDO-NAO-EXISTE    VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-PEDIDO          PIC X(01)    VALUE "N".
           88 WS-FIM-PEDIDO-SIM       VALUE "S".

       01 WS-MES-DIGITADO.
           03 WS-MD-MES          PIC X(02).
           03 WS-MD-BARRA        PIC X(01).
           03 WS-MD-ANO          PIC X(04).
       01 WS-MES-VALIDO-SW       PIC X(01)    VALUE "N".
           88 WS-MES-EH-VALIDO        VALUE "S".

       01 WS-MES-RELATORIO.
           03 WS-MR-ANO          PIC 9(04).
           03 WS-MR-MES          PIC 9(02).
       01 WS-MES-RELATORIO-X REDEFINES WS-MES-RELATORIO PIC X(06).

       01 WS-DATA-AAAAMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DT-ANOMES       PIC X(06).
           03 WS-DT-DIA          PIC 9(02).
       01 WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DP-ANO          PIC 9(04).
           03 WS-DP-MES          PIC 9(02).
           03 WS-DP-DIA          PIC 9(02).
       01 WS-DATA-EDITADA.
           03 WS-DE-DIA          PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-DE-MES          PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-DE-ANO          PIC 9(04).

       01 WS-PEDIDO-NO-MES-SW    PIC X(01)    VALUE "N".
           88 WS-PEDIDO-NO-MES        VALUE "S".

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PEDIDOS        PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-APROVADOS      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-REJEITADOS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INVALIDADOS    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-PENDENTES      PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-CORRENTE.
           03 WS-DC-ANO          PIC 9(04).
           03 WS-DC-MES          PIC 9(02).
           03 WS-DC-DIA          PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(84)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(43)
              VALUE "PEDIDOS DE ALTERACAO DE NOTA - MES DE REFER".
           03 FILLER             PIC X(06)    VALUE "ENCIA ".
           03 WS-CAB-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-CAB-ANO         PIC 9(04).

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(08)    VALUE "PEDIDO".
           03 FILLER             PIC X(12)    VALUE "DATA".
           03 FILLER             PIC X(06)    VALUE "TURMA".
           03 FILLER             PIC X(06)    VALUE "DISC".
           03 FILLER             PIC X(04)    VALUE "BIM".
           03 FILLER             PIC X(06)    VALUE "ALUNO".
           03 FILLER             PIC X(22)    VALUE "NOME".
           03 FILLER             PIC X(06)    VALUE "CAMPO".
           03 FILLER             PIC X(08)    VALUE "ANTES".
           03 FILLER             PIC X(08)    VALUE "DEPOIS".
           03 FILLER             PIC X(10)    VALUE "PEDIDO POR".
           03 FILLER             PIC X(12)    VALUE "RESULTADO".
           03 FILLER             PIC X(10)    VALUE "DECIDIDO".
           03 FILLER             PIC X(10)    VALUE "EM".

       01 WS-LINHA-DETALHE.
           03 WS-DET-NUMERO      PIC 9(06).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DATA        PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-TURMA       PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-BIMESTRE    PIC 9(01).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-ALUNO       PIC 9(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-NOME        PIC X(20).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-CAMPO       PIC X(05).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-ANTERIOR    PIC ZZ9,99.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-NOVO        PIC ZZ9,99.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-SOLICITANTE PIC X(08).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-RESULTADO   PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DECISOR     PIC X(08).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-DATA-DEC    PIC X(10).

       01 WS-LINHA-TEXTO.
           03 FILLER             PIC X(08)    VALUE SPACES.
           03 WS-TXT-ROTULO      PIC X(15).
           03 WS-TXT-TEXTO       PIC X(60).

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(26)
              VALUE "PEDIDOS NO MES...........:".
           03 WS-TOT-PEDIDOS     PIC ZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "APROVADOS................:".
           03 WS-TOT-APROVADOS   PIC ZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "REJEITADOS...............:".
           03 WS-TOT-REJEITADOS  PIC ZZZZ9.

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(26)
              VALUE "INVALIDADOS..............:".
           03 WS-TOT-INVALIDOS   PIC ZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "AINDA PENDENTES..........:".
           03 WS-TOT-PENDENTES   PIC ZZZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-CONT-LINHAS WS-CONT-PAGINA WS-CONT-PEDIDOS
                         WS-CONT-APROVADOS WS-CONT-REJEITADOS
                         WS-CONT-INVALIDADOS WS-CONT-PENDENTES
           MOVE "N"   TO WS-FIM-PEDIDO

           DISPLAY 'RELATORIO MENSAL DE PEDIDOS DE ALTERACAO - INICIO'

           MOVE "N" TO WS-MES-VALIDO-SW
           PERFORM P100-DIGITA-MES UNTIL WS-MES-EH-VALIDO

           OPEN INPUT WS-PEDIDO-FILE

           IF WS-PEDIDO-NAO-EXISTE THEN
               DISPLAY 'NENHUM PEDIDO REGISTRADO (PEDNOTA.DAT NAO '
                       'ENCONTRADO) - RELATORIO NAO EMITIDO'
               GOBACK
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           MOVE WS-MR-MES TO WS-CAB-MES
           MOVE WS-MR-ANO TO WS-CAB-ANO
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           PERFORM P210-LE-PEDIDO THRU P210-LE-PEDIDO-FIM
           PERFORM P200-TRATA-PEDIDO THRU P200-TRATA-PEDIDO-FIM
               UNTIL WS-FIM-PEDIDO-SIM

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-PEDIDO-FILE
                 WS-RELAT-FILE

           DISPLAY 'RELATORIO GRAVADO EM PEDNOTA.REL - '
                   WS-CONT-PEDIDOS ' PEDIDOS NO MES'

           DISPLAY 'RELATORIO MENSAL DE PEDIDOS DE ALTERACAO - FIM'
           GOBACK.

       P100-DIGITA-MES.
           DISPLAY 'INFORME O MES DO RELATORIO (MM/AAAA): '
           MOVE SPACES TO WS-MES-DIGITADO
           ACCEPT WS-MES-DIGITADO

           IF WS-MD-MES IS NUMERIC
              AND WS-MD-BARRA = "/"
              AND WS-MD-ANO IS NUMERIC THEN
               MOVE WS-MD-MES TO WS-MR-MES
               MOVE WS-MD-ANO TO WS-MR-ANO
               IF WS-MR-MES >= 1 AND WS-MR-MES <= 12 THEN
                   MOVE "S" TO WS-MES-VALIDO-SW
               ELSE
                   DISPLAY 'MES INVALIDO - DIGITE DE 01 A 12'
               END-IF
           ELSE
               DISPLAY 'FORMATO INVALIDO - DIGITE MM/AAAA, EX: 10/2026'
           END-IF.
       P100-DIGITA-MES-FIM.

      *    ENTRA O PEDIDO REGISTRADO NO MES E TAMBEM O DECIDIDO NO MES
      *    QUE TINHA SIDO REGISTRADO ANTES
       P200-TRATA-PEDIDO.
           MOVE "N" TO WS-PEDIDO-NO-MES-SW.

           MOVE CPPED-DATA-PEDIDO TO WS-DATA-AAAAMMDD.
           IF WS-DT-ANOMES = WS-MES-RELATORIO-X THEN
               MOVE "S" TO WS-PEDIDO-NO-MES-SW
           END-IF.

           MOVE CPPED-DATA-DECISAO TO WS-DATA-AAAAMMDD.
           IF NOT CPPED-PENDENTE
              AND WS-DT-ANOMES = WS-MES-RELATORIO-X THEN
               MOVE "S" TO WS-PEDIDO-NO-MES-SW
           END-IF.

           IF NOT WS-PEDIDO-NO-MES THEN
               GO TO P200-TRATA-PEDIDO-LE
           END-IF.

           ADD 1 TO WS-CONT-PEDIDOS.
           PERFORM P400-IMPRIME-PEDIDO THRU P400-IMPRIME-PEDIDO-FIM.

       P200-TRATA-PEDIDO-LE.
           PERFORM P210-LE-PEDIDO THRU P210-LE-PEDIDO-FIM.
       P200-TRATA-PEDIDO-FIM.

       P210-LE-PEDIDO.
           READ WS-PEDIDO-FILE
               AT END
                   MOVE "S" TO WS-FIM-PEDIDO
           END-READ.
       P210-LE-PEDIDO-FIM.

       P400-IMPRIME-PEDIDO.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE CPPED-NUMERO         TO WS-DET-NUMERO.
           MOVE CPPED-DATA-PEDIDO    TO WS-DATA-AAAAMMDD.
           PERFORM P850-EDITA-DATA THRU P850-EDITA-DATA-FIM.
           MOVE WS-DATA-EDITADA      TO WS-DET-DATA.
           MOVE CPPED-TURMA          TO WS-DET-TURMA.
           MOVE CPPED-DISCIPLINA     TO WS-DET-DISCIPLINA.
           MOVE CPPED-BIMESTRE       TO WS-DET-BIMESTRE.
           MOVE CPPED-NUMERO-ALUNO   TO WS-DET-ALUNO.
           MOVE CPPED-NOME-ALUNO     TO WS-DET-NOME.
           MOVE CPPED-VALOR-ANTERIOR TO WS-DET-ANTERIOR.
           MOVE CPPED-VALOR-NOVO     TO WS-DET-NOVO.
           MOVE CPPED-SOLICITANTE    TO WS-DET-SOLICITANTE.

           EVALUATE TRUE
               WHEN CPPED-CAMPO-NOTA
                   STRING "NOTA" DELIMITED BY SIZE
                          CPPED-CAMPO DELIMITED BY SIZE
                          INTO WS-DET-CAMPO
               WHEN CPPED-CAMPO-FREQUENCIA
                   MOVE "FREQ"  TO WS-DET-CAMPO
               WHEN CPPED-CAMPO-RECUPERACAO
                   MOVE "REC"   TO WS-DET-CAMPO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CPPED-APROVADO
                   MOVE "APROVADO"   TO WS-DET-RESULTADO
                   ADD 1 TO WS-CONT-APROVADOS
               WHEN CPPED-REJEITADO
                   MOVE "REJEITADO"  TO WS-DET-RESULTADO
                   ADD 1 TO WS-CONT-REJEITADOS
               WHEN CPPED-INVALIDADO
                   MOVE "INVALIDADO" TO WS-DET-RESULTADO
                   ADD 1 TO WS-CONT-INVALIDADOS
               WHEN OTHER
                   MOVE "PENDENTE"   TO WS-DET-RESULTADO
                   ADD 1 TO WS-CONT-PENDENTES
           END-EVALUATE.

           IF NOT CPPED-PENDENTE THEN
               MOVE CPPED-DECISOR      TO WS-DET-DECISOR
               MOVE CPPED-DATA-DECISAO TO WS-DATA-AAAAMMDD
               PERFORM P850-EDITA-DATA THRU P850-EDITA-DATA-FIM
               MOVE WS-DATA-EDITADA    TO WS-DET-DATA-DEC
           END-IF.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           MOVE "JUSTIFICATIVA:"    TO WS-TXT-ROTULO.
           MOVE CPPED-JUSTIFICATIVA TO WS-TXT-TEXTO.
           MOVE WS-LINHA-TEXTO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           IF CPPED-MOTIVO-DECISAO NOT = SPACES THEN
               MOVE "MOTIVO:"            TO WS-TXT-ROTULO
               MOVE CPPED-MOTIVO-DECISAO TO WS-TXT-TEXTO
               MOVE WS-LINHA-TEXTO TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P400-IMPRIME-PEDIDO-FIM.

       P600-IMPRIME-RODAPE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-CONT-PEDIDOS     TO WS-TOT-PEDIDOS.
           MOVE WS-CONT-APROVADOS   TO WS-TOT-APROVADOS.
           MOVE WS-CONT-REJEITADOS  TO WS-TOT-REJEITADOS.
           MOVE WS-CONT-INVALIDADOS TO WS-TOT-INVALIDOS.
           MOVE WS-CONT-PENDENTES   TO WS-TOT-PENDENTES.

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

       P850-EDITA-DATA.
           MOVE WS-DP-DIA TO WS-DE-DIA.
           MOVE WS-DP-MES TO WS-DE-MES.
           MOVE WS-DP-ANO TO WS-DE-ANO.
       P850-EDITA-DATA-FIM.
       END PROGRAM PGEXE042.
