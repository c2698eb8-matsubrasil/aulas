       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE050.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. VALIDACAO DO
      *                               CALENDARIO LETIVO (CALEND.REL):
      *                               PARA CADA BIMESTRE DE 1 A 4, DA
      *                               PRIMEIRA ABERTURA AO ULTIMO
      *                               FECHAMENTO EM JANELAS.DAT, CONTA
      *                               OS DIAS LETIVOS PELO PGDIAUTL
      *                               (SEM FINS DE SEMANA, FERIADOS E
      *                               DIAS SEM AULA DO CALENDARIO DA
      *                               ESCOLA) E AS HORAS PELA JORNADA
      *                               DIARIA, E CONFERE O ANO CONTRA O
      *                               MINIMO LEGAL DE 200 DIAS LETIVOS
      *                               E 800 HORAS. EM SEGUIDA LISTA OS
      *                               DIAS SEM AULA DE CALENDAR.DAT COM
      *                               O BIMESTRE EM QUE CAEM. ANTES DO
      *                               INICIO DAS AULAS, UM CALENDARIO
      *                               ABAIXO DO MINIMO E AVISADO NA
      *                               TELA E NO RELATORIO, A TEMPO DE
      *                               SER CORRIGIDO.
      *    15/10/2026    SUPORTE      TABELA DE BIMESTRES ZERADA COM
      *                               INITIALIZE, SEM LOW-VALUES NOS
      *                               CAMPOS NUMERICOS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-JANELAS-FILE ASSIGN TO "JANELAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JANELAS-STATUS.

           SELECT WS-CALEND-FILE  ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CALEND-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "CALEND.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-JANELAS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-JANELAS-REGISTRO.
           03 WS-JAN-BIMESTRE     PIC 9(01).
           03 WS-JAN-SEP1         PIC X(02).
           03 WS-JAN-ABERTURA     PIC X(10).
           03 WS-JAN-SEP2         PIC X(02).
           03 WS-JAN-FECHAMENTO   PIC X(10).
           03 WS-JAN-SEP3         PIC X(02).
           03 WS-JAN-DESCRICAO    PIC X(30).

       FD  WS-CALEND-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CALEND-REGISTRO.
           COPY CPCALEND.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-TRAB==.

      *    MINIMO LEGAL DO ANO LETIVO E JORNADA DIARIA DA ESCOLA
       77 WS-MINIMO-DIAS         PIC 9(03)    VALUE 200.
       77 WS-MINIMO-HORAS        PIC 9(04)    VALUE 800.
       77 WS-HORAS-POR-DIA       PIC 9(02)    VALUE 4.

       01 WS-JANELAS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-JANELAS-OK           VALUE "00".
           88 WS-JANELAS-NAO-EXISTE   VALUE "35".
       01 WS-CALEND-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-CALEND-OK            VALUE "00".
           88 WS-CALEND-NAO-EXISTE    VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-JANELAS         PIC X(01)    VALUE "N".
           88 WS-FIM-JANELAS-SIM      VALUE "S".
       01 WS-FIM-CALEND          PIC X(01)    VALUE "N".
           88 WS-FIM-CALEND-SIM       VALUE "S".

      *    PERIODO DE CADA BIMESTRE, DE 1 A 4
       01 WS-IDX-BIM             PIC 9(01)    VALUE ZEROS.
       01 WS-IDX-BIM-ACHADO      PIC 9(01)    VALUE ZEROS.
       01 WS-TABELA-BIMESTRES.
           03 WS-TAB-BIMESTRE OCCURS 4 TIMES.
              05 WS-TAB-INICIO       PIC 9(08).
              05 WS-TAB-FIM          PIC 9(08).
              05 WS-TAB-INICIO-X     PIC X(10).
              05 WS-TAB-FIM-X        PIC X(10).
              05 WS-TAB-DIAS-LETIVOS PIC 9(03).
              05 WS-TAB-SEM-AULA     PIC 9(03).

       01 WS-BIMESTRES-FALTANDO  PIC 9(01)    VALUE ZEROS.
       01 WS-TOTAL-DIAS          PIC 9(04)    VALUE ZEROS.
       01 WS-TOTAL-HORAS         PIC 9(05)    VALUE ZEROS.
       01 WS-TOTAL-SEM-AULA      PIC 9(04)    VALUE ZEROS.
       01 WS-HORAS-BIMESTRE      PIC 9(05)    VALUE ZEROS.
       01 WS-DIAS-CORRIDOS       PIC 9(04)    VALUE ZEROS.
       01 WS-FALTAM-DIAS         PIC 9(04)    VALUE ZEROS.
       01 WS-FALTAM-HORAS        PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-CALENDARIO     PIC 9(04)    VALUE ZEROS.

       01 WS-SITUACAO-SW         PIC X(01)    VALUE "N".
           88 WS-CALENDARIO-ATENDE    VALUE "S".
       01 WS-ANO-INICIADO-SW     PIC X(01)    VALUE "N".
           88 WS-ANO-JA-INICIADO      VALUE "S".

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R  REDEFINES  WS-DATA-YYYYMMDD.
           03 WS-YMD-AA           PIC 9(04).
           03 WS-YMD-MM           PIC 9(02).
           03 WS-YMD-DD           PIC 9(02).
       01 WS-DATA-INTEGER        PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-INT-FIM        PIC 9(08)    VALUE ZEROS.
       01 WS-DIA-SEMANA          PIC 9(01)    VALUE ZEROS.
       01 WS-DATA-VESPERA        PIC X(10)    VALUE SPACES.

      *    PARAMETROS DO PGDIAUTL
       01 WS-DIA-FUNCAO          PIC X(01)    VALUE SPACES.
       01 WS-DIA-DATA-1          PIC X(10)    VALUE SPACES.
       01 WS-DIA-DATA-2          PIC X(10)    VALUE SPACES.
       01 WS-DIA-QTD-DIAS        PIC 9(03)    VALUE ZEROS.
       01 WS-DIA-DATA-RESULT     PIC X(10)    VALUE SPACES.
       01 WS-DIA-QTD-RESULT      PIC 9(05)    VALUE ZEROS.
       01 WS-DIA-OK              PIC X(01)    VALUE "N".
           88 WS-DIA-DEU-CERTO        VALUE "S".

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
           03 FILLER             PIC X(37)
              VALUE "VALIDACAO DO CALENDARIO LETIVO - ANO ".
           03 WS-CAB-ANO         PIC 9(04).

       01 WS-TITULO-CORRENTE     PIC X(132)   VALUE SPACES.

       01 WS-LINHA-SECAO.
           03 WS-SEC-TEXTO       PIC X(60).

       01 WS-LINHA-TITULO-BIM.
           03 FILLER             PIC X(10)    VALUE "BIMESTRE".
           03 FILLER             PIC X(12)    VALUE "INICIO".
           03 FILLER             PIC X(12)    VALUE "FIM".
           03 FILLER             PIC X(15)    VALUE "DIAS CORRIDOS".
           03 FILLER             PIC X(15)    VALUE "DIAS SEM AULA".
           03 FILLER             PIC X(15)    VALUE "DIAS LETIVOS".
           03 FILLER             PIC X(10)    VALUE "HORAS".

       01 WS-LINHA-TITULO-CAL.
           03 FILLER             PIC X(12)    VALUE "DATA".
           03 FILLER             PIC X(20)    VALUE "TIPO".
           03 FILLER             PIC X(32)    VALUE "DESCRICAO".
           03 FILLER             PIC X(10)    VALUE "BIMESTRE".
           03 FILLER             PIC X(30)    VALUE "OBSERVACAO".

       01 WS-LINHA-BIMESTRE.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LB-BIMESTRE     PIC 9(01).
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 WS-LB-INICIO       PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LB-FIM          PIC X(10).
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 WS-LB-CORRIDOS     PIC ZZZ9.
           03 FILLER             PIC X(11)    VALUE SPACES.
           03 WS-LB-SEM-AULA     PIC ZZ9.
           03 FILLER             PIC X(12)    VALUE SPACES.
           03 WS-LB-LETIVOS      PIC ZZ9.
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 WS-LB-HORAS        PIC ZZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LB-OBSERVACAO   PIC X(30).

       01 WS-LINHA-CALENDARIO.
           03 WS-LC-DATA         PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LC-TIPO         PIC X(18).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LC-DESCRICAO    PIC X(30).
           03 FILLER             PIC X(05)    VALUE SPACES.
           03 WS-LC-BIMESTRE     PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LC-OBSERVACAO   PIC X(40).

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(30)
              VALUE "DIAS LETIVOS NO ANO..........:".
           03 WS-TOT-DIAS        PIC ZZZ9.
           03 FILLER             PIC X(16)
              VALUE "   (MINIMO DE ".
           03 WS-TOT-MIN-DIAS    PIC ZZ9.
           03 FILLER             PIC X(01)    VALUE ")".

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(30)
              VALUE "CARGA HORARIA NO ANO.........:".
           03 WS-TOT-HORAS       PIC ZZZZ9.
           03 FILLER             PIC X(15)
              VALUE "  (MINIMO DE ".
           03 WS-TOT-MIN-HORAS   PIC ZZZ9.
           03 FILLER             PIC X(09)    VALUE " HORAS, ".
           03 WS-TOT-HORAS-DIA   PIC Z9.
           03 FILLER             PIC X(14)    VALUE " HORAS POR DIA".
           03 FILLER             PIC X(01)    VALUE ")".

       01 WS-LINHA-TOTAL-3.
           03 FILLER             PIC X(30)
              VALUE "DIAS SEM AULA NOS BIMESTRES..:".
           03 WS-TOT-SEM-AULA    PIC ZZZ9.

       01 WS-LINHA-RESULTADO     PIC X(132)   VALUE SPACES.

       01 WS-LINHA-FALTAM.
           03 FILLER             PIC X(08)    VALUE "FALTAM ".
           03 WS-FAL-DIAS        PIC ZZZ9.
           03 FILLER             PIC X(17)    VALUE " DIAS LETIVOS E ".
           03 WS-FAL-HORAS       PIC ZZZZ9.
           03 FILLER             PIC X(25)
              VALUE " HORAS PARA O MINIMO".

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-CONT-LINHAS WS-CONT-PAGINA
                         WS-TOTAL-DIAS WS-TOTAL-HORAS
                         WS-TOTAL-SEM-AULA WS-CONT-CALENDARIO
                         WS-BIMESTRES-FALTANDO
           INITIALIZE WS-TABELA-BIMESTRES
           MOVE "N" TO WS-SITUACAO-SW WS-ANO-INICIADO-SW

           DISPLAY 'VALIDACAO DO CALENDARIO LETIVO - INICIO'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE

           PERFORM P100-CARREGA-JANELAS THRU P100-CARREGA-JANELAS-FIM

           IF WS-JANELAS-NAO-EXISTE THEN
               DISPLAY 'CALENDARIO DE JANELAS (JANELAS.DAT) NAO '
                       'ENCONTRADO - VALIDACAO CANCELADA'
               GOBACK
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           MOVE WS-TAB-INICIO(1) TO WS-DATA-YYYYMMDD
           IF WS-TAB-INICIO(1) = ZEROS THEN
               MOVE WS-DC-ANO TO WS-CAB-ANO
           ELSE
               MOVE WS-YMD-AA TO WS-CAB-ANO
           END-IF

           MOVE WS-LINHA-TITULO-BIM TO WS-TITULO-CORRENTE
           MOVE 'DIAS LETIVOS POR BIMESTRE' TO WS-SEC-TEXTO
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           PERFORM P200-CONTA-CALENDARIO THRU P200-CONTA-CALENDARIO-FIM

           MOVE 1 TO WS-IDX-BIM
           PERFORM P300-APURA-BIMESTRE THRU P300-APURA-BIMESTRE-FIM
               UNTIL WS-IDX-BIM > 4

           PERFORM P400-AVALIA-ANO THRU P400-AVALIA-ANO-FIM

           MOVE WS-LINHA-TITULO-CAL TO WS-TITULO-CORRENTE
           MOVE 'DIAS SEM AULA DO CALENDARIO DA ESCOLA'
             TO WS-SEC-TEXTO
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           PERFORM P500-LISTA-CALENDARIO THRU P500-LISTA-CALENDARIO-FIM

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           DISPLAY 'DIAS LETIVOS NO ANO: ' WS-TOTAL-DIAS
                   ' / CARGA HORARIA: ' WS-TOTAL-HORAS ' HORAS'
           DISPLAY WS-LINHA-RESULTADO
           IF NOT WS-CALENDARIO-ATENDE THEN
               DISPLAY WS-LINHA-FALTAM
           END-IF
           DISPLAY 'RELATORIO GRAVADO EM CALEND.REL'

           DISPLAY 'VALIDACAO DO CALENDARIO LETIVO - FIM'
           GOBACK.

      *    O PERIODO DE CADA BIMESTRE VAI DA PRIMEIRA ABERTURA AO
      *    ULTIMO FECHAMENTO CADASTRADOS PARA ELE, COMO NO PGEXE038
       P100-CARREGA-JANELAS.
           MOVE "N" TO WS-FIM-JANELAS.

           OPEN INPUT WS-JANELAS-FILE.

           IF WS-JANELAS-NAO-EXISTE THEN
               GO TO P100-CARREGA-JANELAS-FIM
           END-IF.

           PERFORM P110-LE-JANELA THRU P110-LE-JANELA-FIM.
           PERFORM P120-GUARDA-JANELA THRU P120-GUARDA-JANELA-FIM
               UNTIL WS-FIM-JANELAS-SIM.

           CLOSE WS-JANELAS-FILE.
       P100-CARREGA-JANELAS-FIM.

       P110-LE-JANELA.
           READ WS-JANELAS-FILE
               AT END
                   MOVE "S" TO WS-FIM-JANELAS
           END-READ.
       P110-LE-JANELA-FIM.

       P120-GUARDA-JANELA.
           IF WS-JAN-BIMESTRE IS NOT NUMERIC THEN
               GO TO P120-GUARDA-JANELA-LE
           END-IF.

           IF WS-JAN-BIMESTRE < 1 OR WS-JAN-BIMESTRE > 4 THEN
               GO TO P120-GUARDA-JANELA-LE
           END-IF.

           MOVE WS-JAN-BIMESTRE TO WS-IDX-BIM.

           MOVE WS-JAN-ABERTURA TO WS-DATA-TRAB.
           MOVE WS-DATA-TRAB-AA TO WS-YMD-AA.
           MOVE WS-DATA-TRAB-MM TO WS-YMD-MM.
           MOVE WS-DATA-TRAB-DD TO WS-YMD-DD.
           IF WS-TAB-INICIO(WS-IDX-BIM) = ZEROS
              OR WS-DATA-YYYYMMDD < WS-TAB-INICIO(WS-IDX-BIM) THEN
               MOVE WS-DATA-YYYYMMDD TO WS-TAB-INICIO(WS-IDX-BIM)
               MOVE WS-JAN-ABERTURA  TO WS-TAB-INICIO-X(WS-IDX-BIM)
           END-IF.

           MOVE WS-JAN-FECHAMENTO TO WS-DATA-TRAB.
           MOVE WS-DATA-TRAB-AA   TO WS-YMD-AA.
           MOVE WS-DATA-TRAB-MM   TO WS-YMD-MM.
           MOVE WS-DATA-TRAB-DD   TO WS-YMD-DD.
           IF WS-DATA-YYYYMMDD > WS-TAB-FIM(WS-IDX-BIM) THEN
               MOVE WS-DATA-YYYYMMDD  TO WS-TAB-FIM(WS-IDX-BIM)
               MOVE WS-JAN-FECHAMENTO TO WS-TAB-FIM-X(WS-IDX-BIM)
           END-IF.

       P120-GUARDA-JANELA-LE.
           PERFORM P110-LE-JANELA THRU P110-LE-JANELA-FIM.
       P120-GUARDA-JANELA-FIM.

      *    DIAS SEM AULA DO CALENDARIO QUE CAEM DE SEGUNDA A SEXTA
      *    DENTRO DE CADA BIMESTRE (OS DE FIM DE SEMANA NAO TIRAM DIA
      *    LETIVO NENHUM)
       P200-CONTA-CALENDARIO.
           MOVE "N" TO WS-FIM-CALEND.

           OPEN INPUT WS-CALEND-FILE.

           IF WS-CALEND-NAO-EXISTE THEN
               GO TO P200-CONTA-CALENDARIO-FIM
           END-IF.

           PERFORM P210-LE-CALENDARIO THRU P210-LE-CALENDARIO-FIM.
           PERFORM P220-CONTA-DIA THRU P220-CONTA-DIA-FIM
               UNTIL WS-FIM-CALEND-SIM.

           CLOSE WS-CALEND-FILE.
       P200-CONTA-CALENDARIO-FIM.

       P210-LE-CALENDARIO.
           READ WS-CALEND-FILE
               AT END
                   MOVE "S" TO WS-FIM-CALEND
           END-READ.
       P210-LE-CALENDARIO-FIM.

       P220-CONTA-DIA.
           IF CPCAL-DATA IS NOT NUMERIC THEN
               GO TO P220-CONTA-DIA-LE
           END-IF.

           PERFORM P250-SITUA-DIA THRU P250-SITUA-DIA-FIM.

           IF WS-IDX-BIM-ACHADO > ZEROS AND WS-DIA-SEMANA < 5 THEN
               ADD 1 TO WS-TAB-SEM-AULA(WS-IDX-BIM-ACHADO)
           END-IF.

       P220-CONTA-DIA-LE.
           PERFORM P210-LE-CALENDARIO THRU P210-LE-CALENDARIO-FIM.
       P220-CONTA-DIA-FIM.

      *    BIMESTRE EM QUE CAI CPCAL-DATA (ZERO SE FORA DE TODOS) E O
      *    DIA DA SEMANA, CONTADO COMO NO PGDIAUTL (0 A 4 = SEGUNDA A
      *    SEXTA)
       P250-SITUA-DIA.
           MOVE ZEROS TO WS-IDX-BIM-ACHADO.
           MOVE 1     TO WS-IDX-BIM.
           PERFORM P255-COMPARA-BIMESTRE THRU P255-COMPARA-BIMESTRE-FIM
               UNTIL WS-IDX-BIM > 4
                  OR WS-IDX-BIM-ACHADO > ZEROS.

           MOVE CPCAL-DATA TO WS-DATA-YYYYMMDD.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DATA-INTEGER - 1, 7).
       P250-SITUA-DIA-FIM.

       P255-COMPARA-BIMESTRE.
           IF WS-TAB-INICIO(WS-IDX-BIM) > ZEROS
              AND CPCAL-DATA >= WS-TAB-INICIO(WS-IDX-BIM)
              AND CPCAL-DATA <= WS-TAB-FIM(WS-IDX-BIM) THEN
               MOVE WS-IDX-BIM TO WS-IDX-BIM-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-BIM.
       P255-COMPARA-BIMESTRE-FIM.

       P300-APURA-BIMESTRE.
           MOVE SPACES        TO WS-LINHA-BIMESTRE.
           MOVE WS-IDX-BIM    TO WS-LB-BIMESTRE.

           IF WS-TAB-INICIO(WS-IDX-BIM) = ZEROS THEN
               ADD 1 TO WS-BIMESTRES-FALTANDO
               MOVE ZEROS TO WS-LB-CORRIDOS WS-LB-SEM-AULA
                             WS-LB-LETIVOS WS-LB-HORAS
               MOVE 'SEM JANELA EM JANELAS.DAT' TO WS-LB-OBSERVACAO
               GO TO P300-APURA-BIMESTRE-IMPRIME
           END-IF.

           MOVE WS-TAB-INICIO-X(WS-IDX-BIM) TO WS-LB-INICIO.
           MOVE WS-TAB-FIM-X(WS-IDX-BIM)    TO WS-LB-FIM.

           MOVE WS-TAB-FIM(WS-IDX-BIM) TO WS-DATA-YYYYMMDD.
           COMPUTE WS-DATA-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           MOVE WS-TAB-INICIO(WS-IDX-BIM) TO WS-DATA-YYYYMMDD.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIAS-CORRIDOS =
                   WS-DATA-INT-FIM - WS-DATA-INTEGER + 1.
           MOVE WS-DIAS-CORRIDOS TO WS-LB-CORRIDOS.

      *    A CONTAGEM DO PGDIAUTL (FUNCAO E) EXCLUI A DATA INICIAL,
      *    ENTAO A CHAMADA PARTE DA VESPERA DO INICIO, COMO NO PGEXE021
           SUBTRACT 1 FROM WS-DATA-INTEGER.
           COMPUTE WS-DATA-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEGER).

           MOVE SPACES TO WS-DATA-VESPERA.
           STRING WS-YMD-DD DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-YMD-MM DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-YMD-AA DELIMITED BY SIZE
                  INTO WS-DATA-VESPERA.

           MOVE "E"                         TO WS-DIA-FUNCAO.
           MOVE WS-DATA-VESPERA             TO WS-DIA-DATA-1.
           MOVE WS-TAB-FIM-X(WS-IDX-BIM)    TO WS-DIA-DATA-2.
           MOVE ZEROS                       TO WS-DIA-QTD-DIAS.
           MOVE "N"                         TO WS-DIA-OK.

           CALL "PGDIAUTL" USING WS-DIA-FUNCAO
                                  WS-DIA-DATA-1
                                  WS-DIA-DATA-2
                                  WS-DIA-QTD-DIAS
                                  WS-DIA-DATA-RESULT
                                  WS-DIA-QTD-RESULT
                                  WS-DIA-OK.

           IF WS-DIA-DEU-CERTO THEN
               MOVE WS-DIA-QTD-RESULT
                 TO WS-TAB-DIAS-LETIVOS(WS-IDX-BIM)
           ELSE
               MOVE ZEROS TO WS-TAB-DIAS-LETIVOS(WS-IDX-BIM)
               MOVE 'DATA INVALIDA NA JANELA' TO WS-LB-OBSERVACAO
           END-IF.

           COMPUTE WS-HORAS-BIMESTRE =
                   WS-TAB-DIAS-LETIVOS(WS-IDX-BIM) * WS-HORAS-POR-DIA.

           MOVE WS-TAB-SEM-AULA(WS-IDX-BIM)     TO WS-LB-SEM-AULA.
           MOVE WS-TAB-DIAS-LETIVOS(WS-IDX-BIM) TO WS-LB-LETIVOS.
           MOVE WS-HORAS-BIMESTRE               TO WS-LB-HORAS.

           ADD WS-TAB-DIAS-LETIVOS(WS-IDX-BIM) TO WS-TOTAL-DIAS.
           ADD WS-HORAS-BIMESTRE               TO WS-TOTAL-HORAS.
           ADD WS-TAB-SEM-AULA(WS-IDX-BIM)     TO WS-TOTAL-SEM-AULA.

       P300-APURA-BIMESTRE-IMPRIME.
           MOVE WS-LINHA-BIMESTRE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           ADD 1 TO WS-IDX-BIM.
       P300-APURA-BIMESTRE-FIM.

       P400-AVALIA-ANO.
           IF WS-TAB-INICIO(1) > ZEROS
              AND WS-DC-AAAAMMDD >= WS-TAB-INICIO(1) THEN
               MOVE "S" TO WS-ANO-INICIADO-SW
           END-IF.

           MOVE ZEROS TO WS-FALTAM-DIAS WS-FALTAM-HORAS.
           IF WS-TOTAL-DIAS < WS-MINIMO-DIAS THEN
               COMPUTE WS-FALTAM-DIAS = WS-MINIMO-DIAS - WS-TOTAL-DIAS
           END-IF.
           IF WS-TOTAL-HORAS < WS-MINIMO-HORAS THEN
               COMPUTE WS-FALTAM-HORAS =
                       WS-MINIMO-HORAS - WS-TOTAL-HORAS
           END-IF.
           MOVE WS-FALTAM-DIAS  TO WS-FAL-DIAS.
           MOVE WS-FALTAM-HORAS TO WS-FAL-HORAS.

           IF WS-FALTAM-DIAS = ZEROS AND WS-FALTAM-HORAS = ZEROS
              AND WS-BIMESTRES-FALTANDO = ZEROS THEN
               MOVE "S" TO WS-SITUACAO-SW
               MOVE 'CALENDARIO ATENDE AO MINIMO LEGAL DE DIAS '
                 TO WS-LINHA-RESULTADO
               MOVE 'LETIVOS E DE CARGA HORARIA'
                 TO WS-LINHA-RESULTADO(43:)
               GO TO P400-AVALIA-ANO-FIM
           END-IF.

           IF WS-BIMESTRES-FALTANDO > ZEROS THEN
               MOVE 'ATENCAO: CALENDARIO INCOMPLETO - HA BIMESTRE SEM '
                 TO WS-LINHA-RESULTADO
               MOVE 'JANELA CADASTRADA EM JANELAS.DAT'
                 TO WS-LINHA-RESULTADO(51:)
               GO TO P400-AVALIA-ANO-FIM
           END-IF.

      *    ANTES DO INICIO DAS AULAS AINDA DA PARA CORRIGIR O
      *    CALENDARIO; DEPOIS, SO COM REPOSICAO DE AULAS
           IF WS-ANO-JA-INICIADO THEN
               MOVE 'ATENCAO: CALENDARIO ABAIXO DO MINIMO LEGAL - '
                 TO WS-LINHA-RESULTADO
               MOVE 'PREVER REPOSICAO DE AULAS'
                 TO WS-LINHA-RESULTADO(46:)
           ELSE
               MOVE 'ATENCAO: O ANO LETIVO AINDA NAO COMECOU E O '
                 TO WS-LINHA-RESULTADO
               MOVE 'CALENDARIO PLANEJADO NAO ATINGE O MINIMO LEGAL - '
                 TO WS-LINHA-RESULTADO(45:)
               MOVE 'CORRIJA ANTES DO INICIO DAS AULAS'
                 TO WS-LINHA-RESULTADO(95:)
           END-IF.
       P400-AVALIA-ANO-FIM.

       P500-LISTA-CALENDARIO.
           MOVE "N" TO WS-FIM-CALEND.

           OPEN INPUT WS-CALEND-FILE.

           IF WS-CALEND-NAO-EXISTE THEN
               MOVE 'NENHUM DIA SEM AULA CADASTRADO (CALENDAR.DAT NAO '
                 TO WS-RELAT-LINHA
               MOVE 'ENCONTRADO)' TO WS-RELAT-LINHA(51:)
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
               GO TO P500-LISTA-CALENDARIO-FIM
           END-IF.

           PERFORM P210-LE-CALENDARIO THRU P210-LE-CALENDARIO-FIM.
           PERFORM P510-IMPRIME-DIA THRU P510-IMPRIME-DIA-FIM
               UNTIL WS-FIM-CALEND-SIM.

           CLOSE WS-CALEND-FILE.
       P500-LISTA-CALENDARIO-FIM.

       P510-IMPRIME-DIA.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           ADD 1 TO WS-CONT-CALENDARIO.
           MOVE SPACES TO WS-LINHA-CALENDARIO.

           IF CPCAL-DATA IS NOT NUMERIC THEN
               MOVE CPCAL-DATA      TO WS-LC-DATA
               MOVE CPCAL-DESCRICAO TO WS-LC-DESCRICAO
               MOVE 'DATA INVALIDA - LINHA IGNORADA'
                 TO WS-LC-OBSERVACAO
               GO TO P510-IMPRIME-DIA-GRAVA
           END-IF.

           PERFORM P250-SITUA-DIA THRU P250-SITUA-DIA-FIM.

           STRING CPCAL-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  CPCAL-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  CPCAL-AA DELIMITED BY SIZE
                  INTO WS-LC-DATA.

           EVALUATE TRUE
               WHEN CPCAL-RECESSO
                   MOVE 'RECESSO'            TO WS-LC-TIPO
               WHEN CPCAL-PLANEJAMENTO
                   MOVE 'PLANEJAMENTO'       TO WS-LC-TIPO
               WHEN CPCAL-CONSELHO
                   MOVE 'CONSELHO DE CLASSE' TO WS-LC-TIPO
               WHEN CPCAL-OUTRO
                   MOVE 'OUTRO'              TO WS-LC-TIPO
               WHEN OTHER
                   MOVE 'TIPO INVALIDO'      TO WS-LC-TIPO
           END-EVALUATE.

           MOVE CPCAL-DESCRICAO TO WS-LC-DESCRICAO.

           IF WS-IDX-BIM-ACHADO > ZEROS THEN
               MOVE WS-IDX-BIM-ACHADO TO WS-LC-BIMESTRE(3:1)
           ELSE
               MOVE 'FORA' TO WS-LC-BIMESTRE
               MOVE 'FORA DOS BIMESTRES - NAO AFETA A CONTA'
                 TO WS-LC-OBSERVACAO
           END-IF.

           IF WS-DIA-SEMANA >= 5 THEN
               MOVE 'FIM DE SEMANA - NAO AFETA A CONTA'
                 TO WS-LC-OBSERVACAO
           END-IF.

       P510-IMPRIME-DIA-GRAVA.
           MOVE WS-LINHA-CALENDARIO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           PERFORM P210-LE-CALENDARIO THRU P210-LE-CALENDARIO-FIM.
       P510-IMPRIME-DIA-FIM.

       P600-IMPRIME-RODAPE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-TOTAL-DIAS     TO WS-TOT-DIAS.
           MOVE WS-MINIMO-DIAS    TO WS-TOT-MIN-DIAS.
           MOVE WS-TOTAL-HORAS    TO WS-TOT-HORAS.
           MOVE WS-MINIMO-HORAS   TO WS-TOT-MIN-HORAS.
           MOVE WS-HORAS-POR-DIA  TO WS-TOT-HORAS-DIA.
           MOVE WS-TOTAL-SEM-AULA TO WS-TOT-SEM-AULA.

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
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-RESULTADO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           IF NOT WS-CALENDARIO-ATENDE THEN
               MOVE WS-LINHA-FALTAM TO WS-RELAT-LINHA
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
           MOVE WS-TITULO-CORRENTE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ZEROS TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE050.
