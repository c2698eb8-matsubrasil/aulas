      *                               DIAS PERDIDOS NA APURACAO E
      *                               DERRUBAVAM A FREQUENCIA QUE
      *                               DECIDE O REPROVADO-FALTA.
      *    15/10/2026    SUPORTE      A FALTA PASSOU A SER LANCADA POR
      *                               AULA: DEPOIS DA TURMA SAO
      *                               MOSTRADAS AS AULAS DO DIA NA
      *                               GRADE HORARIA (GRADE.DAT, LAYOUT
      *                               CPGRADE) E O OPERADOR ESCOLHE A
      *                               AULA DA CHAMADA, OU T PARA O DIA
      *                               INTEIRO. A LINHA DE FALTAS.DAT
      *                               GANHOU O NUMERO DA AULA E A
      *                               DISCIPLINA; AULA ZERO (E AS
      *                               LINHAS ANTIGAS, SEM AULA) VALE
      *                               PELO DIA INTEIRO. TURMA SEM GRADE
      *                               NO DIA CONTINUA LANCANDO PELO DIA
      *                               INTEIRO. ANTES O ALUNO QUE SAIA
      *                               NAS DUAS ULTIMAS AULAS PERDIA O
      *                               DIA EM TODAS AS DISCIPLINAS.
      *    15/10/2026    SUPORTE      A RECUSA DA DATA PASSOU A CITAR OS
      *                               DIAS SEM AULA DO CALENDARIO DA
      *                               ESCOLA, QUE O PGDIAUTL AGORA
      *                               TAMBEM EXCLUI.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WS-FALTAS-FILE  ASSIGN TO "FALTAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FALTAS-STATUS.

           SELECT WS-GRADE-FILE   ASSIGN TO "GRADE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-GRADE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-FALTAS-FILE
           03 WS-FAL-TURMA        PIC X(05).
           03 WS-FAL-SEP2         PIC X(02).
           03 WS-FAL-NUMERO       PIC 9(05).
           03 WS-FAL-SEP3         PIC X(02).
           03 WS-FAL-AULA         PIC 9(01).
           03 WS-FAL-SEP4         PIC X(02).
           03 WS-FAL-DISCIPLINA   PIC X(05).

       FD  WS-GRADE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-GRADE-REGISTRO.
           COPY CPGRADE.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-FALTA==.
           88 WS-FALTAS-OK            VALUE "00".
           88 WS-FALTAS-NAO-EXISTE    VALUE "35".

       01 WS-GRADE-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-GRADE-OK             VALUE "00".
           88 WS-GRADE-NAO-EXISTE     VALUE "35".
       01 WS-FIM-GRADE-SW        PIC X(01)    VALUE "N".
           88 WS-FIM-GRADE-SIM        VALUE "S".

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R  REDEFINES  WS-DATA-YYYYMMDD.
           03 WS-YMD-AA           PIC 9(04).

       01 WS-CONT-FALTAS         PIC 9(03)    VALUE ZEROS.

      *    AULAS DA TURMA NO DIA DA SEMANA DA DATA, PELA GRADE HORARIA
       01 WS-DIA-SEMANA          PIC 9(01)    VALUE ZEROS.
       01 WS-QTD-AULAS-DIA       PIC 9(01)    VALUE ZEROS.
       01 WS-IDX-AULA-DIA        PIC 9(02)    VALUE ZEROS.
       01 WS-TABELA-AULAS-DIA.
           03 WS-TAB-AULA-DIA OCCURS 9 TIMES.
              05 WS-TAB-AULA-NUM     PIC 9(01).
              05 WS-TAB-AULA-DISC    PIC X(05).

      *    AULA DA CHAMADA; ZERO E FALTA NO DIA INTEIRO
       01 WS-AULA-FALTA          PIC 9(01)    VALUE ZEROS.
       01 WS-DISCIPLINA-FALTA    PIC X(05)    VALUE SPACES.
       01 WS-AULA-DIGITADA       PIC X(01)    VALUE SPACES.
       01 WS-AULA-VALIDA-SW      PIC X(01)    VALUE "N".
           88 WS-AULA-EH-VALIDA       VALUE "S".
       01 WS-AULA-LIDA           PIC 9(01)    VALUE ZEROS.

       01 WS-FIM-FALTAS-SW       PIC X(01)    VALUE "N".
           88 WS-FIM-FALTAS-SIM       VALUE "S".
       01 WS-DATA-FALTA-AAAAMMDD PIC 9(08)    VALUE ZEROS.
       01 WS-DUP-ACHADO-SW       PIC X(01)    VALUE "N".
           88 WS-FALTA-JA-LANCADA     VALUE "S".
       01 WS-TABELA-LANCADOS.
           03 WS-TAB-LANCADO OCCURS 500 TIMES.
              05 WS-TAB-LANC-NUMERO  PIC 9(05).
              05 WS-TAB-LANC-AULA    PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P200-INFORMA-TURMA THRU P200-INFORMA-TURMA-FIM

           PERFORM P220-CARREGA-AULAS-DIA
               THRU P220-CARREGA-AULAS-DIA-FIM

           PERFORM P230-INFORMA-AULA THRU P230-INFORMA-AULA-FIM

           PERFORM P250-CARREGA-LANCADOS
               THRU P250-CARREGA-LANCADOS-FIM

           DISPLAY 'FALTAS LANCADAS: ' WS-CONT-FALTAS
                   ' NA TURMA ' WS-TURMA-FALTA
                   ' EM ' WS-DATA-FALTA
           IF WS-AULA-FALTA = ZEROS THEN
               DISPLAY 'FALTAS LANCADAS PELO DIA INTEIRO'
           ELSE
               DISPLAY 'FALTAS LANCADAS NA AULA ' WS-AULA-FALTA
                       ' - ' WS-DISCIPLINA-FALTA
           END-IF

           GOBACK.

               THRU P120-CONFERE-DIA-LETIVO-FIM

           IF NOT WS-DIA-EH-LETIVO THEN
               DISPLAY 'A DATA NAO E DIA LETIVO (FIM DE SEMANA, '
                       'FERIADO OU DIA SEM AULA DO CALENDARIO) - '
                       'DIGITE OUTRA'
           END-IF.
       P110-DIGITA-DATA-FIM.

           END-IF.
       P210-DIGITA-TURMA-FIM.

       P220-CARREGA-AULAS-DIA.
      *    O DIA DA SEMANA SAI DO NUMERO DO DIA, COMO NO PGDIAUTL
      *    (O DIA 1 DO CALENDARIO FOI UMA SEGUNDA-FEIRA); A GRADE
      *    USA 2 PARA SEGUNDA ATE 6 PARA SEXTA
           MOVE WS-DATA-FALTA-AA TO WS-YMD-AA.
           MOVE WS-DATA-FALTA-MM TO WS-YMD-MM.
           MOVE WS-DATA-FALTA-DD TO WS-YMD-DD.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DATA-INTEGER - 1, 7) + 2.

           MOVE ZEROS TO WS-QTD-AULAS-DIA.
           MOVE "N"   TO WS-FIM-GRADE-SW.

           OPEN INPUT WS-GRADE-FILE.

           IF WS-GRADE-NAO-EXISTE THEN
               GO TO P220-CARREGA-AULAS-DIA-FIM
           END-IF.

           PERFORM P225-LE-GRADE THRU P225-LE-GRADE-FIM.
           PERFORM P227-GUARDA-AULA-DIA THRU P227-GUARDA-AULA-DIA-FIM
               UNTIL WS-FIM-GRADE-SIM.

           CLOSE WS-GRADE-FILE.
       P220-CARREGA-AULAS-DIA-FIM.

       P225-LE-GRADE.
           READ WS-GRADE-FILE
               AT END
                   MOVE "S" TO WS-FIM-GRADE-SW
           END-READ.
       P225-LE-GRADE-FIM.

       P227-GUARDA-AULA-DIA.
           IF CPGRADE-TURMA = WS-TURMA-FALTA
              AND CPGRADE-DIA-SEMANA = WS-DIA-SEMANA
              AND WS-QTD-AULAS-DIA < 9 THEN
               ADD 1 TO WS-QTD-AULAS-DIA
               MOVE CPGRADE-AULA
                 TO WS-TAB-AULA-NUM(WS-QTD-AULAS-DIA)
               MOVE CPGRADE-DISCIPLINA
                 TO WS-TAB-AULA-DISC(WS-QTD-AULAS-DIA)
           END-IF.
           PERFORM P225-LE-GRADE THRU P225-LE-GRADE-FIM.
       P227-GUARDA-AULA-DIA-FIM.

       P230-INFORMA-AULA.
           MOVE ZEROS  TO WS-AULA-FALTA.
           MOVE SPACES TO WS-DISCIPLINA-FALTA.

           IF WS-QTD-AULAS-DIA = ZEROS THEN
               DISPLAY 'TURMA SEM GRADE HORARIA NESSE DIA DA SEMANA - '
                       'AS FALTAS SERAO LANCADAS PELO DIA INTEIRO'
               GO TO P230-INFORMA-AULA-FIM
           END-IF.

           DISPLAY 'AULAS DA TURMA ' WS-TURMA-FALTA ' NO DIA:'
           MOVE 1 TO WS-IDX-AULA-DIA.
           PERFORM P235-MOSTRA-AULA THRU P235-MOSTRA-AULA-FIM
               UNTIL WS-IDX-AULA-DIA > WS-QTD-AULAS-DIA.

           MOVE "N" TO WS-AULA-VALIDA-SW.
           PERFORM P240-DIGITA-AULA UNTIL WS-AULA-EH-VALIDA.
       P230-INFORMA-AULA-FIM.

       P235-MOSTRA-AULA.
           DISPLAY '  AULA ' WS-TAB-AULA-NUM(WS-IDX-AULA-DIA) ' - '
                   WS-TAB-AULA-DISC(WS-IDX-AULA-DIA).
           ADD 1 TO WS-IDX-AULA-DIA.
       P235-MOSTRA-AULA-FIM.

       P240-DIGITA-AULA.
           DISPLAY 'INFORME A AULA DA CHAMADA (OU T PARA O DIA '
                   'INTEIRO): '
           MOVE SPACES TO WS-AULA-DIGITADA
           ACCEPT WS-AULA-DIGITADA

           IF WS-AULA-DIGITADA = "T" OR WS-AULA-DIGITADA = "t" THEN
               MOVE ZEROS  TO WS-AULA-FALTA
               MOVE SPACES TO WS-DISCIPLINA-FALTA
               MOVE "S"    TO WS-AULA-VALIDA-SW
               GO TO P240-DIGITA-AULA-FIM
           END-IF

           IF WS-AULA-DIGITADA < "1" OR WS-AULA-DIGITADA > "9" THEN
               DISPLAY 'AULA INVALIDA - DIGITE O NUMERO DA AULA OU T'
               GO TO P240-DIGITA-AULA-FIM
           END-IF

           MOVE WS-AULA-DIGITADA TO WS-AULA-FALTA
           MOVE 1 TO WS-IDX-AULA-DIA
           PERFORM P245-PROCURA-AULA THRU P245-PROCURA-AULA-FIM
               UNTIL WS-IDX-AULA-DIA > WS-QTD-AULAS-DIA
                  OR WS-AULA-EH-VALIDA

           IF WS-AULA-EH-VALIDA THEN
               DISPLAY 'CHAMADA DA AULA ' WS-AULA-FALTA ' - '
                       WS-DISCIPLINA-FALTA
           ELSE
               DISPLAY 'A AULA ' WS-AULA-FALTA ' NAO CONSTA DA GRADE '
                       'DA TURMA NESSE DIA - DIGITE OUTRA'
           END-IF.
       P240-DIGITA-AULA-FIM.

       P245-PROCURA-AULA.
           IF WS-TAB-AULA-NUM(WS-IDX-AULA-DIA) = WS-AULA-FALTA THEN
               MOVE WS-TAB-AULA-DISC(WS-IDX-AULA-DIA)
                 TO WS-DISCIPLINA-FALTA
               MOVE "S" TO WS-AULA-VALIDA-SW
           END-IF.
           ADD 1 TO WS-IDX-AULA-DIA.
       P245-PROCURA-AULA-FIM.

       P250-CARREGA-LANCADOS.
      *    AS FALTAS JA GRAVADAS PARA A DATA E TURMA DO DIA SAO
      *    GUARDADAS PARA A SESSAO RECUSAR LANCAMENTO REPETIDO
           IF WS-FAL-DATA = WS-DATA-FALTA-AAAAMMDD
              AND WS-FAL-TURMA = WS-TURMA-FALTA THEN
               IF WS-QTD-LANCADOS < 500 THEN
                   IF WS-FAL-AULA IS NUMERIC THEN
                       MOVE WS-FAL-AULA TO WS-AULA-LIDA
                   ELSE
                       MOVE ZEROS TO WS-AULA-LIDA
                   END-IF
                   ADD 1 TO WS-QTD-LANCADOS
                   MOVE WS-FAL-NUMERO
                     TO WS-TAB-LANC-NUMERO(WS-QTD-LANCADOS)
                   MOVE WS-AULA-LIDA
                     TO WS-TAB-LANC-AULA(WS-QTD-LANCADOS)
               END-IF
           END-IF.
           PERFORM P260-LE-FALTA THRU P260-LE-FALTA-FIM.

           IF WS-FALTA-JA-LANCADA THEN
               DISPLAY 'FALTA JA LANCADA PARA O ALUNO '
                       WS-NUMERO-DIGITADO ' NESSA DATA, TURMA E AULA '
                       '(OU NO DIA INTEIRO) - LANCAMENTO RECUSADO'
               GO TO P400-LANCA-FALTA-FIM
           END-IF.

           MOVE WS-DATA-YYYYMMDD TO WS-FAL-DATA.
           MOVE WS-TURMA-FALTA   TO WS-FAL-TURMA.
           MOVE WS-NUMERO-DIGITADO TO WS-FAL-NUMERO.
           MOVE WS-AULA-FALTA    TO WS-FAL-AULA.
           MOVE WS-DISCIPLINA-FALTA TO WS-FAL-DISCIPLINA.

           WRITE WS-FALTAS-REGISTRO.
           ADD 1 TO WS-CONT-FALTAS.
           IF WS-QTD-LANCADOS < 500 THEN
               ADD 1 TO WS-QTD-LANCADOS
               MOVE WS-FAL-NUMERO
                 TO WS-TAB-LANC-NUMERO(WS-QTD-LANCADOS)
               MOVE WS-AULA-FALTA
                 TO WS-TAB-LANC-AULA(WS-QTD-LANCADOS)
           END-IF.
       P400-LANCA-FALTA-FIM.

                  OR WS-FALTA-JA-LANCADA.
       P450-CONFERE-DUPLICADA-FIM.

      *    A FALTA DO DIA INTEIRO COBRE TODAS AS AULAS, ENTAO ELA
      *    CONFLITA COM QUALQUER FALTA POR AULA DO MESMO ALUNO
       P460-COMPARA-LANCADO.
           IF WS-TAB-LANC-NUMERO(WS-IDX-LANCADO) = WS-NUMERO-DIGITADO
              AND (WS-TAB-LANC-AULA(WS-IDX-LANCADO) = WS-AULA-FALTA
                   OR WS-TAB-LANC-AULA(WS-IDX-LANCADO) = ZEROS
                   OR WS-AULA-FALTA = ZEROS) THEN
               MOVE "S" TO WS-DUP-ACHADO-SW
           END-IF.
           ADD 1 TO WS-IDX-LANCADO.
