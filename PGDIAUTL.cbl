      *                               PRIMEIRA CHAMADA, COM A MESMA
      *                               CRITICA DE DATA (PGVALDT) DA
      *                               CARGA QUE FICAVA NO PGEXE004.
      *    15/10/2026    SUPORTE      OS DIAS SEM AULA DO CALENDARIO DA
      *                               ESCOLA (CALENDAR.DAT, MANTIDO
      *                               PELO PGEXE049: RECESSO,
      *                               PLANEJAMENTO, CONSELHO DE CLASSE)
      *                               ENTRAM NA MESMA TABELA DOS
      *                               FERIADOS E DEIXAM DE SER DIA
      *                               UTIL. SEM ELES O PGEXE020 ACEITAVA
      *                               FALTA EM DIA SEM AULA E O
      *                               PGEXE021 CONTAVA O DIA COMO
      *                               LETIVO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WS-FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FERIADOS-STATUS.

           SELECT WS-CALEND-FILE  ASSIGN TO "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CALEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-FERIADOS-FILE
           03 WS-FER-SEP          PIC X(02).
           03 WS-FER-DESCRICAO    PIC X(30).

       FD  WS-CALEND-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CALEND-REGISTRO.
           COPY CPCALEND.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-TRAB==.
       77 WS-DATA-VALIDA-SW   PIC X(01) VALUE "N".
          88 WS-FERIADOS-NAO-EXISTE  VALUE "35".
       77 WS-FIM-FERIADOS-SW  PIC X(01) VALUE "N".
          88 WS-FIM-FERIADOS-SIM    VALUE "S".
       77 WS-CALEND-STATUS    PIC X(02) VALUE ZEROS.
          88 WS-CALEND-OK            VALUE "00".
          88 WS-CALEND-NAO-EXISTE    VALUE "35".
       77 WS-FIM-CALEND-SW    PIC X(01) VALUE "N".
          88 WS-FIM-CALEND-SIM      VALUE "S".
       77 WS-CARGA-FEITA-SW   PIC X(01) VALUE "N".
          88 WS-CARGA-JA-FEITA      VALUE "S".
       77 WS-QTD-FERIADOS     PIC 9(03) VALUE ZEROS.
            IF NOT WS-CARGA-JA-FEITA THEN
                PERFORM P040-CARREGA-FERIADOS
                    THRU P040-CARREGA-FERIADOS-FIM
                PERFORM P050-CARREGA-CALENDARIO
                    THRU P050-CARREGA-CALENDARIO-FIM
            END-IF.

            PERFORM P100-CONVERTE-DATA-1 THRU P100-CONVERTE-DATA-1-FIM.
            END-IF.
       P047-CRITICA-FERIADO-FIM.

      *     O CALENDARIO DA ESCOLA E OPCIONAL: SEM O ARQUIVO SO OS
      *     FERIADOS E OS FINS DE SEMANA FICAM FORA
       P050-CARREGA-CALENDARIO.
            MOVE ZEROS TO WS-QTD-IGNORADOS.
            MOVE "N"   TO WS-FIM-CALEND-SW.

            OPEN INPUT WS-CALEND-FILE.
            IF WS-CALEND-OK THEN
                PERFORM P055-LE-CALENDARIO THRU P055-LE-CALENDARIO-FIM
                    UNTIL WS-FIM-CALEND-SIM
                CLOSE WS-CALEND-FILE
                IF WS-QTD-IGNORADOS > ZEROS THEN
                    DISPLAY 'AVISO: ' WS-QTD-IGNORADOS ' LINHA(S) DE '
                            'CALENDAR.DAT IGNORADA(S) (DATA INVALIDA '
                            'OU TABELA CHEIA)'
                END-IF
            END-IF.
       P050-CARREGA-CALENDARIO-FIM.

       P055-LE-CALENDARIO.
            READ WS-CALEND-FILE
                AT END
                    MOVE "S" TO WS-FIM-CALEND-SW
                NOT AT END
                    PERFORM P057-CRITICA-CALENDARIO
                        THRU P057-CRITICA-CALENDARIO-FIM
            END-READ.
       P055-LE-CALENDARIO-FIM.

       P057-CRITICA-CALENDARIO.
            MOVE "N" TO WS-FERIADO-VALIDO-SW.

            IF CPCAL-DATA IS NUMERIC THEN
                MOVE CPCAL-DD TO WS-FER-DIA-AUX
                MOVE CPCAL-MM TO WS-FER-MES-AUX
                MOVE CPCAL-AA TO WS-FER-ANO-AUX
                CALL "PGVALDT" USING WS-FER-DIA-AUX
                                      WS-FER-MES-AUX
                                      WS-FER-ANO-AUX
                                      WS-FERIADO-VALIDO-SW
            END-IF.

            IF NOT WS-FERIADO-EH-VALIDO
               OR WS-QTD-FERIADOS = 500 THEN
                ADD 1 TO WS-QTD-IGNORADOS
            ELSE
                ADD 1 TO WS-QTD-FERIADOS
                MOVE CPCAL-DATA TO WS-FERIADO(WS-QTD-FERIADOS)
            END-IF.
       P057-CRITICA-CALENDARIO-FIM.

       P100-CONVERTE-DATA-1.
            MOVE "N" TO WS-DATA-VALIDA-SW.
            MOVE WS-PARM-DATA-1 TO WS-DATA-TRAB.
