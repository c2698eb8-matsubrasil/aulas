       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGATRIB.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. CONFERE SE O
      *                               OPERADOR DE PERFIL P (PROFESSOR)
      *                               TEM A TURMA/DISCIPLINA ATRIBUIDA,
      *                               NO MOLDE DO PGTABREF: O CADASTRO
      *                               DE PROFESSORES (PROFESS.DAT) E A
      *                               TABELA DE ATRIBUICOES
      *                               (ATRIBUI.DAT) SAO CARREGADOS NA
      *                               PRIMEIRA CHAMADA E O CHAMADOR
      *                               INFORMA O OPERADOR, A TURMA E A
      *                               DISCIPLINA, RECEBENDO O INDICADOR
      *                               DE PERMITIDO. USADO PELO PGEXE007,
      *                               PGEXE010 E PGEXE019 PARA O
      *                               PROFESSOR SO MEXER NAS NOTAS DAS
      *                               SUAS TURMAS. APOS A MANUTENCAO DAS
      *                               ATRIBUICOES (PGEXE034) O CHAMADOR
      *                               DEVE PASSAR O MODULO POR CANCEL,
      *                               COMO O MENU JA FAZ COM O PGTABREF.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PROFESS-FILE ASSIGN TO "PROFESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PROFESS-STATUS.

           SELECT WS-ATRIBUI-FILE ASSIGN TO "ATRIBUI.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-ATRIBUI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-PROFESS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PROFESS-REGISTRO.
           03 WS-PRF-CODIGO       PIC X(05).
           03 WS-PRF-SEP1         PIC X(02).
           03 WS-PRF-NOME         PIC X(30).
           03 WS-PRF-SEP2         PIC X(02).
           03 WS-PRF-OPERADOR     PIC X(08).

       FD  WS-ATRIBUI-FILE
           LABEL RECORD IS STANDARD.
       01  WS-ATRIBUI-REGISTRO.
           03 WS-ATR-TURMA        PIC X(05).
           03 WS-ATR-SEP1         PIC X(02).
           03 WS-ATR-DISCIPLINA   PIC X(05).
           03 WS-ATR-SEP2         PIC X(02).
           03 WS-ATR-PROFESSOR    PIC X(05).

       WORKING-STORAGE SECTION.
       77 WS-PROFESS-STATUS   PIC X(02) VALUE ZEROS.
          88 WS-PROFESS-OK          VALUE "00".
          88 WS-PROFESS-NAO-EXISTE  VALUE "35".
       77 WS-ATRIBUI-STATUS   PIC X(02) VALUE ZEROS.
          88 WS-ATRIBUI-OK          VALUE "00".
          88 WS-ATRIBUI-NAO-EXISTE  VALUE "35".

       77 WS-FIM-PROFESS-SW   PIC X(01) VALUE "N".
          88 WS-FIM-PROFESS-SIM     VALUE "S".
       77 WS-FIM-ATRIBUI-SW   PIC X(01) VALUE "N".
          88 WS-FIM-ATRIBUI-SIM     VALUE "S".
       77 WS-CARGA-FEITA-SW   PIC X(01) VALUE "N".
          88 WS-CARGA-JA-FEITA      VALUE "S".

       77 WS-QTD-PROFESSORES  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATRIBUICOES  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TABELA       PIC 9(03) VALUE ZEROS.
       77 WS-PROFESSOR-ACHADO PIC X(05) VALUE SPACES.

       01 WS-TABELA-PROFESSORES.
          03 WS-TAB-PROFESSOR OCCURS 100 TIMES.
             05 WS-TAB-PRF-CODIGO    PIC X(05).
             05 WS-TAB-PRF-OPERADOR  PIC X(08).

       01 WS-TABELA-ATRIBUICOES.
          03 WS-TAB-ATRIBUICAO OCCURS 300 TIMES.
             05 WS-TAB-ATR-TURMA     PIC X(05).
             05 WS-TAB-ATR-DISC      PIC X(05).
             05 WS-TAB-ATR-PROFESSOR PIC X(05).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR         PIC X(08).
       01 WS-PARM-TURMA            PIC X(05).
       01 WS-PARM-DISCIPLINA       PIC X(05).
       01 WS-PARM-PERMITIDO        PIC X(01).
          88 WS-PARM-ATRIBUIDO          VALUE "S".

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-TURMA
                                 WS-PARM-DISCIPLINA
                                 WS-PARM-PERMITIDO.
       P000-CONFERE-ATRIBUICAO.
            MOVE "N" TO WS-PARM-PERMITIDO.

            IF NOT WS-CARGA-JA-FEITA THEN
                PERFORM P100-CARREGA-TABELAS
                    THRU P100-CARREGA-TABELAS-FIM
            END-IF.

            PERFORM P300-PROCURA-ATRIBUICAO
                THRU P300-PROCURA-ATRIBUICAO-FIM.

            IF WS-PROFESSOR-ACHADO NOT = SPACES THEN
                PERFORM P400-CONFERE-PROFESSOR
                    THRU P400-CONFERE-PROFESSOR-FIM
            END-IF.

            GOBACK.

       P100-CARREGA-TABELAS.
            MOVE "S" TO WS-CARGA-FEITA-SW.

            MOVE ZEROS TO WS-QTD-PROFESSORES.
            MOVE "N"   TO WS-FIM-PROFESS-SW.
            OPEN INPUT WS-PROFESS-FILE.
            IF WS-PROFESS-OK THEN
                PERFORM P110-LE-PROFESSOR THRU P110-LE-PROFESSOR-FIM
                PERFORM P120-GUARDA-PROFESSOR
                    THRU P120-GUARDA-PROFESSOR-FIM
                    UNTIL WS-FIM-PROFESS-SIM
                       OR WS-QTD-PROFESSORES = 100
                CLOSE WS-PROFESS-FILE
            ELSE
                DISPLAY 'CADASTRO DE PROFESSORES (PROFESS.DAT) NAO '
                        'ENCONTRADO - NENHUMA TURMA ATRIBUIDA'
            END-IF.

            MOVE ZEROS TO WS-QTD-ATRIBUICOES.
            MOVE "N"   TO WS-FIM-ATRIBUI-SW.
            OPEN INPUT WS-ATRIBUI-FILE.
            IF WS-ATRIBUI-OK THEN
                PERFORM P130-LE-ATRIBUICAO THRU P130-LE-ATRIBUICAO-FIM
                PERFORM P140-GUARDA-ATRIBUICAO
                    THRU P140-GUARDA-ATRIBUICAO-FIM
                    UNTIL WS-FIM-ATRIBUI-SIM
                       OR WS-QTD-ATRIBUICOES = 300
                CLOSE WS-ATRIBUI-FILE
            ELSE
                DISPLAY 'TABELA DE ATRIBUICOES (ATRIBUI.DAT) NAO '
                        'ENCONTRADA - NENHUMA TURMA ATRIBUIDA'
            END-IF.
       P100-CARREGA-TABELAS-FIM.

       P110-LE-PROFESSOR.
            READ WS-PROFESS-FILE
                AT END
                    MOVE "S" TO WS-FIM-PROFESS-SW
            END-READ.
       P110-LE-PROFESSOR-FIM.

       P120-GUARDA-PROFESSOR.
            ADD 1 TO WS-QTD-PROFESSORES.
            MOVE WS-PRF-CODIGO
              TO WS-TAB-PRF-CODIGO(WS-QTD-PROFESSORES).
            MOVE WS-PRF-OPERADOR
              TO WS-TAB-PRF-OPERADOR(WS-QTD-PROFESSORES).
            PERFORM P110-LE-PROFESSOR THRU P110-LE-PROFESSOR-FIM.
       P120-GUARDA-PROFESSOR-FIM.

       P130-LE-ATRIBUICAO.
            READ WS-ATRIBUI-FILE
                AT END
                    MOVE "S" TO WS-FIM-ATRIBUI-SW
            END-READ.
       P130-LE-ATRIBUICAO-FIM.

       P140-GUARDA-ATRIBUICAO.
            ADD 1 TO WS-QTD-ATRIBUICOES.
            MOVE WS-ATR-TURMA
              TO WS-TAB-ATR-TURMA(WS-QTD-ATRIBUICOES).
            MOVE WS-ATR-DISCIPLINA
              TO WS-TAB-ATR-DISC(WS-QTD-ATRIBUICOES).
            MOVE WS-ATR-PROFESSOR
              TO WS-TAB-ATR-PROFESSOR(WS-QTD-ATRIBUICOES).
            PERFORM P130-LE-ATRIBUICAO THRU P130-LE-ATRIBUICAO-FIM.
       P140-GUARDA-ATRIBUICAO-FIM.

       P300-PROCURA-ATRIBUICAO.
            MOVE SPACES TO WS-PROFESSOR-ACHADO.
            MOVE 1      TO WS-IDX-TABELA.
            PERFORM P310-COMPARA-ATRIBUICAO
                UNTIL WS-IDX-TABELA > WS-QTD-ATRIBUICOES
                   OR WS-PROFESSOR-ACHADO NOT = SPACES.
       P300-PROCURA-ATRIBUICAO-FIM.

       P310-COMPARA-ATRIBUICAO.
            IF WS-TAB-ATR-TURMA(WS-IDX-TABELA) = WS-PARM-TURMA
               AND WS-TAB-ATR-DISC(WS-IDX-TABELA)
                   = WS-PARM-DISCIPLINA THEN
                MOVE WS-TAB-ATR-PROFESSOR(WS-IDX-TABELA)
                  TO WS-PROFESSOR-ACHADO
            END-IF.
            ADD 1 TO WS-IDX-TABELA.
       P310-COMPARA-ATRIBUICAO-FIM.

       P400-CONFERE-PROFESSOR.
            MOVE 1 TO WS-IDX-TABELA.
            PERFORM P410-COMPARA-PROFESSOR
                UNTIL WS-IDX-TABELA > WS-QTD-PROFESSORES
                   OR WS-PARM-ATRIBUIDO.
       P400-CONFERE-PROFESSOR-FIM.

       P410-COMPARA-PROFESSOR.
            IF WS-TAB-PRF-CODIGO(WS-IDX-TABELA) = WS-PROFESSOR-ACHADO
               AND WS-TAB-PRF-OPERADOR(WS-IDX-TABELA)
                   = WS-PARM-OPERADOR THEN
                MOVE "S" TO WS-PARM-PERMITIDO
            END-IF.
            ADD 1 TO WS-IDX-TABELA.
       P410-COMPARA-PROFESSOR-FIM.
       END PROGRAM PGATRIB.
