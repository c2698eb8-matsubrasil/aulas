      *                               DIGITADO NO LUGAR DE 3B01 NAO
      *                               CRIAR MAIS UMA TURMA FANTASMA NOS
      *                               TOTAIS E NO BOLETIM.
      *    15/10/2026    SUPORTE      ACRESCENTADA A TABELA DE PROMOCAO
      *                               (PROMOCAO.DAT): PARA CADA TURMA, A
      *                               TURMA PARA ONDE VAI O ALUNO
      *                               APROVADO NA VIRADA DO ANO
      *                               (PGEXE032). AS DUAS TURMAS SAO
      *                               CONFERIDAS EM TURMAS.DAT VIA
      *                               PGTABREF; DESTINO EM BRANCO MARCA
      *                               A ULTIMA SERIE (CONCLUINTE).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WS-DISCIPL-FILE ASSIGN TO "DISCIPL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-DISCIPL-STATUS.

           SELECT WS-PROMOCAO-FILE ASSIGN TO "PROMOCAO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PROMOCAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-TURMAS-FILE
           03 WS-DIS-SEP          PIC X(02).
           03 WS-DIS-DESCRICAO    PIC X(30).

       FD  WS-PROMOCAO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PROMOCAO-REGISTRO.
           03 WS-PRO-TURMA        PIC X(05).
           03 WS-PRO-SEP          PIC X(02).
           03 WS-PRO-DESTINO      PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-TURMAS-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-TURMAS-OK            VALUE "00".
           88 WS-DISCIPL-OK           VALUE "00".
           88 WS-DISCIPL-NAO-EXISTE   VALUE "35".

       01 WS-PROMOCAO-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-PROMOCAO-OK          VALUE "00".
           88 WS-PROMOCAO-NAO-EXISTE  VALUE "35".

       01 WS-FIM-TABELA          PIC X(01)    VALUE "N".
           88 WS-FIM-TABELA-SIM       VALUE "S".

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
           88 WS-TABELA-TURMAS        VALUE "T".
           88 WS-TABELA-DISCIPLINAS   VALUE "D".
           88 WS-TABELA-PROMOCAO      VALUE "P".
           88 WS-TABELA-SAIR          VALUE "0".

       01 WS-OPCAO-MANUT         PIC X(01)    VALUE SPACES.
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.
       01 WS-NOME-TABELA         PIC X(20)    VALUE SPACES.

       01 WS-TIPO-REF            PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-TIPO-TABELA

       P050-ESCOLHE-TABELA.
           DISPLAY ' '
           DISPLAY 'TABELA A MANTER - <T>URMAS, <D>ISCIPLINAS, '
                   '<P>ROMOCAO OU <0> PARA VOLTAR: '
           ACCEPT WS-TIPO-TABELA

           EVALUATE TRUE
                   MOVE "DISCIPL (DISCIPL.DAT)" TO WS-NOME-TABELA
                   PERFORM P080-MANTEM-TABELA
                       THRU P080-MANTEM-TABELA-FIM
               WHEN WS-TABELA-PROMOCAO
                   MOVE "PROMOCAO (PROMOCAO)" TO WS-NOME-TABELA
                   PERFORM P080-MANTEM-TABELA
                       THRU P080-MANTEM-TABELA-FIM
               WHEN WS-TABELA-SAIR
                   CONTINUE
               WHEN OTHER
           MOVE ZEROS TO WS-QTD-CODIGOS.
           MOVE "N"   TO WS-FIM-TABELA.

           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   OPEN INPUT WS-TURMAS-FILE
                   IF WS-TURMAS-NAO-EXISTE THEN
                       DISPLAY 'TABELA DE TURMAS (TURMAS.DAT) NAO '
                               'ENCONTRADA - INICIANDO UMA TABELA VAZIA'
                       GO TO P100-CARREGA-TABELA-FIM
                   END-IF
               WHEN WS-TABELA-DISCIPLINAS
                   OPEN INPUT WS-DISCIPL-FILE
                   IF WS-DISCIPL-NAO-EXISTE THEN
                       DISPLAY 'TABELA DE DISCIPLINAS (DISCIPL.DAT) '
                               'NAO ENCONTRADA - INICIANDO UMA TABELA '
                               'VAZIA'
                       GO TO P100-CARREGA-TABELA-FIM
                   END-IF
               WHEN OTHER
                   OPEN INPUT WS-PROMOCAO-FILE
                   IF WS-PROMOCAO-NAO-EXISTE THEN
                       DISPLAY 'TABELA DE PROMOCAO (PROMOCAO.DAT) NAO '
                               'ENCONTRADA - INICIANDO UMA TABELA VAZIA'
                       GO TO P100-CARREGA-TABELA-FIM
                   END-IF
           END-EVALUATE.

           PERFORM P110-LE-CODIGO THRU P110-LE-CODIGO-FIM.
           PERFORM P120-GUARDA-CODIGO THRU P120-GUARDA-CODIGO-FIM
               UNTIL WS-FIM-TABELA-SIM
                  OR WS-QTD-CODIGOS = 100.

           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   CLOSE WS-TURMAS-FILE
               WHEN WS-TABELA-DISCIPLINAS
                   CLOSE WS-DISCIPL-FILE
               WHEN OTHER
                   CLOSE WS-PROMOCAO-FILE
           END-EVALUATE.

           DISPLAY 'CODIGOS CARREGADOS: ' WS-QTD-CODIGOS.

       P100-CARREGA-TABELA-FIM.

       P110-LE-CODIGO.
           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   READ WS-TURMAS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-TABELA
                   END-READ
               WHEN WS-TABELA-DISCIPLINAS
                   READ WS-DISCIPL-FILE
                       AT END
                           MOVE "S" TO WS-FIM-TABELA
                   END-READ
               WHEN OTHER
                   READ WS-PROMOCAO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-TABELA
                   END-READ
           END-EVALUATE.
       P110-LE-CODIGO-FIM.

       P120-GUARDA-CODIGO.
           ADD 1 TO WS-QTD-CODIGOS.
           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   MOVE WS-TUR-CODIGO
                     TO WS-TAB-CODIGO(WS-QTD-CODIGOS)
                   MOVE WS-TUR-DESCRICAO
                     TO WS-TAB-DESCRICAO(WS-QTD-CODIGOS)
               WHEN WS-TABELA-DISCIPLINAS
                   MOVE WS-DIS-CODIGO
                     TO WS-TAB-CODIGO(WS-QTD-CODIGOS)
                   MOVE WS-DIS-DESCRICAO
                     TO WS-TAB-DESCRICAO(WS-QTD-CODIGOS)
               WHEN OTHER
      *            NA PROMOCAO A "DESCRICAO" E A TURMA DE DESTINO
                   MOVE WS-PRO-TURMA
                     TO WS-TAB-CODIGO(WS-QTD-CODIGOS)
                   MOVE WS-PRO-DESTINO
                     TO WS-TAB-DESCRICAO(WS-QTD-CODIGOS)
           END-EVALUATE.

           PERFORM P110-LE-CODIGO THRU P110-LE-CODIGO-FIM.
       P120-GUARDA-CODIGO-FIM.
           PERFORM P410-DIGITA-CODIGO THRU P410-DIGITA-CODIGO-FIM
               UNTIL WS-CODIGO-EH-VALIDO.

           IF WS-TABELA-PROMOCAO THEN
               MOVE "N" TO WS-REF-ACHOU-SW
               PERFORM P430-DIGITA-DESTINO THRU P430-DIGITA-DESTINO-FIM
                   UNTIL WS-REF-ENCONTRADO
               GO TO P400-INCLUI-CODIGO-GRAVA
           END-IF.

           MOVE SPACES TO WS-DESCRICAO-NOVA.
           DISPLAY 'INFORME A DESCRICAO: '
           ACCEPT WS-DESCRICAO-NOVA.
               GO TO P400-INCLUI-CODIGO-FIM
           END-IF.

       P400-INCLUI-CODIGO-GRAVA.

           ADD 1 TO WS-QTD-CODIGOS.
           MOVE WS-CODIGO-NOVO    TO WS-TAB-CODIGO(WS-QTD-CODIGOS).
           MOVE WS-DESCRICAO-NOVA TO WS-TAB-DESCRICAO(WS-QTD-CODIGOS).
               GO TO P410-DIGITA-CODIGO-FIM
           END-IF.

      *    NA PROMOCAO O CODIGO E UMA TURMA JA CADASTRADA
           IF WS-TABELA-PROMOCAO THEN
               MOVE "T" TO WS-TIPO-REF
               CALL "PGTABREF" USING WS-TIPO-REF
                                      WS-CODIGO-NOVO
                                      WS-DESCRICAO-REF
                                      WS-REF-ACHOU-SW
               IF NOT WS-REF-ENCONTRADO THEN
                   DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                           'DIGITE OUTRO CODIGO'
                   GO TO P410-DIGITA-CODIGO-FIM
               END-IF
           END-IF.

           MOVE "S" TO WS-CODIGO-VALIDO-SW.

           MOVE 1 TO WS-IDX-DUPL.
           ADD 1 TO WS-IDX-DUPL.
       P420-CONFERE-DUPLICADO-FIM.

       P430-DIGITA-DESTINO.
           DISPLAY 'INFORME A TURMA DE DESTINO DO APROVADO '
                   '(BRANCO = CONCLUINTE): '
           MOVE SPACES TO WS-DESCRICAO-NOVA
           ACCEPT WS-DESCRICAO-NOVA

           IF WS-DESCRICAO-NOVA = SPACES THEN
               MOVE "S" TO WS-REF-ACHOU-SW
               GO TO P430-DIGITA-DESTINO-FIM
           END-IF

           MOVE "T" TO WS-TIPO-REF
           CALL "PGTABREF" USING WS-TIPO-REF
                                  WS-DESCRICAO-NOVA(1:5)
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF NOT WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P430-DIGITA-DESTINO-FIM.

       P500-EXCLUI-CODIGO.
           MOVE ZEROS TO WS-IDX-ESCOLHIDO.

               GO TO P600-GRAVA-TABELA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   OPEN OUTPUT WS-TURMAS-FILE
               WHEN WS-TABELA-DISCIPLINAS
                   OPEN OUTPUT WS-DISCIPL-FILE
               WHEN OTHER
                   OPEN OUTPUT WS-PROMOCAO-FILE
           END-EVALUATE.

           MOVE 1 TO WS-IDX-CODIGO.
           PERFORM P610-GRAVA-UM-CODIGO THRU P610-GRAVA-UM-CODIGO-FIM
               UNTIL WS-IDX-CODIGO > WS-QTD-CODIGOS.

           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   CLOSE WS-TURMAS-FILE
               WHEN WS-TABELA-DISCIPLINAS
                   CLOSE WS-DISCIPL-FILE
               WHEN OTHER
                   CLOSE WS-PROMOCAO-FILE
           END-EVALUATE.

           MOVE "N" TO WS-ALTERADO-SW.
           DISPLAY 'TABELA GRAVADA COM ' WS-QTD-CODIGOS ' CODIGOS'.
       P600-GRAVA-TABELA-FIM.

       P610-GRAVA-UM-CODIGO.
           EVALUATE TRUE
               WHEN WS-TABELA-TURMAS
                   MOVE SPACES TO WS-TURMAS-REGISTRO
                   MOVE WS-TAB-CODIGO(WS-IDX-CODIGO) TO WS-TUR-CODIGO
                   MOVE WS-TAB-DESCRICAO(WS-IDX-CODIGO)
                     TO WS-TUR-DESCRICAO
                   WRITE WS-TURMAS-REGISTRO
               WHEN WS-TABELA-DISCIPLINAS
                   MOVE SPACES TO WS-DISCIPL-REGISTRO
                   MOVE WS-TAB-CODIGO(WS-IDX-CODIGO) TO WS-DIS-CODIGO
                   MOVE WS-TAB-DESCRICAO(WS-IDX-CODIGO)
                     TO WS-DIS-DESCRICAO
                   WRITE WS-DISCIPL-REGISTRO
               WHEN OTHER
                   MOVE SPACES TO WS-PROMOCAO-REGISTRO
                   MOVE WS-TAB-CODIGO(WS-IDX-CODIGO) TO WS-PRO-TURMA
                   MOVE WS-TAB-DESCRICAO(WS-IDX-CODIGO)
                     TO WS-PRO-DESTINO
                   WRITE WS-PROMOCAO-REGISTRO
           END-EVALUATE.

           ADD 1 TO WS-IDX-CODIGO.
       P610-GRAVA-UM-CODIGO-FIM.
