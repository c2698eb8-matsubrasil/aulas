       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE039.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. MANUTENCAO DA
      *                               GRADE HORARIA SEMANAL (GRADE.DAT,
      *                               LAYOUT CPGRADE), NO MOLDE DA
      *                               MANUTENCAO DE FERIADOS DO
      *                               PGEXE015: LISTA (DE UMA TURMA OU
      *                               DE TODAS), INCLUSAO E EXCLUSAO DE
      *                               AULA E GRAVACAO DO ARQUIVO. A
      *                               TURMA E A DISCIPLINA SAO
      *                               CONFERIDAS NAS TABELAS VIA
      *                               PGTABREF, O DIA DA SEMANA VAI DE
      *                               2 (SEGUNDA) A 6 (SEXTA) E A MESMA
      *                               AULA DA TURMA NO MESMO DIA NAO
      *                               PODE TER DUAS DISCIPLINAS. A
      *                               GRADE E MANTIDA NA ORDEM DE
      *                               TURMA, DIA E AULA. E DELA QUE O
      *                               DIARIO (PGEXE020) TIRA AS AULAS DO
      *                               DIA E A APURACAO (PGEXE021) AS
      *                               AULAS DADAS DE CADA DISCIPLINA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-GRADE-FILE   ASSIGN TO "GRADE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-GRADE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-GRADE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-GRADE-REGISTRO.
           COPY CPGRADE.

       WORKING-STORAGE SECTION.
       01 WS-GRADE-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-GRADE-OK             VALUE "00".
           88 WS-GRADE-NAO-EXISTE     VALUE "35".

       01 WS-FIM-GRADE           PIC X(01)    VALUE "N".
           88 WS-FIM-GRADE-SIM        VALUE "S".

       01 WS-OPCAO-MANUT         PIC X(01)    VALUE SPACES.
           88 WS-MANUT-LISTAR         VALUE "1".
           88 WS-MANUT-INCLUIR        VALUE "2".
           88 WS-MANUT-EXCLUIR        VALUE "3".
           88 WS-MANUT-GRAVAR         VALUE "4".
           88 WS-MANUT-SAIR           VALUE "0".

       01 WS-QTD-AULAS           PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-AULA            PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-POSICAO         PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-MOVE            PIC 9(04)    VALUE ZEROS.
       01 WS-QTD-LISTADAS        PIC 9(04)    VALUE ZEROS.

       01 WS-TABELA-GRADE.
           03 WS-TAB-GRADE OCCURS 2000 TIMES.
              05 WS-TAB-CHAVE.
                 07 WS-TAB-TURMA      PIC X(05).
                 07 WS-TAB-DIA        PIC 9(01).
                 07 WS-TAB-AULA       PIC 9(01).
              05 WS-TAB-DISCIPLINA    PIC X(05).

       01 WS-AULA-NOVA.
           03 WS-NOVA-TURMA      PIC X(05)    VALUE SPACES.
           03 WS-NOVA-DIA        PIC 9(01)    VALUE ZEROS.
           03 WS-NOVA-AULA       PIC 9(01)    VALUE ZEROS.
       01 WS-NOVA-DISCIPLINA     PIC X(05)    VALUE SPACES.
       01 WS-AULA-ACHADA-SW      PIC X(01)    VALUE "N".
           88 WS-AULA-ACHADA          VALUE "S".

       01 WS-TURMA-LISTA         PIC X(05)    VALUE SPACES.
       01 WS-DIA-DIGITADO        PIC X(01)    VALUE SPACES.
       01 WS-AULA-DIGITADA       PIC X(01)    VALUE SPACES.
       01 WS-DIGITO-VALIDO-SW    PIC X(01)    VALUE "N".
           88 WS-DIGITO-EH-VALIDO     VALUE "S".

       01 WS-NOMES-DIAS.
           03 FILLER             PIC X(08)    VALUE "SEGUNDA".
           03 FILLER             PIC X(08)    VALUE "TERCA".
           03 FILLER             PIC X(08)    VALUE "QUARTA".
           03 FILLER             PIC X(08)    VALUE "QUINTA".
           03 FILLER             PIC X(08)    VALUE "SEXTA".
       01 WS-NOMES-DIAS-R  REDEFINES  WS-NOMES-DIAS.
           03 WS-NOME-DIA        PIC X(08)    OCCURS 5 TIMES.
       01 WS-IDX-NOME-DIA        PIC 9(01)    VALUE ZEROS.

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-ALTERADO-SW         PIC X(01)    VALUE "N".
           88 WS-TABELA-ALTERADA      VALUE "S".

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-MANUT
           MOVE "N"    TO WS-ALTERADO-SW WS-TRUNCADO-SW

           DISPLAY 'MANUTENCAO DA GRADE HORARIA SEMANAL'

           PERFORM P100-CARREGA-GRADE THRU P100-CARREGA-GRADE-FIM

           PERFORM P200-MENU-MANUTENCAO THRU P200-MENU-MANUTENCAO-FIM
               UNTIL WS-MANUT-SAIR

           IF WS-TABELA-ALTERADA THEN
               DISPLAY 'ATENCAO: ALTERACOES NAO GRAVADAS FORAM '
                       'DESCARTADAS'
           END-IF

           GOBACK.

       P100-CARREGA-GRADE.
           MOVE ZEROS TO WS-QTD-AULAS.
           MOVE "N"   TO WS-FIM-GRADE.

           OPEN INPUT WS-GRADE-FILE.

           IF WS-GRADE-NAO-EXISTE THEN
               DISPLAY 'GRADE HORARIA (GRADE.DAT) NAO ENCONTRADA - '
                       'INICIANDO UMA GRADE VAZIA'
           ELSE
               PERFORM P110-LE-GRADE THRU P110-LE-GRADE-FIM
               PERFORM P120-GUARDA-AULA THRU P120-GUARDA-AULA-FIM
                   UNTIL WS-FIM-GRADE-SIM
                      OR WS-QTD-AULAS = 2000
               CLOSE WS-GRADE-FILE
               DISPLAY 'AULAS CARREGADAS: ' WS-QTD-AULAS

               IF NOT WS-FIM-GRADE-SIM THEN
                   MOVE "S" TO WS-TRUNCADO-SW
                   DISPLAY 'AVISO: TABELA DA GRADE CHEIA - O ARQUIVO '
                           'TEM MAIS LINHAS DO QUE AS 2000 POSICOES '
                           'CARREGADAS'
                   DISPLAY 'A OPCAO GRAVAR FICA BLOQUEADA PARA NAO '
                           'DESTRUIR AS AULAS NAO CARREGADAS'
               END-IF
           END-IF.
       P100-CARREGA-GRADE-FIM.

       P110-LE-GRADE.
           READ WS-GRADE-FILE
               AT END
                   MOVE "S" TO WS-FIM-GRADE
           END-READ.
       P110-LE-GRADE-FIM.

       P120-GUARDA-AULA.
           ADD 1 TO WS-QTD-AULAS.
           MOVE CPGRADE-TURMA      TO WS-TAB-TURMA(WS-QTD-AULAS).
           MOVE CPGRADE-DIA-SEMANA TO WS-TAB-DIA(WS-QTD-AULAS).
           MOVE CPGRADE-AULA       TO WS-TAB-AULA(WS-QTD-AULAS).
           MOVE CPGRADE-DISCIPLINA TO WS-TAB-DISCIPLINA(WS-QTD-AULAS).

           PERFORM P110-LE-GRADE THRU P110-LE-GRADE-FIM.
       P120-GUARDA-AULA-FIM.

       P200-MENU-MANUTENCAO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY 'AULAS CADASTRADAS NA GRADE: ' WS-QTD-AULAS
           DISPLAY '1 - LISTAR A GRADE'
           DISPLAY '2 - INCLUIR AULA'
           DISPLAY '3 - EXCLUIR AULA'
           DISPLAY '4 - GRAVAR A GRADE'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-MANUT

           EVALUATE TRUE
               WHEN WS-MANUT-LISTAR
                   PERFORM P300-LISTA-GRADE THRU P300-LISTA-GRADE-FIM
               WHEN WS-MANUT-INCLUIR
                   PERFORM P400-INCLUI-AULA THRU P400-INCLUI-AULA-FIM
               WHEN WS-MANUT-EXCLUIR
                   PERFORM P500-EXCLUI-AULA THRU P500-EXCLUI-AULA-FIM
               WHEN WS-MANUT-GRAVAR
                   PERFORM P600-GRAVA-GRADE THRU P600-GRAVA-GRADE-FIM
               WHEN WS-MANUT-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-MANUTENCAO-FIM.

       P300-LISTA-GRADE.
           IF WS-QTD-AULAS = ZEROS THEN
               DISPLAY 'A GRADE ESTA VAZIA'
               GO TO P300-LISTA-GRADE-FIM
           END-IF.

           DISPLAY 'TURMA A LISTAR (EM BRANCO PARA TODAS): '
           MOVE SPACES TO WS-TURMA-LISTA
           ACCEPT WS-TURMA-LISTA.

           MOVE ZEROS TO WS-QTD-LISTADAS.
           MOVE 1     TO WS-IDX-AULA.
           PERFORM P310-LISTA-UMA-AULA THRU P310-LISTA-UMA-AULA-FIM
               UNTIL WS-IDX-AULA > WS-QTD-AULAS.

           IF WS-QTD-LISTADAS = ZEROS THEN
               DISPLAY 'NENHUMA AULA NA GRADE DA TURMA '
                       WS-TURMA-LISTA
           END-IF.
       P300-LISTA-GRADE-FIM.

       P310-LISTA-UMA-AULA.
           IF WS-TURMA-LISTA = SPACES
              OR WS-TAB-TURMA(WS-IDX-AULA) = WS-TURMA-LISTA THEN
               ADD 1 TO WS-QTD-LISTADAS
               COMPUTE WS-IDX-NOME-DIA = WS-TAB-DIA(WS-IDX-AULA) - 1
               DISPLAY WS-TAB-TURMA(WS-IDX-AULA) ' '
                       WS-NOME-DIA(WS-IDX-NOME-DIA) ' AULA '
                       WS-TAB-AULA(WS-IDX-AULA) ' '
                       WS-TAB-DISCIPLINA(WS-IDX-AULA)
           END-IF.
           ADD 1 TO WS-IDX-AULA.
       P310-LISTA-UMA-AULA-FIM.

       P400-INCLUI-AULA.
           IF WS-QTD-AULAS = 2000 THEN
               DISPLAY 'A GRADE JA TEM 2000 AULAS - INCLUSAO NEGADA'
               GO TO P400-INCLUI-AULA-FIM
           END-IF.

           PERFORM P700-INFORMA-CHAVE THRU P700-INFORMA-CHAVE-FIM.

           PERFORM P750-PROCURA-AULA THRU P750-PROCURA-AULA-FIM.

           IF WS-AULA-ACHADA THEN
               DISPLAY 'A AULA ' WS-NOVA-AULA ' DA TURMA '
                       WS-NOVA-TURMA ' JA TEM A DISCIPLINA '
                       WS-TAB-DISCIPLINA(WS-IDX-POSICAO)
                       ' NESSE DIA - EXCLUA A AULA ANTES DE TROCAR'
               GO TO P400-INCLUI-AULA-FIM
           END-IF.

           MOVE "N" TO WS-REF-ACHOU-SW.
           PERFORM P440-DIGITA-DISCIPLINA UNTIL WS-REF-ENCONTRADO.

           MOVE WS-QTD-AULAS TO WS-IDX-MOVE.
           PERFORM P450-DESCE-UMA-AULA THRU P450-DESCE-UMA-AULA-FIM
               UNTIL WS-IDX-MOVE < WS-IDX-POSICAO.

           MOVE WS-AULA-NOVA       TO WS-TAB-CHAVE(WS-IDX-POSICAO).
           MOVE WS-NOVA-DISCIPLINA TO WS-TAB-DISCIPLINA(WS-IDX-POSICAO).
           ADD 1 TO WS-QTD-AULAS.

           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'AULA INCLUIDA NA GRADE'.
       P400-INCLUI-AULA-FIM.

       P440-DIGITA-DISCIPLINA.
           DISPLAY 'INFORME O CODIGO DA DISCIPLINA DA AULA: '
           MOVE SPACES TO WS-NOVA-DISCIPLINA
           ACCEPT WS-NOVA-DISCIPLINA

           MOVE "D" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-NOVA-DISCIPLINA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'DISCIPLINA ' WS-NOVA-DISCIPLINA ' - '
                       WS-DESCRICAO-REF
           ELSE
               DISPLAY 'DISCIPLINA NAO CADASTRADA EM DISCIPL.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P440-DIGITA-DISCIPLINA-FIM.

       P450-DESCE-UMA-AULA.
           MOVE WS-TAB-GRADE(WS-IDX-MOVE)
             TO WS-TAB-GRADE(WS-IDX-MOVE + 1).
           SUBTRACT 1 FROM WS-IDX-MOVE.
       P450-DESCE-UMA-AULA-FIM.

       P500-EXCLUI-AULA.
           IF WS-QTD-AULAS = ZEROS THEN
               DISPLAY 'A GRADE ESTA VAZIA'
               GO TO P500-EXCLUI-AULA-FIM
           END-IF.

           PERFORM P700-INFORMA-CHAVE THRU P700-INFORMA-CHAVE-FIM.

           PERFORM P750-PROCURA-AULA THRU P750-PROCURA-AULA-FIM.

           IF NOT WS-AULA-ACHADA THEN
               DISPLAY 'AULA NAO CADASTRADA NA GRADE - EXCLUSAO '
                       'CANCELADA'
               GO TO P500-EXCLUI-AULA-FIM
           END-IF.

           DISPLAY 'CONFIRMA A EXCLUSAO DA AULA '
                   WS-NOVA-AULA ' DE '
                   WS-TAB-DISCIPLINA(WS-IDX-POSICAO) ' (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO P500-EXCLUI-AULA-FIM
           END-IF.

           MOVE WS-IDX-POSICAO TO WS-IDX-MOVE.
           PERFORM P510-SOBE-UMA-AULA THRU P510-SOBE-UMA-AULA-FIM
               UNTIL WS-IDX-MOVE >= WS-QTD-AULAS.

           SUBTRACT 1 FROM WS-QTD-AULAS.
           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'AULA EXCLUIDA DA GRADE'.
       P500-EXCLUI-AULA-FIM.

       P510-SOBE-UMA-AULA.
           ADD 1 TO WS-IDX-MOVE.
           MOVE WS-TAB-GRADE(WS-IDX-MOVE)
             TO WS-TAB-GRADE(WS-IDX-MOVE - 1).
       P510-SOBE-UMA-AULA-FIM.

       P600-GRAVA-GRADE.
           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'GRAVACAO BLOQUEADA: A CARGA NAO COUBE NA '
                       'TABELA E REGRAVAR O ARQUIVO DESTRUIRIA AS '
                       'AULAS NAO CARREGADAS'
               GO TO P600-GRAVA-GRADE-FIM
           END-IF.

           OPEN OUTPUT WS-GRADE-FILE.

           MOVE 1 TO WS-IDX-AULA.
           PERFORM P610-GRAVA-UMA-AULA THRU P610-GRAVA-UMA-AULA-FIM
               UNTIL WS-IDX-AULA > WS-QTD-AULAS.

           CLOSE WS-GRADE-FILE.

           MOVE "N" TO WS-ALTERADO-SW.
           DISPLAY 'GRADE GRAVADA COM ' WS-QTD-AULAS ' AULAS'.
       P600-GRAVA-GRADE-FIM.

       P610-GRAVA-UMA-AULA.
           MOVE SPACES TO WS-GRADE-REGISTRO.
           MOVE WS-TAB-TURMA(WS-IDX-AULA)      TO CPGRADE-TURMA.
           MOVE WS-TAB-DIA(WS-IDX-AULA)        TO CPGRADE-DIA-SEMANA.
           MOVE WS-TAB-AULA(WS-IDX-AULA)       TO CPGRADE-AULA.
           MOVE WS-TAB-DISCIPLINA(WS-IDX-AULA) TO CPGRADE-DISCIPLINA.

           WRITE WS-GRADE-REGISTRO.

           ADD 1 TO WS-IDX-AULA.
       P610-GRAVA-UMA-AULA-FIM.

      *    TURMA, DIA DA SEMANA E NUMERO DA AULA IDENTIFICAM A LINHA
       P700-INFORMA-CHAVE.
           MOVE "N" TO WS-REF-ACHOU-SW.
           PERFORM P710-DIGITA-TURMA UNTIL WS-REF-ENCONTRADO.

           MOVE "N" TO WS-DIGITO-VALIDO-SW.
           PERFORM P720-DIGITA-DIA UNTIL WS-DIGITO-EH-VALIDO.

           MOVE "N" TO WS-DIGITO-VALIDO-SW.
           PERFORM P730-DIGITA-AULA UNTIL WS-DIGITO-EH-VALIDO.
       P700-INFORMA-CHAVE-FIM.

       P710-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA: '
           MOVE SPACES TO WS-NOVA-TURMA
           ACCEPT WS-NOVA-TURMA

           MOVE "T" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-NOVA-TURMA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-NOVA-TURMA ' - ' WS-DESCRICAO-REF
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P710-DIGITA-TURMA-FIM.

       P720-DIGITA-DIA.
           DISPLAY 'DIA DA SEMANA (2 = SEGUNDA ... 6 = SEXTA): '
           ACCEPT WS-DIA-DIGITADO

           IF WS-DIA-DIGITADO >= "2" AND WS-DIA-DIGITADO <= "6" THEN
               MOVE WS-DIA-DIGITADO TO WS-NOVA-DIA
               MOVE "S" TO WS-DIGITO-VALIDO-SW
           ELSE
               DISPLAY 'DIA INVALIDO - DIGITE DE 2 A 6'
           END-IF.
       P720-DIGITA-DIA-FIM.

       P730-DIGITA-AULA.
           DISPLAY 'NUMERO DA AULA NO DIA (1 A 9): '
           ACCEPT WS-AULA-DIGITADA

           IF WS-AULA-DIGITADA >= "1" AND WS-AULA-DIGITADA <= "9" THEN
               MOVE WS-AULA-DIGITADA TO WS-NOVA-AULA
               MOVE "S" TO WS-DIGITO-VALIDO-SW
           ELSE
               DISPLAY 'AULA INVALIDA - DIGITE DE 1 A 9'
           END-IF.
       P730-DIGITA-AULA-FIM.

      *    POSICAO DA AULA NA ORDEM DE TURMA, DIA E AULA; SE A CHAVE
      *    NAO EXISTE, E ONDE ELA DEVE SER INCLUIDA
       P750-PROCURA-AULA.
           MOVE "N" TO WS-AULA-ACHADA-SW.
           MOVE 1   TO WS-IDX-POSICAO.
           PERFORM P755-AVANCA-POSICAO THRU P755-AVANCA-POSICAO-FIM
               UNTIL WS-IDX-POSICAO > WS-QTD-AULAS
                  OR WS-TAB-CHAVE(WS-IDX-POSICAO) >= WS-AULA-NOVA.

           IF WS-IDX-POSICAO <= WS-QTD-AULAS THEN
               IF WS-TAB-CHAVE(WS-IDX-POSICAO) = WS-AULA-NOVA THEN
                   MOVE "S" TO WS-AULA-ACHADA-SW
               END-IF
           END-IF.
       P750-PROCURA-AULA-FIM.

       P755-AVANCA-POSICAO.
           ADD 1 TO WS-IDX-POSICAO.
       P755-AVANCA-POSICAO-FIM.
       END PROGRAM PGEXE039.
