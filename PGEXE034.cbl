       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE034.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. MANUTENCAO DO
      *                               CADASTRO DE PROFESSORES
      *                               (PROFESS.DAT) E DA TABELA DE
      *                               ATRIBUICOES (ATRIBUI.DAT), NO
      *                               MOLDE DO PGEXE018: O OPERADOR
      *                               ESCOLHE A TABELA E PODE LISTAR,
      *                               INCLUIR E EXCLUIR. CADA PROFESSOR
      *                               E LIGADO AO SEU CODIGO DE
      *                               OPERADOR EM OPERADOR.DAT E CADA
      *                               TURMA/DISCIPLINA (CONFERIDAS VIA
      *                               PGTABREF) A UM UNICO PROFESSOR.
      *                               E ESSA TABELA QUE O PGATRIB
      *                               CONSULTA PARA O PERFIL P SO
      *                               LANCAR NOTA DAS SUAS TURMAS NO
      *                               PGEXE007, PGEXE010 E PGEXE019.
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

           SELECT WS-OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-OPERADOR-STATUS.
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

       FD  WS-OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       01  WS-OPERADOR-REGISTRO.
           03 WS-OPE-CODIGO       PIC X(08).
           03 WS-OPE-SEP1         PIC X(02).
           03 WS-OPE-NOME         PIC X(30).
           03 WS-OPE-SEP2         PIC X(02).
           03 WS-OPE-PERFIL       PIC X(01).
           03 FILLER              PIC X(37).

       WORKING-STORAGE SECTION.
       01 WS-PROFESS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-PROFESS-OK           VALUE "00".
           88 WS-PROFESS-NAO-EXISTE   VALUE "35".

       01 WS-ATRIBUI-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-ATRIBUI-OK           VALUE "00".
           88 WS-ATRIBUI-NAO-EXISTE   VALUE "35".

       01 WS-OPERADOR-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-OPERADOR-OK          VALUE "00".
           88 WS-OPERADOR-NAO-EXISTE  VALUE "35".

       01 WS-FIM-TABELA          PIC X(01)    VALUE "N".
           88 WS-FIM-TABELA-SIM       VALUE "S".
       01 WS-FIM-OPERADOR        PIC X(01)    VALUE "N".
           88 WS-FIM-OPERADOR-SIM     VALUE "S".

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
           88 WS-TABELA-PROFESSORES   VALUE "P".
           88 WS-TABELA-ATRIBUICOES   VALUE "A".
           88 WS-TABELA-SAIR          VALUE "0".

       01 WS-OPCAO-MANUT         PIC X(01)    VALUE SPACES.
           88 WS-MANUT-LISTAR         VALUE "1".
           88 WS-MANUT-INCLUIR        VALUE "2".
           88 WS-MANUT-EXCLUIR        VALUE "3".
           88 WS-MANUT-GRAVAR         VALUE "4".
           88 WS-MANUT-SAIR           VALUE "0".

       01 WS-QTD-CODIGOS         PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-CODIGO          PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-ESCOLHIDO       PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-MOVE            PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-DUPL            PIC 9(03)    VALUE ZEROS.

      *    NOS PROFESSORES A CHAVE E O CODIGO DO PROFESSOR; NAS
      *    ATRIBUICOES E A TURMA SEGUIDA DA DISCIPLINA
       01 WS-TABELA-CODIGOS.
           03 WS-TAB-ENTRADA OCCURS 300 TIMES.
              05 WS-TAB-CHAVE.
                 07 WS-TAB-CODIGO       PIC X(05).
                 07 WS-TAB-DISCIPLINA   PIC X(05).
              05 WS-TAB-NOME            PIC X(30).
              05 WS-TAB-OPERADOR        PIC X(08).
              05 WS-TAB-PROFESSOR       PIC X(05).

      *    PROFESSORES CADASTRADOS, PARA CONFERIR AS ATRIBUICOES
       01 WS-QTD-PROFESSORES     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-PROFESSOR       PIC 9(03)    VALUE ZEROS.
       01 WS-CADASTRO-PROFESSORES.
           03 WS-TAB-PROF OCCURS 100 TIMES.
              05 WS-TAB-PRF-CODIGO      PIC X(05).
              05 WS-TAB-PRF-NOME        PIC X(30).

       01 WS-ALTERADO-SW         PIC X(01)    VALUE "N".
           88 WS-TABELA-ALTERADA      VALUE "S".

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-CHAVE-NOVA.
           03 WS-CODIGO-NOVO     PIC X(05)    VALUE SPACES.
           03 WS-DISCIPLINA-NOVA PIC X(05)    VALUE SPACES.
       01 WS-NOME-NOVO           PIC X(30)    VALUE SPACES.
       01 WS-OPERADOR-NOVO       PIC X(08)    VALUE SPACES.
       01 WS-PROFESSOR-NOVO      PIC X(05)    VALUE SPACES.
       01 WS-NOME-PROFESSOR      PIC X(30)    VALUE SPACES.
       01 WS-CODIGO-VALIDO-SW    PIC X(01)    VALUE "N".
           88 WS-CODIGO-EH-VALIDO     VALUE "S".
       01 WS-OPERADOR-ACHOU-SW   PIC X(01)    VALUE "N".
           88 WS-OPERADOR-ENCONTRADO  VALUE "S".
       01 WS-PERFIL-OPERADOR     PIC X(01)    VALUE SPACES.
       01 WS-EM-USO-SW           PIC X(01)    VALUE "N".
           88 WS-PROFESSOR-EM-USO     VALUE "S".
       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.
       01 WS-NOME-TABELA         PIC X(25)    VALUE SPACES.

       01 WS-TIPO-REF            PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-TIPO-TABELA

           DISPLAY 'MANUTENCAO DE PROFESSORES E ATRIBUICOES'

           PERFORM P050-ESCOLHE-TABELA THRU P050-ESCOLHE-TABELA-FIM
               UNTIL WS-TABELA-SAIR

           GOBACK.

       P050-ESCOLHE-TABELA.
           DISPLAY ' '
           DISPLAY 'TABELA A MANTER - <P>ROFESSORES, <A>TRIBUICOES '
                   'OU <0> PARA VOLTAR: '
           ACCEPT WS-TIPO-TABELA

           EVALUATE TRUE
               WHEN WS-TABELA-PROFESSORES
                   MOVE "PROFESSORES (PROFESS.DAT)" TO WS-NOME-TABELA
                   PERFORM P080-MANTEM-TABELA
                       THRU P080-MANTEM-TABELA-FIM
               WHEN WS-TABELA-ATRIBUICOES
                   MOVE "ATRIBUICOES (ATRIBUI.DAT)" TO WS-NOME-TABELA
                   PERFORM P150-CARREGA-PROFESSORES
                       THRU P150-CARREGA-PROFESSORES-FIM
                   PERFORM P080-MANTEM-TABELA
                       THRU P080-MANTEM-TABELA-FIM
               WHEN WS-TABELA-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P050-ESCOLHE-TABELA-FIM.

       P080-MANTEM-TABELA.
           MOVE SPACES TO WS-OPCAO-MANUT.
           MOVE "N"    TO WS-ALTERADO-SW WS-TRUNCADO-SW.

           PERFORM P100-CARREGA-TABELA THRU P100-CARREGA-TABELA-FIM.

           PERFORM P200-MENU-MANUTENCAO THRU P200-MENU-MANUTENCAO-FIM
               UNTIL WS-MANUT-SAIR.

           IF WS-TABELA-ALTERADA THEN
               DISPLAY 'ATENCAO: ALTERACOES NAO GRAVADAS FORAM '
                       'DESCARTADAS'
           END-IF.
       P080-MANTEM-TABELA-FIM.

       P100-CARREGA-TABELA.
           MOVE ZEROS TO WS-QTD-CODIGOS.
           MOVE "N"   TO WS-FIM-TABELA.

           IF WS-TABELA-PROFESSORES THEN
               OPEN INPUT WS-PROFESS-FILE
               IF WS-PROFESS-NAO-EXISTE THEN
                   DISPLAY 'CADASTRO DE PROFESSORES (PROFESS.DAT) NAO '
                           'ENCONTRADO - INICIANDO UM CADASTRO VAZIO'
                   GO TO P100-CARREGA-TABELA-FIM
               END-IF
           ELSE
               OPEN INPUT WS-ATRIBUI-FILE
               IF WS-ATRIBUI-NAO-EXISTE THEN
                   DISPLAY 'TABELA DE ATRIBUICOES (ATRIBUI.DAT) NAO '
                           'ENCONTRADA - INICIANDO UMA TABELA VAZIA'
                   GO TO P100-CARREGA-TABELA-FIM
               END-IF
           END-IF.

           PERFORM P110-LE-CODIGO THRU P110-LE-CODIGO-FIM.
           PERFORM P120-GUARDA-CODIGO THRU P120-GUARDA-CODIGO-FIM
               UNTIL WS-FIM-TABELA-SIM
                  OR WS-QTD-CODIGOS = 300.

           IF WS-TABELA-PROFESSORES THEN
               CLOSE WS-PROFESS-FILE
           ELSE
               CLOSE WS-ATRIBUI-FILE
           END-IF.

           DISPLAY 'REGISTROS CARREGADOS: ' WS-QTD-CODIGOS.

           IF NOT WS-FIM-TABELA-SIM THEN
               MOVE "S" TO WS-TRUNCADO-SW
               DISPLAY 'AVISO: TABELA CHEIA - O ARQUIVO TEM MAIS '
                       'LINHAS DO QUE AS 300 POSICOES CARREGADAS'
               DISPLAY 'A OPCAO GRAVAR FICA BLOQUEADA PARA NAO '
                       'DESTRUIR OS REGISTROS NAO CARREGADOS'
           END-IF.
       P100-CARREGA-TABELA-FIM.

       P110-LE-CODIGO.
           IF WS-TABELA-PROFESSORES THEN
               READ WS-PROFESS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TABELA
               END-READ
           ELSE
               READ WS-ATRIBUI-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TABELA
               END-READ
           END-IF.
       P110-LE-CODIGO-FIM.

       P120-GUARDA-CODIGO.
           ADD 1 TO WS-QTD-CODIGOS.
           MOVE SPACES TO WS-TAB-ENTRADA(WS-QTD-CODIGOS).

           IF WS-TABELA-PROFESSORES THEN
               MOVE WS-PRF-CODIGO   TO WS-TAB-CODIGO(WS-QTD-CODIGOS)
               MOVE WS-PRF-NOME     TO WS-TAB-NOME(WS-QTD-CODIGOS)
               MOVE WS-PRF-OPERADOR TO WS-TAB-OPERADOR(WS-QTD-CODIGOS)
           ELSE
               MOVE WS-ATR-TURMA    TO WS-TAB-CODIGO(WS-QTD-CODIGOS)
               MOVE WS-ATR-DISCIPLINA
                 TO WS-TAB-DISCIPLINA(WS-QTD-CODIGOS)
               MOVE WS-ATR-PROFESSOR
                 TO WS-TAB-PROFESSOR(WS-QTD-CODIGOS)
           END-IF.

           PERFORM P110-LE-CODIGO THRU P110-LE-CODIGO-FIM.
       P120-GUARDA-CODIGO-FIM.

       P150-CARREGA-PROFESSORES.
           MOVE ZEROS TO WS-QTD-PROFESSORES.
           MOVE "N"   TO WS-FIM-TABELA.

           OPEN INPUT WS-PROFESS-FILE.

           IF WS-PROFESS-NAO-EXISTE THEN
               DISPLAY 'CADASTRO DE PROFESSORES (PROFESS.DAT) NAO '
                       'ENCONTRADO - CADASTRE OS PROFESSORES ANTES '
                       'DAS ATRIBUICOES'
               GO TO P150-CARREGA-PROFESSORES-FIM
           END-IF.

           PERFORM P160-LE-PROFESSOR THRU P160-LE-PROFESSOR-FIM.
           PERFORM P170-GUARDA-PROFESSOR THRU P170-GUARDA-PROFESSOR-FIM
               UNTIL WS-FIM-TABELA-SIM
                  OR WS-QTD-PROFESSORES = 100.

           CLOSE WS-PROFESS-FILE.
       P150-CARREGA-PROFESSORES-FIM.

       P160-LE-PROFESSOR.
           READ WS-PROFESS-FILE
               AT END
                   MOVE "S" TO WS-FIM-TABELA
           END-READ.
       P160-LE-PROFESSOR-FIM.

       P170-GUARDA-PROFESSOR.
           ADD 1 TO WS-QTD-PROFESSORES.
           MOVE WS-PRF-CODIGO TO WS-TAB-PRF-CODIGO(WS-QTD-PROFESSORES).
           MOVE WS-PRF-NOME   TO WS-TAB-PRF-NOME(WS-QTD-PROFESSORES).
           PERFORM P160-LE-PROFESSOR THRU P160-LE-PROFESSOR-FIM.
       P170-GUARDA-PROFESSOR-FIM.

       P200-MENU-MANUTENCAO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY 'TABELA DE ' WS-NOME-TABELA
                   ' - ' WS-QTD-CODIGOS ' REGISTROS'
           DISPLAY '1 - LISTAR A TABELA'
           DISPLAY '2 - INCLUIR'
           DISPLAY '3 - EXCLUIR'
           DISPLAY '4 - GRAVAR A TABELA'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-MANUT

           EVALUATE TRUE
               WHEN WS-MANUT-LISTAR
                   PERFORM P300-LISTA-CODIGOS
                       THRU P300-LISTA-CODIGOS-FIM
               WHEN WS-MANUT-INCLUIR
                   IF WS-TABELA-PROFESSORES THEN
                       PERFORM P400-INCLUI-PROFESSOR
                           THRU P400-INCLUI-PROFESSOR-FIM
                   ELSE
                       PERFORM P450-INCLUI-ATRIBUICAO
                           THRU P450-INCLUI-ATRIBUICAO-FIM
                   END-IF
               WHEN WS-MANUT-EXCLUIR
                   PERFORM P500-EXCLUI-CODIGO
                       THRU P500-EXCLUI-CODIGO-FIM
               WHEN WS-MANUT-GRAVAR
                   PERFORM P600-GRAVA-TABELA
                       THRU P600-GRAVA-TABELA-FIM
               WHEN WS-MANUT-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-MANUTENCAO-FIM.

       P300-LISTA-CODIGOS.
           IF WS-QTD-CODIGOS = ZEROS THEN
               DISPLAY 'A TABELA ESTA VAZIA'
           ELSE
               MOVE 1 TO WS-IDX-CODIGO
               PERFORM P310-LISTA-UM-CODIGO
                   THRU P310-LISTA-UM-CODIGO-FIM
                   UNTIL WS-IDX-CODIGO > WS-QTD-CODIGOS
           END-IF.
       P300-LISTA-CODIGOS-FIM.

       P310-LISTA-UM-CODIGO.
           IF WS-TABELA-PROFESSORES THEN
               DISPLAY WS-IDX-CODIGO ' '
                       WS-TAB-CODIGO(WS-IDX-CODIGO) ' '
                       WS-TAB-NOME(WS-IDX-CODIGO) ' '
                       'OPERADOR ' WS-TAB-OPERADOR(WS-IDX-CODIGO)
           ELSE
               MOVE WS-TAB-PROFESSOR(WS-IDX-CODIGO)
                 TO WS-PROFESSOR-NOVO
               PERFORM P470-PROCURA-PROFESSOR
                   THRU P470-PROCURA-PROFESSOR-FIM
               DISPLAY WS-IDX-CODIGO ' '
                       'TURMA ' WS-TAB-CODIGO(WS-IDX-CODIGO) ' '
                       'DISCIPLINA ' WS-TAB-DISCIPLINA(WS-IDX-CODIGO)
                       ' PROFESSOR ' WS-TAB-PROFESSOR(WS-IDX-CODIGO)
                       ' ' WS-NOME-PROFESSOR
           END-IF.
           ADD 1 TO WS-IDX-CODIGO.
       P310-LISTA-UM-CODIGO-FIM.

       P400-INCLUI-PROFESSOR.
           IF WS-QTD-CODIGOS = 300 THEN
               DISPLAY 'A TABELA JA TEM 300 REGISTROS - INCLUSAO '
                       'NEGADA'
               GO TO P400-INCLUI-PROFESSOR-FIM
           END-IF.

           MOVE SPACES TO WS-DISCIPLINA-NOVA.
           MOVE "N" TO WS-CODIGO-VALIDO-SW.
           PERFORM P410-DIGITA-CODIGO THRU P410-DIGITA-CODIGO-FIM
               UNTIL WS-CODIGO-EH-VALIDO.

           MOVE SPACES TO WS-NOME-NOVO.
           DISPLAY 'INFORME O NOME DO PROFESSOR: '
           ACCEPT WS-NOME-NOVO.

           IF WS-NOME-NOVO = SPACES THEN
               DISPLAY 'NOME EM BRANCO - INCLUSAO CANCELADA'
               GO TO P400-INCLUI-PROFESSOR-FIM
           END-IF.

           MOVE SPACES TO WS-OPERADOR-NOVO.
           DISPLAY 'INFORME O CODIGO DE OPERADOR DO PROFESSOR '
                   '(OPERADOR.DAT): '
           ACCEPT WS-OPERADOR-NOVO.

           PERFORM P430-CONFERE-OPERADOR THRU P430-CONFERE-OPERADOR-FIM.

           IF NOT WS-OPERADOR-ENCONTRADO THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU JA LIGADO A OUTRO '
                       'PROFESSOR - INCLUSAO CANCELADA'
               GO TO P400-INCLUI-PROFESSOR-FIM
           END-IF.

           IF WS-PERFIL-OPERADOR NOT = "P" THEN
               DISPLAY 'AVISO: O OPERADOR ' WS-OPERADOR-NOVO
                       ' NAO TEM PERFIL P - A RESTRICAO POR TURMA SO '
                       'VALE PARA O PERFIL P'
           END-IF.

           ADD 1 TO WS-QTD-CODIGOS.
           MOVE SPACES           TO WS-TAB-ENTRADA(WS-QTD-CODIGOS).
           MOVE WS-CODIGO-NOVO   TO WS-TAB-CODIGO(WS-QTD-CODIGOS).
           MOVE WS-NOME-NOVO     TO WS-TAB-NOME(WS-QTD-CODIGOS).
           MOVE WS-OPERADOR-NOVO TO WS-TAB-OPERADOR(WS-QTD-CODIGOS).

           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'PROFESSOR INCLUIDO NA POSICAO ' WS-QTD-CODIGOS.
       P400-INCLUI-PROFESSOR-FIM.

       P410-DIGITA-CODIGO.
           DISPLAY 'INFORME O CODIGO DO PROFESSOR (ATE 5 POSICOES): '
           MOVE SPACES TO WS-CODIGO-NOVO
           ACCEPT WS-CODIGO-NOVO

           IF WS-CODIGO-NOVO = SPACES THEN
               DISPLAY 'CODIGO EM BRANCO - DIGITE NOVAMENTE'
               GO TO P410-DIGITA-CODIGO-FIM
           END-IF.

           PERFORM P420-CONFERE-CHAVE THRU P420-CONFERE-CHAVE-FIM.

           IF NOT WS-CODIGO-EH-VALIDO THEN
               DISPLAY 'CODIGO JA CADASTRADO - DIGITE OUTRO'
           END-IF.
       P410-DIGITA-CODIGO-FIM.

       P420-CONFERE-CHAVE.
           MOVE "S" TO WS-CODIGO-VALIDO-SW.

           MOVE 1 TO WS-IDX-DUPL.
           PERFORM P425-CONFERE-DUPLICADO
               THRU P425-CONFERE-DUPLICADO-FIM
               UNTIL WS-IDX-DUPL > WS-QTD-CODIGOS
                  OR NOT WS-CODIGO-EH-VALIDO.
       P420-CONFERE-CHAVE-FIM.

       P425-CONFERE-DUPLICADO.
           IF WS-TAB-CHAVE(WS-IDX-DUPL) = WS-CHAVE-NOVA THEN
               MOVE "N" TO WS-CODIGO-VALIDO-SW
           END-IF.
           ADD 1 TO WS-IDX-DUPL.
       P425-CONFERE-DUPLICADO-FIM.

       P430-CONFERE-OPERADOR.
      *    O OPERADOR TEM DE EXISTIR EM OPERADOR.DAT E NAO PODE ESTAR
      *    LIGADO A OUTRO PROFESSOR DA TABELA
           MOVE "N"    TO WS-OPERADOR-ACHOU-SW WS-FIM-OPERADOR.
           MOVE SPACES TO WS-PERFIL-OPERADOR.

           IF WS-OPERADOR-NOVO = SPACES THEN
               GO TO P430-CONFERE-OPERADOR-FIM
           END-IF.

           OPEN INPUT WS-OPERADOR-FILE.

           IF WS-OPERADOR-NAO-EXISTE THEN
               DISPLAY 'ARQUIVO DE AUTORIZACAO (OPERADOR.DAT) NAO '
                       'ENCONTRADO'
               GO TO P430-CONFERE-OPERADOR-FIM
           END-IF.

           PERFORM P435-LE-OPERADOR THRU P435-LE-OPERADOR-FIM
               UNTIL WS-FIM-OPERADOR-SIM
                  OR WS-OPERADOR-ENCONTRADO.

           CLOSE WS-OPERADOR-FILE.

           IF NOT WS-OPERADOR-ENCONTRADO THEN
               GO TO P430-CONFERE-OPERADOR-FIM
           END-IF.

           MOVE 1 TO WS-IDX-DUPL.
           PERFORM P437-CONFERE-OPERADOR-USADO
               THRU P437-CONFERE-OPERADOR-USADO-FIM
               UNTIL WS-IDX-DUPL > WS-QTD-CODIGOS
                  OR NOT WS-OPERADOR-ENCONTRADO.
       P430-CONFERE-OPERADOR-FIM.

       P435-LE-OPERADOR.
           READ WS-OPERADOR-FILE
               AT END
                   MOVE "S" TO WS-FIM-OPERADOR
           END-READ.

           IF NOT WS-FIM-OPERADOR-SIM
              AND WS-OPE-CODIGO = WS-OPERADOR-NOVO THEN
               MOVE "S"           TO WS-OPERADOR-ACHOU-SW
               MOVE WS-OPE-PERFIL TO WS-PERFIL-OPERADOR
               DISPLAY 'OPERADOR ' WS-OPE-CODIGO ' - ' WS-OPE-NOME
           END-IF.
       P435-LE-OPERADOR-FIM.

       P437-CONFERE-OPERADOR-USADO.
           IF WS-TAB-OPERADOR(WS-IDX-DUPL) = WS-OPERADOR-NOVO THEN
               MOVE "N" TO WS-OPERADOR-ACHOU-SW
           END-IF.
           ADD 1 TO WS-IDX-DUPL.
       P437-CONFERE-OPERADOR-USADO-FIM.

       P450-INCLUI-ATRIBUICAO.
           IF WS-QTD-CODIGOS = 300 THEN
               DISPLAY 'A TABELA JA TEM 300 REGISTROS - INCLUSAO '
                       'NEGADA'
               GO TO P450-INCLUI-ATRIBUICAO-FIM
           END-IF.

           IF WS-QTD-PROFESSORES = ZEROS THEN
               DISPLAY 'NAO HA PROFESSORES CADASTRADOS - INCLUSAO '
                       'NEGADA'
               GO TO P450-INCLUI-ATRIBUICAO-FIM
           END-IF.

           MOVE "N" TO WS-REF-ACHOU-SW.
           PERFORM P455-DIGITA-TURMA UNTIL WS-REF-ENCONTRADO.

           MOVE "N" TO WS-REF-ACHOU-SW.
           PERFORM P460-DIGITA-DISCIPLINA UNTIL WS-REF-ENCONTRADO.

           PERFORM P420-CONFERE-CHAVE THRU P420-CONFERE-CHAVE-FIM.

           IF NOT WS-CODIGO-EH-VALIDO THEN
               DISPLAY 'A TURMA/DISCIPLINA JA TEM PROFESSOR - EXCLUA '
                       'A ATRIBUICAO ATUAL ANTES DE TROCAR'
               GO TO P450-INCLUI-ATRIBUICAO-FIM
           END-IF.

           MOVE SPACES TO WS-PROFESSOR-NOVO.
           DISPLAY 'INFORME O CODIGO DO PROFESSOR: '
           ACCEPT WS-PROFESSOR-NOVO.

           PERFORM P470-PROCURA-PROFESSOR
               THRU P470-PROCURA-PROFESSOR-FIM.

           IF WS-NOME-PROFESSOR = SPACES THEN
               DISPLAY 'PROFESSOR NAO CADASTRADO EM PROFESS.DAT - '
                       'INCLUSAO CANCELADA'
               GO TO P450-INCLUI-ATRIBUICAO-FIM
           END-IF.

           DISPLAY 'PROFESSOR ' WS-PROFESSOR-NOVO ' - '
                   WS-NOME-PROFESSOR.

           ADD 1 TO WS-QTD-CODIGOS.
           MOVE SPACES             TO WS-TAB-ENTRADA(WS-QTD-CODIGOS).
           MOVE WS-CODIGO-NOVO     TO WS-TAB-CODIGO(WS-QTD-CODIGOS).
           MOVE WS-DISCIPLINA-NOVA TO WS-TAB-DISCIPLINA(WS-QTD-CODIGOS).
           MOVE WS-PROFESSOR-NOVO  TO WS-TAB-PROFESSOR(WS-QTD-CODIGOS).

           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'ATRIBUICAO INCLUIDA NA POSICAO ' WS-QTD-CODIGOS.
       P450-INCLUI-ATRIBUICAO-FIM.

       P455-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA: '
           MOVE SPACES TO WS-CODIGO-NOVO
           ACCEPT WS-CODIGO-NOVO

           MOVE "T" TO WS-TIPO-REF
           CALL "PGTABREF" USING WS-TIPO-REF
                                  WS-CODIGO-NOVO
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-CODIGO-NOVO ' - ' WS-DESCRICAO-REF
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P455-DIGITA-TURMA-FIM.

       P460-DIGITA-DISCIPLINA.
           DISPLAY 'INFORME O CODIGO DA DISCIPLINA: '
           MOVE SPACES TO WS-DISCIPLINA-NOVA
           ACCEPT WS-DISCIPLINA-NOVA

           MOVE "D" TO WS-TIPO-REF
           CALL "PGTABREF" USING WS-TIPO-REF
                                  WS-DISCIPLINA-NOVA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'DISCIPLINA ' WS-DISCIPLINA-NOVA ' - '
                       WS-DESCRICAO-REF
           ELSE
               DISPLAY 'DISCIPLINA NAO CADASTRADA EM DISCIPL.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P460-DIGITA-DISCIPLINA-FIM.

       P470-PROCURA-PROFESSOR.
           MOVE SPACES TO WS-NOME-PROFESSOR.
           MOVE 1      TO WS-IDX-PROFESSOR.
           PERFORM P475-COMPARA-PROFESSOR
               THRU P475-COMPARA-PROFESSOR-FIM
               UNTIL WS-IDX-PROFESSOR > WS-QTD-PROFESSORES
                  OR WS-NOME-PROFESSOR NOT = SPACES.
       P470-PROCURA-PROFESSOR-FIM.

       P475-COMPARA-PROFESSOR.
           IF WS-TAB-PRF-CODIGO(WS-IDX-PROFESSOR)
              = WS-PROFESSOR-NOVO THEN
               MOVE WS-TAB-PRF-NOME(WS-IDX-PROFESSOR)
                 TO WS-NOME-PROFESSOR
           END-IF.
           ADD 1 TO WS-IDX-PROFESSOR.
       P475-COMPARA-PROFESSOR-FIM.

       P500-EXCLUI-CODIGO.
           MOVE ZEROS TO WS-IDX-ESCOLHIDO.

           IF WS-QTD-CODIGOS = ZEROS THEN
               DISPLAY 'A TABELA ESTA VAZIA'
               GO TO P500-EXCLUI-CODIGO-FIM
           END-IF.

           PERFORM P300-LISTA-CODIGOS THRU P300-LISTA-CODIGOS-FIM.

           DISPLAY 'INFORME O NUMERO DO REGISTRO NA LISTA '
                   '(OU 0 PARA CANCELAR): '
           ACCEPT WS-IDX-ESCOLHIDO.

           IF WS-IDX-ESCOLHIDO = ZEROS THEN
               GO TO P500-EXCLUI-CODIGO-FIM
           END-IF.

           IF WS-IDX-ESCOLHIDO > WS-QTD-CODIGOS THEN
               DISPLAY 'NUMERO INVALIDO - EXCLUSAO CANCELADA'
               GO TO P500-EXCLUI-CODIGO-FIM
           END-IF.

      *    PROFESSOR COM TURMA ATRIBUIDA NAO SAI DO CADASTRO: A
      *    ATRIBUICAO FICARIA APONTANDO PARA UM CODIGO INEXISTENTE
           IF WS-TABELA-PROFESSORES THEN
               PERFORM P520-CONFERE-EM-USO THRU P520-CONFERE-EM-USO-FIM
               IF WS-PROFESSOR-EM-USO THEN
                   DISPLAY 'O PROFESSOR TEM TURMAS EM ATRIBUI.DAT - '
                           'EXCLUA AS ATRIBUICOES ANTES'
                   GO TO P500-EXCLUI-CODIGO-FIM
               END-IF
               DISPLAY 'CONFIRMA A EXCLUSAO DE '
                       WS-TAB-NOME(WS-IDX-ESCOLHIDO) ' (S/N)? '
           ELSE
               DISPLAY 'CONFIRMA A EXCLUSAO DA ATRIBUICAO '
                       WS-TAB-CODIGO(WS-IDX-ESCOLHIDO) ' '
                       WS-TAB-DISCIPLINA(WS-IDX-ESCOLHIDO) ' (S/N)? '
           END-IF.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO P500-EXCLUI-CODIGO-FIM
           END-IF.

           MOVE WS-IDX-ESCOLHIDO TO WS-IDX-MOVE.
           PERFORM P510-SOBE-UM-CODIGO THRU P510-SOBE-UM-CODIGO-FIM
               UNTIL WS-IDX-MOVE >= WS-QTD-CODIGOS.

           SUBTRACT 1 FROM WS-QTD-CODIGOS.
           MOVE "S" TO WS-ALTERADO-SW.
           DISPLAY 'REGISTRO EXCLUIDO'.
       P500-EXCLUI-CODIGO-FIM.

       P510-SOBE-UM-CODIGO.
           ADD 1 TO WS-IDX-MOVE.
           MOVE WS-TAB-ENTRADA(WS-IDX-MOVE)
             TO WS-TAB-ENTRADA(WS-IDX-MOVE - 1).
       P510-SOBE-UM-CODIGO-FIM.

       P520-CONFERE-EM-USO.
           MOVE "N" TO WS-EM-USO-SW WS-FIM-TABELA.

           OPEN INPUT WS-ATRIBUI-FILE.

           IF WS-ATRIBUI-NAO-EXISTE THEN
               GO TO P520-CONFERE-EM-USO-FIM
           END-IF.

           PERFORM P525-LE-ATRIBUICAO THRU P525-LE-ATRIBUICAO-FIM
               UNTIL WS-FIM-TABELA-SIM
                  OR WS-PROFESSOR-EM-USO.

           CLOSE WS-ATRIBUI-FILE.
       P520-CONFERE-EM-USO-FIM.

       P525-LE-ATRIBUICAO.
           READ WS-ATRIBUI-FILE
               AT END
                   MOVE "S" TO WS-FIM-TABELA
           END-READ.

           IF NOT WS-FIM-TABELA-SIM
              AND WS-ATR-PROFESSOR
                  = WS-TAB-CODIGO(WS-IDX-ESCOLHIDO) THEN
               MOVE "S" TO WS-EM-USO-SW
           END-IF.
       P525-LE-ATRIBUICAO-FIM.

       P600-GRAVA-TABELA.
           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'GRAVACAO BLOQUEADA: A CARGA NAO COUBE NA '
                       'TABELA E REGRAVAR O ARQUIVO DESTRUIRIA OS '
                       'REGISTROS NAO CARREGADOS'
               GO TO P600-GRAVA-TABELA-FIM
           END-IF.

           IF WS-TABELA-PROFESSORES THEN
               OPEN OUTPUT WS-PROFESS-FILE
           ELSE
               OPEN OUTPUT WS-ATRIBUI-FILE
           END-IF.

           MOVE 1 TO WS-IDX-CODIGO.
           PERFORM P610-GRAVA-UM-CODIGO THRU P610-GRAVA-UM-CODIGO-FIM
               UNTIL WS-IDX-CODIGO > WS-QTD-CODIGOS.

           IF WS-TABELA-PROFESSORES THEN
               CLOSE WS-PROFESS-FILE
           ELSE
               CLOSE WS-ATRIBUI-FILE
           END-IF.

           MOVE "N" TO WS-ALTERADO-SW.
           DISPLAY 'TABELA GRAVADA COM ' WS-QTD-CODIGOS ' REGISTROS'.
       P600-GRAVA-TABELA-FIM.

       P610-GRAVA-UM-CODIGO.
           IF WS-TABELA-PROFESSORES THEN
               MOVE SPACES TO WS-PROFESS-REGISTRO
               MOVE WS-TAB-CODIGO(WS-IDX-CODIGO)   TO WS-PRF-CODIGO
               MOVE WS-TAB-NOME(WS-IDX-CODIGO)     TO WS-PRF-NOME
               MOVE WS-TAB-OPERADOR(WS-IDX-CODIGO) TO WS-PRF-OPERADOR
               WRITE WS-PROFESS-REGISTRO
           ELSE
               MOVE SPACES TO WS-ATRIBUI-REGISTRO
               MOVE WS-TAB-CODIGO(WS-IDX-CODIGO)   TO WS-ATR-TURMA
               MOVE WS-TAB-DISCIPLINA(WS-IDX-CODIGO)
                 TO WS-ATR-DISCIPLINA
               MOVE WS-TAB-PROFESSOR(WS-IDX-CODIGO)
                 TO WS-ATR-PROFESSOR
               WRITE WS-ATRIBUI-REGISTRO
           END-IF.

           ADD 1 TO WS-IDX-CODIGO.
       P610-GRAVA-UM-CODIGO-FIM.
       END PROGRAM PGEXE034.
