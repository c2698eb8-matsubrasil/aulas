       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE040.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. PEDIDO DE
      *                               ALTERACAO DE NOTA FORA DA JANELA
      *                               (PEDNOTA.DAT, LAYOUT CPPEDIDO),
      *                               REGISTRADO PELA SECRETARIA: A
      *                               CHAVE DO ALUNO E CONFERIDA NO
      *                               CADASTRO MESTRE, A JANELA DO
      *                               BIMESTRE PRECISA ESTAR FECHADA
      *                               (COM ELA ABERTA A CORRECAO E
      *                               FEITA PELO LANCAMENTO NORMAL), O
      *                               VALOR ANTERIOR VEM DO MESTRE E A
      *                               JUSTIFICATIVA E OBRIGATORIA. O
      *                               PEDIDO NASCE PENDENTE, COM NUMERO
      *                               SEQUENCIAL, E SO CHEGA AO MESTRE
      *                               DEPOIS DE APROVADO PELA DIRECAO
      *                               NO PGEXE041. SUBSTITUI O OVERRIDE
      *                               DO PERFIL T NO PGEXE007 E NO
      *                               PGEXE010.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-PEDIDO-FILE  ASSIGN TO "PEDNOTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPPED-NUMERO
                  FILE STATUS  IS WS-PEDIDO-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-PEDIDO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PEDIDO-REGISTRO.
           COPY CPPEDIDO.

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       WORKING-STORAGE SECTION.
       01 WS-PEDIDO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-PEDIDO-OK            VALUE "00".
           88 WS-PEDIDO-NAO-EXISTE    VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".

       01 WS-FIM-PEDIDO          PIC X(01)    VALUE "N".
           88 WS-FIM-PEDIDO-SIM       VALUE "S".

       01 WS-OPCAO-PEDIDO        PIC X(01)    VALUE SPACES.
           88 WS-PEDIDO-REGISTRAR     VALUE "1".
           88 WS-PEDIDO-CONSULTAR     VALUE "2".
           88 WS-PEDIDO-LISTAR        VALUE "3".
           88 WS-PEDIDO-SAIR          VALUE "0".

       01 WS-TURMA-ALUNO         PIC X(05)    VALUE SPACES.
       01 WS-DISCIPLINA-ALUNO    PIC X(05)    VALUE SPACES.
       01 WS-BIMESTRE-ALUNO      PIC 9(01)    VALUE ZEROS.
       01 WS-BIMESTRE-DIGITADO   PIC X(01)    VALUE SPACES.
       01 WS-BIMESTRE-VALIDO-SW  PIC X(01)    VALUE "N".
           88 WS-BIMESTRE-EH-VALIDO   VALUE "S".
       01 WS-NUMERO-ALUNO        PIC 9(05)    VALUE ZEROS.
       01 WS-NUMERO-DIGITADO     PIC X(05)    VALUE SPACES.
       01 WS-NUMERO-VALIDO-SW    PIC X(01)    VALUE "N".
           88 WS-NUMERO-EH-VALIDO     VALUE "S".

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-ALUNO-ACHADO-SW     PIC X(01)    VALUE "N".
           88 WS-ALUNO-ACHADO         VALUE "S".

       01 WS-JANELA-ABERTA-SW    PIC X(01)    VALUE "N".
           88 WS-JANELA-ABERTA        VALUE "S".

       01 WS-CAMPO-ESCOLHIDO     PIC X(01)    VALUE SPACES.
           88 WS-CAMPO-NOTA           VALUE "1" "2" "3" "4".
           88 WS-CAMPO-FREQUENCIA     VALUE "F" "f".
           88 WS-CAMPO-RECUPERACAO    VALUE "R" "r".
       01 WS-CAMPO-VALIDO-SW     PIC X(01)    VALUE "N".
           88 WS-CAMPO-EH-VALIDO      VALUE "S".
       01 WS-IDX-NOTA            PIC 9(01)    VALUE ZEROS.

       01 WS-VALOR-ANTERIOR      PIC 9(03)V99 VALUE ZEROS.
       01 WS-VALOR-NOVO          PIC 9(03)V99 VALUE ZEROS.

       01 WS-NOTA-DIGITADA       PIC 9(02)V99 VALUE ZEROS.
       01 WS-NOTA-DIGITADA-STR   PIC X(05)    VALUE SPACES.
       01 WS-NOTA-EDITADA REDEFINES WS-NOTA-DIGITADA-STR PIC 99,99.
       01 WS-ROTULO-NOTA         PIC X(10)    VALUE SPACES.
       01 WS-NOTA-VALIDA-SW      PIC X(01)    VALUE "N".
           88 WS-NOTA-EH-VALIDA       VALUE "S".

       01 WS-FREQUENCIA          PIC 9(03)    VALUE ZEROS.
       01 WS-FREQUENCIA-STR      PIC X(03)    VALUE SPACES.
       01 WS-FREQ-VALIDA-SW      PIC X(01)    VALUE "N".
           88 WS-FREQ-EH-VALIDA       VALUE "S".

       01 WS-JUSTIFICATIVA       PIC X(60)    VALUE SPACES.

       01 WS-PROXIMO-PEDIDO      PIC 9(06)    VALUE ZEROS.
       01 WS-PEDIDO-DIGITADO     PIC X(06)    VALUE SPACES.
       01 WS-DUPLICADO-SW        PIC X(01)    VALUE "N".
           88 WS-PEDIDO-DUPLICADO     VALUE "S".
       01 WS-NUMERO-DUPLICADO    PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-LISTADOS       PIC 9(05)    VALUE ZEROS.

       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       01 WS-NOTA-MOSTRA         PIC ZZ,99.
       01 WS-VALOR-MOSTRA        PIC ZZ9,99.
       01 WS-VALOR-MOSTRA-2      PIC ZZ9,99.

       01 WS-DATA-CORRENTE.
           03 WS-DC-DATA         PIC 9(08).
           03 WS-DC-HORA         PIC 9(06).
           03 FILLER             PIC X(07).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).
       01 WS-PARM-PERFIL         PIC X(01).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-PEDIDO

           DISPLAY 'PEDIDO DE ALTERACAO DE NOTA FORA DA JANELA'

           OPEN INPUT WS-MESTRE-FILE

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO ENCONTRADO '
                       '- NAO HA NOTA PARA ALTERAR'
               GOBACK
           END-IF

           OPEN I-O WS-PEDIDO-FILE

           IF WS-PEDIDO-NAO-EXISTE THEN
               OPEN OUTPUT WS-PEDIDO-FILE
               CLOSE WS-PEDIDO-FILE
               OPEN I-O WS-PEDIDO-FILE
           END-IF

           PERFORM P200-MENU-PEDIDO THRU P200-MENU-PEDIDO-FIM
               UNTIL WS-PEDIDO-SAIR

           CLOSE WS-PEDIDO-FILE
                 WS-MESTRE-FILE

           GOBACK.

       P200-MENU-PEDIDO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY '1 - REGISTRAR PEDIDO DE ALTERACAO'
           DISPLAY '2 - CONSULTAR UM PEDIDO'
           DISPLAY '3 - LISTAR OS PEDIDOS PENDENTES'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-PEDIDO

           EVALUATE TRUE
               WHEN WS-PEDIDO-REGISTRAR
                   PERFORM P400-REGISTRA-PEDIDO
                       THRU P400-REGISTRA-PEDIDO-FIM
               WHEN WS-PEDIDO-CONSULTAR
                   PERFORM P300-CONSULTA-PEDIDO
                       THRU P300-CONSULTA-PEDIDO-FIM
               WHEN WS-PEDIDO-LISTAR
                   PERFORM P350-LISTA-PENDENTES
                       THRU P350-LISTA-PENDENTES-FIM
               WHEN WS-PEDIDO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-PEDIDO-FIM.

       P300-CONSULTA-PEDIDO.
           DISPLAY 'INFORME O NUMERO DO PEDIDO (6 DIGITOS): '
           ACCEPT WS-PEDIDO-DIGITADO.

           IF WS-PEDIDO-DIGITADO IS NOT NUMERIC THEN
               DISPLAY 'NUMERO INVALIDO - DIGITE 6 DIGITOS, EX: 000012'
               GO TO P300-CONSULTA-PEDIDO-FIM
           END-IF.

           MOVE WS-PEDIDO-DIGITADO TO CPPED-NUMERO.

           READ WS-PEDIDO-FILE
               INVALID KEY
                   DISPLAY 'PEDIDO ' WS-PEDIDO-DIGITADO
                           ' NAO ENCONTRADO'
                   GO TO P300-CONSULTA-PEDIDO-FIM
           END-READ.

           PERFORM P850-MOSTRA-PEDIDO THRU P850-MOSTRA-PEDIDO-FIM.
       P300-CONSULTA-PEDIDO-FIM.

       P350-LISTA-PENDENTES.
           MOVE ZEROS TO WS-CONT-LISTADOS CPPED-NUMERO.
           MOVE "N"   TO WS-FIM-PEDIDO.

           START WS-PEDIDO-FILE KEY IS >= CPPED-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEDIDO
           END-START.

           PERFORM P360-LE-PROXIMO THRU P360-LE-PROXIMO-FIM.
           PERFORM P370-LISTA-UM-PEDIDO THRU P370-LISTA-UM-PEDIDO-FIM
               UNTIL WS-FIM-PEDIDO-SIM.

           IF WS-CONT-LISTADOS = ZEROS THEN
               DISPLAY 'NENHUM PEDIDO PENDENTE'
           ELSE
               DISPLAY 'PEDIDOS PENDENTES: ' WS-CONT-LISTADOS
           END-IF.
       P350-LISTA-PENDENTES-FIM.

       P360-LE-PROXIMO.
           IF NOT WS-FIM-PEDIDO-SIM THEN
               READ WS-PEDIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PEDIDO
               END-READ
           END-IF.
       P360-LE-PROXIMO-FIM.

       P370-LISTA-UM-PEDIDO.
           IF CPPED-PENDENTE THEN
               ADD 1 TO WS-CONT-LISTADOS
               MOVE CPPED-VALOR-ANTERIOR TO WS-VALOR-MOSTRA
               MOVE CPPED-VALOR-NOVO     TO WS-VALOR-MOSTRA-2
               DISPLAY CPPED-NUMERO ' '
                       CPPED-TURMA ' '
                       CPPED-DISCIPLINA ' BIM '
                       CPPED-BIMESTRE ' '
                       CPPED-NUMERO-ALUNO ' CAMPO '
                       CPPED-CAMPO ' DE '
                       WS-VALOR-MOSTRA ' PARA '
                       WS-VALOR-MOSTRA-2 ' POR '
                       CPPED-SOLICITANTE
           END-IF.
           PERFORM P360-LE-PROXIMO THRU P360-LE-PROXIMO-FIM.
       P370-LISTA-UM-PEDIDO-FIM.

       P400-REGISTRA-PEDIDO.
           PERFORM P450-INFORMA-TURMA THRU P450-INFORMA-TURMA-FIM.
           PERFORM P460-INFORMA-DISCIPLINA
               THRU P460-INFORMA-DISCIPLINA-FIM.
           PERFORM P440-INFORMA-BIMESTRE
               THRU P440-INFORMA-BIMESTRE-FIM.
           PERFORM P410-INFORMA-NUMERO THRU P410-INFORMA-NUMERO-FIM.

           PERFORM P500-LE-MESTRE THRU P500-LE-MESTRE-FIM.
           IF NOT WS-ALUNO-ACHADO THEN
               DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO MESTRE - '
                       'PEDIDO CANCELADO'
               GO TO P400-REGISTRA-PEDIDO-FIM
           END-IF.

           PERFORM P510-MOSTRA-ALUNO THRU P510-MOSTRA-ALUNO-FIM.

      *    COM A JANELA ABERTA A CORRECAO E FEITA PELO LANCAMENTO
      *    NORMAL; O PEDIDO E SO PARA O BIMESTRE JA FECHADO
           MOVE "N" TO WS-JANELA-ABERTA-SW.
           CALL "PGJANELA" USING WS-BIMESTRE-ALUNO
                                  WS-JANELA-ABERTA-SW.

           IF WS-JANELA-ABERTA THEN
               DISPLAY 'A JANELA DO BIMESTRE ' WS-BIMESTRE-ALUNO
                       ' ESTA ABERTA - CORRIJA PELO LANCAMENTO NORMAL '
                       '(OPCAO 2, 4 OU 5 DO MENU)'
               GO TO P400-REGISTRA-PEDIDO-FIM
           END-IF.

           PERFORM P520-INFORMA-CAMPO THRU P520-INFORMA-CAMPO-FIM.
           IF NOT WS-CAMPO-EH-VALIDO THEN
               GO TO P400-REGISTRA-PEDIDO-FIM
           END-IF.

           PERFORM P550-CONFERE-DUPLICADO
               THRU P550-CONFERE-DUPLICADO-FIM.
           IF WS-PEDIDO-DUPLICADO THEN
               DISPLAY 'JA EXISTE O PEDIDO ' WS-NUMERO-DUPLICADO
                       ' PENDENTE PARA ESTE ALUNO E CAMPO - AGUARDE A '
                       'DECISAO DA DIRECAO'
               GO TO P400-REGISTRA-PEDIDO-FIM
           END-IF.

           IF WS-CAMPO-FREQUENCIA THEN
               PERFORM P270-INFORMA-FREQUENCIA
                   THRU P270-INFORMA-FREQUENCIA-FIM
               MOVE WS-FREQUENCIA TO WS-VALOR-NOVO
           ELSE
               PERFORM P250-INFORMA-NOTA THRU P250-INFORMA-NOTA-FIM
               MOVE WS-NOTA-DIGITADA TO WS-VALOR-NOVO
           END-IF.

           IF WS-VALOR-NOVO = WS-VALOR-ANTERIOR THEN
               DISPLAY 'O VALOR NOVO E IGUAL AO ATUAL - PEDIDO '
                       'CANCELADO'
               GO TO P400-REGISTRA-PEDIDO-FIM
           END-IF.

           MOVE SPACES TO WS-JUSTIFICATIVA.
           PERFORM P530-DIGITA-JUSTIFICATIVA
               UNTIL WS-JUSTIFICATIVA NOT = SPACES.

           MOVE WS-VALOR-ANTERIOR TO WS-VALOR-MOSTRA.
           MOVE WS-VALOR-NOVO     TO WS-VALOR-MOSTRA-2.
           DISPLAY 'CAMPO ' WS-CAMPO-ESCOLHIDO ' DE ' WS-VALOR-MOSTRA
                   ' PARA ' WS-VALOR-MOSTRA-2.
           DISPLAY 'CONFIRMA O REGISTRO DO PEDIDO (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'PEDIDO CANCELADO'
               GO TO P400-REGISTRA-PEDIDO-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.

           MOVE SPACES              TO WS-PEDIDO-REGISTRO.
           MOVE WS-PROXIMO-PEDIDO   TO CPPED-NUMERO.
           MOVE WS-TURMA-ALUNO      TO CPPED-TURMA.
           MOVE WS-DISCIPLINA-ALUNO TO CPPED-DISCIPLINA.
           MOVE WS-NUMERO-ALUNO     TO CPPED-NUMERO-ALUNO.
           MOVE WS-BIMESTRE-ALUNO   TO CPPED-BIMESTRE.
           MOVE CPALUNO-NOME        TO CPPED-NOME-ALUNO.
           MOVE WS-CAMPO-ESCOLHIDO  TO CPPED-CAMPO.
           MOVE WS-VALOR-ANTERIOR   TO CPPED-VALOR-ANTERIOR.
           MOVE WS-VALOR-NOVO       TO CPPED-VALOR-NOVO.
           MOVE WS-JUSTIFICATIVA    TO CPPED-JUSTIFICATIVA.
           MOVE WS-PARM-OPERADOR    TO CPPED-SOLICITANTE.
           MOVE WS-DC-DATA          TO CPPED-DATA-PEDIDO.
           MOVE WS-DC-HORA          TO CPPED-HORA-PEDIDO.
           MOVE "P"                 TO CPPED-SITUACAO.
           MOVE ZEROS               TO CPPED-DATA-DECISAO
                                       CPPED-HORA-DECISAO.

           WRITE WS-PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PEDNOTA.DAT - STATUS '
                           WS-PEDIDO-STATUS
                   GO TO P400-REGISTRA-PEDIDO-FIM
           END-WRITE.

           DISPLAY 'PEDIDO ' WS-PROXIMO-PEDIDO ' REGISTRADO - '
                   'AGUARDANDO A APROVACAO DA DIRECAO'.
       P400-REGISTRA-PEDIDO-FIM.

       P410-INFORMA-NUMERO.
           MOVE "N" TO WS-NUMERO-VALIDO-SW
           PERFORM P415-DIGITA-NUMERO UNTIL WS-NUMERO-EH-VALIDO.
       P410-INFORMA-NUMERO-FIM.

       P415-DIGITA-NUMERO.
           DISPLAY 'INFORME O NUMERO DO ALUNO (5 DIGITOS): '
           ACCEPT WS-NUMERO-DIGITADO

           IF WS-NUMERO-DIGITADO IS NUMERIC
              AND WS-NUMERO-DIGITADO NOT = "00000" THEN
               MOVE WS-NUMERO-DIGITADO TO WS-NUMERO-ALUNO
               MOVE "S" TO WS-NUMERO-VALIDO-SW
           ELSE
               DISPLAY 'NUMERO INVALIDO - DIGITE 5 DIGITOS, EX: 00012'
           END-IF.
       P415-DIGITA-NUMERO-FIM.

       P440-INFORMA-BIMESTRE.
           MOVE "N" TO WS-BIMESTRE-VALIDO-SW
           PERFORM P445-DIGITA-BIMESTRE UNTIL WS-BIMESTRE-EH-VALIDO.
       P440-INFORMA-BIMESTRE-FIM.

      *    O BIMESTRE 9 E A CONSOLIDACAO ANUAL, ONDE FICA A NOTA DE
      *    RECUPERACAO
       P445-DIGITA-BIMESTRE.
           DISPLAY 'INFORME O BIMESTRE (1 A 4, OU 9 PARA A '
                   'RECUPERACAO): '
           ACCEPT WS-BIMESTRE-DIGITADO

           IF (WS-BIMESTRE-DIGITADO >= "1"
               AND WS-BIMESTRE-DIGITADO <= "4")
              OR WS-BIMESTRE-DIGITADO = "9" THEN
               MOVE WS-BIMESTRE-DIGITADO TO WS-BIMESTRE-ALUNO
               MOVE "S" TO WS-BIMESTRE-VALIDO-SW
           ELSE
               DISPLAY 'BIMESTRE INVALIDO - DIGITE DE 1 A 4 OU 9'
           END-IF.
       P445-DIGITA-BIMESTRE-FIM.

       P450-INFORMA-TURMA.
           MOVE "N" TO WS-REF-ACHOU-SW
           PERFORM P455-DIGITA-TURMA UNTIL WS-REF-ENCONTRADO.
       P450-INFORMA-TURMA-FIM.

       P455-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA (BRANCO = GERAL): '
           MOVE SPACES TO WS-TURMA-ALUNO
           ACCEPT WS-TURMA-ALUNO

           IF WS-TURMA-ALUNO = SPACES THEN
               MOVE "GERAL" TO WS-TURMA-ALUNO
           END-IF

           MOVE "T" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-ALUNO
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-TURMA-ALUNO ' - ' WS-DESCRICAO-REF
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P455-DIGITA-TURMA-FIM.

       P460-INFORMA-DISCIPLINA.
           MOVE "N" TO WS-REF-ACHOU-SW
           PERFORM P465-DIGITA-DISCIPLINA UNTIL WS-REF-ENCONTRADO.
       P460-INFORMA-DISCIPLINA-FIM.

       P465-DIGITA-DISCIPLINA.
           DISPLAY 'INFORME O CODIGO DA DISCIPLINA (BRANCO = GERAL): '
           MOVE SPACES TO WS-DISCIPLINA-ALUNO
           ACCEPT WS-DISCIPLINA-ALUNO

           IF WS-DISCIPLINA-ALUNO = SPACES THEN
               MOVE "GERAL" TO WS-DISCIPLINA-ALUNO
           END-IF

           MOVE "D" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-DISCIPLINA-ALUNO
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'DISCIPLINA ' WS-DISCIPLINA-ALUNO ' - '
                       WS-DESCRICAO-REF
           ELSE
               DISPLAY 'DISCIPLINA NAO CADASTRADA EM DISCIPL.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P465-DIGITA-DISCIPLINA-FIM.

       P500-LE-MESTRE.
           MOVE WS-TURMA-ALUNO      TO CPALUNO-TURMA.
           MOVE WS-DISCIPLINA-ALUNO TO CPALUNO-DISCIPLINA.
           MOVE WS-NUMERO-ALUNO     TO CPALUNO-NUMERO.
           MOVE WS-BIMESTRE-ALUNO   TO CPALUNO-BIMESTRE.

           MOVE "S" TO WS-ALUNO-ACHADO-SW.
           READ WS-MESTRE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ALUNO-ACHADO-SW
           END-READ.
       P500-LE-MESTRE-FIM.

       P510-MOSTRA-ALUNO.
           DISPLAY '------------------------------------------------'
           DISPLAY 'ALUNO ' CPALUNO-NUMERO ' - ' CPALUNO-NOME
           MOVE CPALUNO-NOTA-1 TO WS-NOTA-MOSTRA
           DISPLAY '<1> NOTA 1.......: ' WS-NOTA-MOSTRA
           MOVE CPALUNO-NOTA-2 TO WS-NOTA-MOSTRA
           DISPLAY '<2> NOTA 2.......: ' WS-NOTA-MOSTRA
           MOVE CPALUNO-NOTA-3 TO WS-NOTA-MOSTRA
           DISPLAY '<3> NOTA 3.......: ' WS-NOTA-MOSTRA
           MOVE CPALUNO-NOTA-4 TO WS-NOTA-MOSTRA
           DISPLAY '<4> NOTA 4.......: ' WS-NOTA-MOSTRA
           DISPLAY '<F> FREQUENCIA...: ' CPALUNO-FREQUENCIA
           MOVE CPALUNO-NOTA-REC TO WS-NOTA-MOSTRA
           DISPLAY '<R> NOTA REC.....: ' WS-NOTA-MOSTRA
           MOVE CPALUNO-MEDIA-FINAL TO WS-NOTA-MOSTRA
           DISPLAY 'MEDIA FINAL......: ' WS-NOTA-MOSTRA
                   ' - ' CPALUNO-SITUACAO.
       P510-MOSTRA-ALUNO-FIM.

      *    NOS BIMESTRES 1 A 4 MUDAM AS NOTAS E A FREQUENCIA; NO 9 AS
      *    NOTAS SAO AS MEDIAS DOS BIMESTRES, REFEITAS PELA
      *    CONSOLIDACAO ANUAL, E SO A NOTA DE RECUPERACAO E PEDIDA
       P520-INFORMA-CAMPO.
           MOVE "N" TO WS-CAMPO-VALIDO-SW.

           IF WS-BIMESTRE-ALUNO = 9 THEN
               DISPLAY 'CAMPO A ALTERAR - <R> NOTA DE RECUPERACAO: '
           ELSE
               DISPLAY 'CAMPO A ALTERAR - <F> FREQUENCIA OU <1> A <4> '
                       'PARA A NOTA: '
           END-IF.
           ACCEPT WS-CAMPO-ESCOLHIDO.

           IF WS-BIMESTRE-ALUNO = 9 THEN
               IF NOT WS-CAMPO-RECUPERACAO THEN
                   DISPLAY 'NO BIMESTRE 9 SO A NOTA DE RECUPERACAO '
                           'PODE SER PEDIDA - PEDIDO CANCELADO'
                   GO TO P520-INFORMA-CAMPO-FIM
               END-IF
               IF CPALUNO-SITUACAO NOT = "REPROVADO"
                  AND CPALUNO-SITUACAO NOT = "APROVADO-REC"
                  AND CPALUNO-SITUACAO NOT = "REPROVADO-FINAL" THEN
                   DISPLAY 'ALUNO ' CPALUNO-SITUACAO ' NAO TEM '
                           'RECUPERACAO - PEDIDO CANCELADO'
                   GO TO P520-INFORMA-CAMPO-FIM
               END-IF
               MOVE "R"              TO WS-CAMPO-ESCOLHIDO
               MOVE CPALUNO-NOTA-REC TO WS-VALOR-ANTERIOR
               MOVE 'NOTA REC'       TO WS-ROTULO-NOTA
               MOVE "S"              TO WS-CAMPO-VALIDO-SW
               GO TO P520-INFORMA-CAMPO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAMPO-FREQUENCIA
                   MOVE "F"                TO WS-CAMPO-ESCOLHIDO
                   MOVE CPALUNO-FREQUENCIA TO WS-VALOR-ANTERIOR
                   MOVE "S"                TO WS-CAMPO-VALIDO-SW
               WHEN WS-CAMPO-NOTA
                   MOVE WS-CAMPO-ESCOLHIDO TO WS-IDX-NOTA
                   EVALUATE WS-IDX-NOTA
                       WHEN 1
                           MOVE CPALUNO-NOTA-1 TO WS-VALOR-ANTERIOR
                       WHEN 2
                           MOVE CPALUNO-NOTA-2 TO WS-VALOR-ANTERIOR
                       WHEN 3
                           MOVE CPALUNO-NOTA-3 TO WS-VALOR-ANTERIOR
                       WHEN 4
                           MOVE CPALUNO-NOTA-4 TO WS-VALOR-ANTERIOR
                   END-EVALUATE
                   MOVE SPACES TO WS-ROTULO-NOTA
                   STRING 'NOTA '     DELIMITED BY SIZE
                          WS-IDX-NOTA DELIMITED BY SIZE
                          INTO WS-ROTULO-NOTA
                   MOVE "S" TO WS-CAMPO-VALIDO-SW
               WHEN OTHER
                   DISPLAY 'CAMPO INVALIDO - PEDIDO CANCELADO'
           END-EVALUATE.
       P520-INFORMA-CAMPO-FIM.

       P530-DIGITA-JUSTIFICATIVA.
           DISPLAY 'JUSTIFICATIVA DO PEDIDO (OBRIGATORIA): '
           ACCEPT WS-JUSTIFICATIVA

           IF WS-JUSTIFICATIVA = SPACES THEN
               DISPLAY 'JUSTIFICATIVA EM BRANCO - DIGITE NOVAMENTE'
           END-IF.
       P530-DIGITA-JUSTIFICATIVA-FIM.

      *    UMA PASSADA PELO ARQUIVO DA O PROXIMO NUMERO (O MAIOR MAIS
      *    UM) E ACUSA PEDIDO PENDENTE PARA O MESMO ALUNO E CAMPO
       P550-CONFERE-DUPLICADO.
           MOVE "N"   TO WS-DUPLICADO-SW WS-FIM-PEDIDO.
           MOVE ZEROS TO WS-PROXIMO-PEDIDO WS-NUMERO-DUPLICADO
                         CPPED-NUMERO.

           START WS-PEDIDO-FILE KEY IS >= CPPED-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEDIDO
           END-START.

           PERFORM P360-LE-PROXIMO THRU P360-LE-PROXIMO-FIM.
           PERFORM P560-CONFERE-UM-PEDIDO
               THRU P560-CONFERE-UM-PEDIDO-FIM
               UNTIL WS-FIM-PEDIDO-SIM.

           ADD 1 TO WS-PROXIMO-PEDIDO.
       P550-CONFERE-DUPLICADO-FIM.

       P560-CONFERE-UM-PEDIDO.
           MOVE CPPED-NUMERO TO WS-PROXIMO-PEDIDO.

           IF CPPED-PENDENTE
              AND CPPED-TURMA        = WS-TURMA-ALUNO
              AND CPPED-DISCIPLINA   = WS-DISCIPLINA-ALUNO
              AND CPPED-NUMERO-ALUNO = WS-NUMERO-ALUNO
              AND CPPED-BIMESTRE     = WS-BIMESTRE-ALUNO
              AND CPPED-CAMPO        = WS-CAMPO-ESCOLHIDO THEN
               MOVE "S"          TO WS-DUPLICADO-SW
               MOVE CPPED-NUMERO TO WS-NUMERO-DUPLICADO
           END-IF.

           PERFORM P360-LE-PROXIMO THRU P360-LE-PROXIMO-FIM.
       P560-CONFERE-UM-PEDIDO-FIM.

       P850-MOSTRA-PEDIDO.
           DISPLAY '------------------------------------------------'
           DISPLAY 'PEDIDO ' CPPED-NUMERO ' DE ' CPPED-DATA-PEDIDO
                   ' ' CPPED-HORA-PEDIDO ' POR ' CPPED-SOLICITANTE
           DISPLAY 'ALUNO ' CPPED-TURMA ' ' CPPED-DISCIPLINA
                   ' BIM ' CPPED-BIMESTRE ' ' CPPED-NUMERO-ALUNO
                   ' - ' CPPED-NOME-ALUNO
           MOVE CPPED-VALOR-ANTERIOR TO WS-VALOR-MOSTRA
           MOVE CPPED-VALOR-NOVO     TO WS-VALOR-MOSTRA-2
           DISPLAY 'CAMPO ' CPPED-CAMPO ' DE ' WS-VALOR-MOSTRA
                   ' PARA ' WS-VALOR-MOSTRA-2
           DISPLAY 'JUSTIFICATIVA: ' CPPED-JUSTIFICATIVA

           EVALUATE TRUE
               WHEN CPPED-PENDENTE
                   DISPLAY 'SITUACAO: PENDENTE'
               WHEN CPPED-APROVADO
                   DISPLAY 'SITUACAO: APROVADO POR ' CPPED-DECISOR
                           ' EM ' CPPED-DATA-DECISAO
               WHEN CPPED-REJEITADO
                   DISPLAY 'SITUACAO: REJEITADO POR ' CPPED-DECISOR
                           ' EM ' CPPED-DATA-DECISAO
               WHEN CPPED-INVALIDADO
                   DISPLAY 'SITUACAO: INVALIDADO EM '
                           CPPED-DATA-DECISAO
           END-EVALUATE.

           IF CPPED-MOTIVO-DECISAO NOT = SPACES THEN
               DISPLAY 'MOTIVO: ' CPPED-MOTIVO-DECISAO
           END-IF.
       P850-MOSTRA-PEDIDO-FIM.

       P270-INFORMA-FREQUENCIA.
           MOVE "N" TO WS-FREQ-VALIDA-SW
           PERFORM P280-DIGITA-FREQUENCIA UNTIL WS-FREQ-EH-VALIDA.
       P270-INFORMA-FREQUENCIA-FIM.

       P280-DIGITA-FREQUENCIA.
           DISPLAY 'INFORME A FREQUENCIA (0 A 100, EX: 085): '
           ACCEPT WS-FREQUENCIA-STR

           IF WS-FREQUENCIA-STR IS NOT NUMERIC THEN
               DISPLAY 'FREQUENCIA INVALIDA - DIGITE 3 DIGITOS, '
                       'EX: 085'
           ELSE
               MOVE WS-FREQUENCIA-STR TO WS-FREQUENCIA
               IF WS-FREQUENCIA <= 100 THEN
                   MOVE "S" TO WS-FREQ-VALIDA-SW
               ELSE
                   DISPLAY 'FREQUENCIA INVALIDA - DIGITE UM VALOR '
                           'DE 0 A 100'
               END-IF
           END-IF.
       P280-DIGITA-FREQUENCIA-FIM.

       P250-INFORMA-NOTA.
           MOVE "N" TO WS-NOTA-VALIDA-SW
           PERFORM P260-DIGITA-NOTA UNTIL WS-NOTA-EH-VALIDA.
       P250-INFORMA-NOTA-FIM.

       P260-DIGITA-NOTA.
           DISPLAY 'INFORME A NOVA ' WS-ROTULO-NOTA
                   ' (0 A 10, COM VIRGULA - EX: 07,50): '
           ACCEPT WS-NOTA-DIGITADA-STR

           IF WS-NOTA-DIGITADA-STR(3:1) NOT = "," THEN
               DISPLAY 'FORMATO INVALIDO - DIGITE COM VIRGULA, '
                       'EX: 07,50'
           ELSE
               MOVE WS-NOTA-EDITADA TO WS-NOTA-DIGITADA
               IF WS-NOTA-DIGITADA >= 0 AND WS-NOTA-DIGITADA <= 10 THEN
                   MOVE "S" TO WS-NOTA-VALIDA-SW
               ELSE
                   DISPLAY 'NOTA INVALIDA - DIGITE UM VALOR DE 0 A 10'
               END-IF
           END-IF.
       P260-DIGITA-NOTA-FIM.
       END PROGRAM PGEXE040.
