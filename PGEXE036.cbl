       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE036.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. MANUTENCAO DO
      *                               CADASTRO DE RESPONSAVEIS
      *                               (RESPONS.DAT, LAYOUT CPRESP),
      *                               INDEXADO PELO NUMERO DO ALUNO:
      *                               CONSULTA, INCLUSAO, ALTERACAO,
      *                               EXCLUSAO E LISTAGEM, GRAVADAS NA
      *                               HORA. CADA ALUNO TEM UM OU DOIS
      *                               RESPONSAVEIS COM NOME,
      *                               PARENTESCO, ENDERECO, TELEFONE E
      *                               E-MAIL. O NUMERO E CONFERIDO NO
      *                               CADASTRO MESTRE NA INCLUSAO E O
      *                               CODIGO DO OPERADOR FICA GRAVADO NO
      *                               REGISTRO. ALIMENTA AS CARTAS DE
      *                               CONVOCACAO (PGEXE029) E A
      *                               CONSULTA DE ALUNO (PGEXE027).
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      A CONFERENCIA DO NUMERO NA
      *                               INCLUSAO PASSOU A POSICIONAR PELO
      *                               INDICE DE NUMERO DO MESTRE (START
      *                               EM CPALUNO-NUMERO, COMO NO
      *                               PGEXE027), EM VEZ DE LER O MESTRE
      *                               INTEIRO ATE ACHAR O ALUNO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-RESPONS-FILE ASSIGN TO "RESPONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPRESP-NUMERO
                  FILE STATUS  IS WS-RESPONS-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-RESPONS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RESPONS-REGISTRO.
           COPY CPRESP.

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       WORKING-STORAGE SECTION.
       01 WS-RESPONS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-RESPONS-OK           VALUE "00".
           88 WS-RESPONS-NAO-EXISTE   VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".

       01 WS-FIM-RESPONS         PIC X(01)    VALUE "N".
           88 WS-FIM-RESPONS-SIM      VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".

       01 WS-OPCAO-MANUT         PIC X(01)    VALUE SPACES.
           88 WS-MANUT-CONSULTAR      VALUE "1".
           88 WS-MANUT-INCLUIR        VALUE "2".
           88 WS-MANUT-ALTERAR        VALUE "3".
           88 WS-MANUT-EXCLUIR        VALUE "4".
           88 WS-MANUT-LISTAR         VALUE "5".
           88 WS-MANUT-SAIR           VALUE "0".

       01 WS-NUMERO-DIGITADO     PIC X(05)    VALUE SPACES.
       01 WS-NUMERO-PEDIDO       PIC 9(05)    VALUE ZEROS.
       01 WS-NUMERO-VALIDO-SW    PIC X(01)    VALUE "N".
           88 WS-NUMERO-EH-VALIDO     VALUE "S".

       01 WS-CADASTRO-SW         PIC X(01)    VALUE "N".
           88 WS-CADASTRO-EXISTE      VALUE "S".

       01 WS-ALUNO-ACHADO-SW     PIC X(01)    VALUE "N".
           88 WS-ALUNO-ACHADO         VALUE "S".
       01 WS-NOME-ALUNO          PIC X(30)    VALUE SPACES.

       01 WS-IDX-RESP            PIC 9(01)    VALUE ZEROS.
       01 WS-CONT-LISTADOS       PIC 9(04)    VALUE ZEROS.

       01 WS-CEP-DIGITADO.
           03 WS-CEP-PREFIXO     PIC X(05).
           03 WS-CEP-TRACO       PIC X(01).
           03 WS-CEP-SUFIXO      PIC X(03).
       01 WS-CEP-VALIDO-SW       PIC X(01)    VALUE "N".
           88 WS-CEP-EH-VALIDO        VALUE "S".

       01 WS-EMAIL-DIGITADO      PIC X(40)    VALUE SPACES.
       01 WS-CONT-ARROBA         PIC 9(02)    VALUE ZEROS.
       01 WS-EMAIL-VALIDO-SW     PIC X(01)    VALUE "N".
           88 WS-EMAIL-EH-VALIDO      VALUE "S".

       01 WS-RESP-ESCOLHIDO      PIC X(01)    VALUE SPACES.
           88 WS-ALTERA-PRIMEIRO      VALUE "1".
           88 WS-ALTERA-SEGUNDO       VALUE "2".
           88 WS-REMOVE-SEGUNDO       VALUE "R" "r".

       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-MANUT

           DISPLAY 'MANUTENCAO DO CADASTRO DE RESPONSAVEIS'

           OPEN I-O WS-RESPONS-FILE

           IF WS-RESPONS-NAO-EXISTE THEN
               DISPLAY 'CADASTRO DE RESPONSAVEIS (RESPONS.DAT) NAO '
                       'ENCONTRADO - INICIANDO UM CADASTRO VAZIO'
               OPEN OUTPUT WS-RESPONS-FILE
               CLOSE WS-RESPONS-FILE
               OPEN I-O WS-RESPONS-FILE
           END-IF

           PERFORM P200-MENU-MANUTENCAO THRU P200-MENU-MANUTENCAO-FIM
               UNTIL WS-MANUT-SAIR

           CLOSE WS-RESPONS-FILE

           GOBACK.

       P200-MENU-MANUTENCAO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY '1 - CONSULTAR OS RESPONSAVEIS DE UM ALUNO'
           DISPLAY '2 - INCLUIR RESPONSAVEIS'
           DISPLAY '3 - ALTERAR RESPONSAVEIS'
           DISPLAY '4 - EXCLUIR RESPONSAVEIS'
           DISPLAY '5 - LISTAR O CADASTRO'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-MANUT

           EVALUATE TRUE
               WHEN WS-MANUT-CONSULTAR
                   PERFORM P300-CONSULTA-CADASTRO
                       THRU P300-CONSULTA-CADASTRO-FIM
               WHEN WS-MANUT-INCLUIR
                   PERFORM P400-INCLUI-CADASTRO
                       THRU P400-INCLUI-CADASTRO-FIM
               WHEN WS-MANUT-ALTERAR
                   PERFORM P600-ALTERA-CADASTRO
                       THRU P600-ALTERA-CADASTRO-FIM
               WHEN WS-MANUT-EXCLUIR
                   PERFORM P700-EXCLUI-CADASTRO
                       THRU P700-EXCLUI-CADASTRO-FIM
               WHEN WS-MANUT-LISTAR
                   PERFORM P350-LISTA-CADASTRO
                       THRU P350-LISTA-CADASTRO-FIM
               WHEN WS-MANUT-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-MANUTENCAO-FIM.

       P300-CONSULTA-CADASTRO.
           PERFORM P800-INFORMA-NUMERO THRU P800-INFORMA-NUMERO-FIM.
           PERFORM P810-LE-CADASTRO THRU P810-LE-CADASTRO-FIM.

           IF NOT WS-CADASTRO-EXISTE THEN
               DISPLAY 'ALUNO ' WS-NUMERO-PEDIDO ' SEM RESPONSAVEL '
                       'CADASTRADO'
               GO TO P300-CONSULTA-CADASTRO-FIM
           END-IF.

           PERFORM P850-MOSTRA-CADASTRO THRU P850-MOSTRA-CADASTRO-FIM.
       P300-CONSULTA-CADASTRO-FIM.

       P350-LISTA-CADASTRO.
           MOVE ZEROS TO WS-CONT-LISTADOS CPRESP-NUMERO.
           MOVE "N"   TO WS-FIM-RESPONS.

           START WS-RESPONS-FILE KEY IS >= CPRESP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-RESPONS
           END-START.

           PERFORM P360-LE-PROXIMO THRU P360-LE-PROXIMO-FIM.
           PERFORM P370-LISTA-UM-CADASTRO
               THRU P370-LISTA-UM-CADASTRO-FIM
               UNTIL WS-FIM-RESPONS-SIM.

           IF WS-CONT-LISTADOS = ZEROS THEN
               DISPLAY 'O CADASTRO ESTA VAZIO'
           ELSE
               DISPLAY 'ALUNOS COM RESPONSAVEL CADASTRADO: '
                       WS-CONT-LISTADOS
           END-IF.
       P350-LISTA-CADASTRO-FIM.

       P360-LE-PROXIMO.
           IF NOT WS-FIM-RESPONS-SIM THEN
               READ WS-RESPONS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RESPONS
               END-READ
           END-IF.
       P360-LE-PROXIMO-FIM.

       P370-LISTA-UM-CADASTRO.
           ADD 1 TO WS-CONT-LISTADOS.
           DISPLAY CPRESP-NUMERO ' '
                   CPRESP-NOME(1) ' '
                   CPRESP-PARENTESCO(1) ' '
                   CPRESP-TELEFONE(1).
           IF CPRESP-NOME(2) NOT = SPACES THEN
               DISPLAY '      '
                       CPRESP-NOME(2) ' '
                       CPRESP-PARENTESCO(2) ' '
                       CPRESP-TELEFONE(2)
           END-IF.
           PERFORM P360-LE-PROXIMO THRU P360-LE-PROXIMO-FIM.
       P370-LISTA-UM-CADASTRO-FIM.

       P400-INCLUI-CADASTRO.
           PERFORM P800-INFORMA-NUMERO THRU P800-INFORMA-NUMERO-FIM.
           PERFORM P810-LE-CADASTRO THRU P810-LE-CADASTRO-FIM.

           IF WS-CADASTRO-EXISTE THEN
               DISPLAY 'ALUNO ' WS-NUMERO-PEDIDO ' JA TEM RESPONSAVEL '
                       'CADASTRADO - USE A OPCAO 3 PARA ALTERAR'
               GO TO P400-INCLUI-CADASTRO-FIM
           END-IF.

      *    O NUMERO PRECISA SER DE UM ALUNO DO MESTRE; SEM O MESTRE
      *    (INICIO DE ANO) O OPERADOR PODE CONFIRMAR ASSIM MESMO
           PERFORM P820-PROCURA-ALUNO THRU P820-PROCURA-ALUNO-FIM.

           IF WS-ALUNO-ACHADO THEN
               DISPLAY 'ALUNO ' WS-NUMERO-PEDIDO ' - ' WS-NOME-ALUNO
           ELSE
               DISPLAY 'ALUNO ' WS-NUMERO-PEDIDO ' NAO ENCONTRADO NO '
                       'CADASTRO MESTRE - INCLUIR ASSIM MESMO (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
                   DISPLAY 'INCLUSAO CANCELADA'
                   GO TO P400-INCLUI-CADASTRO-FIM
               END-IF
           END-IF.

           MOVE SPACES           TO WS-RESPONS-REGISTRO.
           MOVE WS-NUMERO-PEDIDO TO CPRESP-NUMERO.

           MOVE 1 TO WS-IDX-RESP.
           PERFORM P500-INFORMA-RESPONSAVEL
               THRU P500-INFORMA-RESPONSAVEL-FIM.

           DISPLAY 'INCLUIR UM SEGUNDO RESPONSAVEL (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
               MOVE 2 TO WS-IDX-RESP
               PERFORM P500-INFORMA-RESPONSAVEL
                   THRU P500-INFORMA-RESPONSAVEL-FIM
           END-IF.

           MOVE WS-PARM-OPERADOR TO CPRESP-OPERADOR.

           WRITE WS-RESPONS-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR RESPONS.DAT - STATUS '
                           WS-RESPONS-STATUS
                   GO TO P400-INCLUI-CADASTRO-FIM
           END-WRITE.

           DISPLAY 'RESPONSAVEIS DO ALUNO ' WS-NUMERO-PEDIDO
                   ' INCLUIDOS'.
       P400-INCLUI-CADASTRO-FIM.

       P500-INFORMA-RESPONSAVEL.
           MOVE SPACES TO CPRESP-RESPONSAVEL(WS-IDX-RESP).

           DISPLAY 'RESPONSAVEL ' WS-IDX-RESP.
           PERFORM P505-DIGITA-NOME
               UNTIL CPRESP-NOME(WS-IDX-RESP) NOT = SPACES.

           DISPLAY 'PARENTESCO (EX: MAE, PAI, AVO, TUTOR): '
           ACCEPT CPRESP-PARENTESCO(WS-IDX-RESP).
           DISPLAY 'ENDERECO (RUA, NUMERO E COMPLEMENTO): '
           ACCEPT CPRESP-ENDERECO(WS-IDX-RESP).
           DISPLAY 'BAIRRO: '
           ACCEPT CPRESP-BAIRRO(WS-IDX-RESP).
           DISPLAY 'CIDADE: '
           ACCEPT CPRESP-CIDADE(WS-IDX-RESP).
           DISPLAY 'UF: '
           ACCEPT CPRESP-UF(WS-IDX-RESP).

           MOVE "N" TO WS-CEP-VALIDO-SW.
           PERFORM P510-DIGITA-CEP UNTIL WS-CEP-EH-VALIDO.
           MOVE WS-CEP-DIGITADO TO CPRESP-CEP(WS-IDX-RESP).

           DISPLAY 'TELEFONE (EX: 11 91234-5678): '
           ACCEPT CPRESP-TELEFONE(WS-IDX-RESP).

           MOVE "N" TO WS-EMAIL-VALIDO-SW.
           PERFORM P520-DIGITA-EMAIL UNTIL WS-EMAIL-EH-VALIDO.
           MOVE WS-EMAIL-DIGITADO TO CPRESP-EMAIL(WS-IDX-RESP).
       P500-INFORMA-RESPONSAVEL-FIM.

       P505-DIGITA-NOME.
           DISPLAY 'NOME DO RESPONSAVEL: '
           ACCEPT CPRESP-NOME(WS-IDX-RESP)

           IF CPRESP-NOME(WS-IDX-RESP) = SPACES THEN
               DISPLAY 'NOME EM BRANCO - DIGITE NOVAMENTE'
           END-IF.
       P505-DIGITA-NOME-FIM.

      *    O CEP E OPCIONAL; QUANDO INFORMADO, SEGUE O FORMATO
      *    99999-999 DA ETIQUETA DOS CORREIOS
       P510-DIGITA-CEP.
           DISPLAY 'CEP (99999-999, EM BRANCO SE NAO SOUBER): '
           MOVE SPACES TO WS-CEP-DIGITADO
           ACCEPT WS-CEP-DIGITADO

           IF WS-CEP-DIGITADO = SPACES THEN
               MOVE "S" TO WS-CEP-VALIDO-SW
           ELSE
               IF WS-CEP-PREFIXO IS NUMERIC
                  AND WS-CEP-TRACO = "-"
                  AND WS-CEP-SUFIXO IS NUMERIC THEN
                   MOVE "S" TO WS-CEP-VALIDO-SW
               ELSE
                   DISPLAY 'CEP INVALIDO - DIGITE NO FORMATO '
                           '99999-999'
               END-IF
           END-IF.
       P510-DIGITA-CEP-FIM.

       P520-DIGITA-EMAIL.
           DISPLAY 'E-MAIL (EM BRANCO SE NAO HOUVER): '
           MOVE SPACES TO WS-EMAIL-DIGITADO
           ACCEPT WS-EMAIL-DIGITADO

           MOVE ZEROS TO WS-CONT-ARROBA
           INSPECT WS-EMAIL-DIGITADO TALLYING WS-CONT-ARROBA
               FOR ALL "@"

           IF WS-EMAIL-DIGITADO = SPACES OR WS-CONT-ARROBA = 1 THEN
               MOVE "S" TO WS-EMAIL-VALIDO-SW
           ELSE
               DISPLAY 'E-MAIL INVALIDO - DIGITE NOVAMENTE'
           END-IF.
       P520-DIGITA-EMAIL-FIM.

       P600-ALTERA-CADASTRO.
           PERFORM P800-INFORMA-NUMERO THRU P800-INFORMA-NUMERO-FIM.
           PERFORM P810-LE-CADASTRO THRU P810-LE-CADASTRO-FIM.

           IF NOT WS-CADASTRO-EXISTE THEN
               DISPLAY 'ALUNO ' WS-NUMERO-PEDIDO ' SEM RESPONSAVEL '
                       'CADASTRADO - USE A OPCAO 2 PARA INCLUIR'
               GO TO P600-ALTERA-CADASTRO-FIM
           END-IF.

           PERFORM P850-MOSTRA-CADASTRO THRU P850-MOSTRA-CADASTRO-FIM.

           DISPLAY 'RESPONSAVEL A REDIGITAR - <1>, <2> OU <R> PARA '
                   'REMOVER O SEGUNDO: '
           ACCEPT WS-RESP-ESCOLHIDO.

           EVALUATE TRUE
               WHEN WS-ALTERA-PRIMEIRO
                   MOVE 1 TO WS-IDX-RESP
                   PERFORM P500-INFORMA-RESPONSAVEL
                       THRU P500-INFORMA-RESPONSAVEL-FIM
               WHEN WS-ALTERA-SEGUNDO
                   MOVE 2 TO WS-IDX-RESP
                   PERFORM P500-INFORMA-RESPONSAVEL
                       THRU P500-INFORMA-RESPONSAVEL-FIM
               WHEN WS-REMOVE-SEGUNDO
                   IF CPRESP-NOME(2) = SPACES THEN
                       DISPLAY 'O ALUNO NAO TEM SEGUNDO RESPONSAVEL'
                       GO TO P600-ALTERA-CADASTRO-FIM
                   END-IF
                   MOVE SPACES TO CPRESP-RESPONSAVEL(2)
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ALTERACAO CANCELADA'
                   GO TO P600-ALTERA-CADASTRO-FIM
           END-EVALUATE.

           MOVE WS-PARM-OPERADOR TO CPRESP-OPERADOR.

           REWRITE WS-RESPONS-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR RESPONS.DAT - STATUS '
                           WS-RESPONS-STATUS
                   GO TO P600-ALTERA-CADASTRO-FIM
           END-REWRITE.

           DISPLAY 'RESPONSAVEIS DO ALUNO ' WS-NUMERO-PEDIDO
                   ' ALTERADOS'.
       P600-ALTERA-CADASTRO-FIM.

       P700-EXCLUI-CADASTRO.
           PERFORM P800-INFORMA-NUMERO THRU P800-INFORMA-NUMERO-FIM.
           PERFORM P810-LE-CADASTRO THRU P810-LE-CADASTRO-FIM.

           IF NOT WS-CADASTRO-EXISTE THEN
               DISPLAY 'ALUNO ' WS-NUMERO-PEDIDO ' SEM RESPONSAVEL '
                       'CADASTRADO'
               GO TO P700-EXCLUI-CADASTRO-FIM
           END-IF.

           PERFORM P850-MOSTRA-CADASTRO THRU P850-MOSTRA-CADASTRO-FIM.

           DISPLAY 'CONFIRMA A EXCLUSAO DOS RESPONSAVEIS DO ALUNO '
                   WS-NUMERO-PEDIDO ' (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO P700-EXCLUI-CADASTRO-FIM
           END-IF.

           DELETE WS-RESPONS-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR DE RESPONS.DAT - STATUS '
                           WS-RESPONS-STATUS
                   GO TO P700-EXCLUI-CADASTRO-FIM
           END-DELETE.

           DISPLAY 'RESPONSAVEIS DO ALUNO ' WS-NUMERO-PEDIDO
                   ' EXCLUIDOS'.
       P700-EXCLUI-CADASTRO-FIM.

       P800-INFORMA-NUMERO.
           MOVE "N" TO WS-NUMERO-VALIDO-SW
           PERFORM P805-DIGITA-NUMERO UNTIL WS-NUMERO-EH-VALIDO.
       P800-INFORMA-NUMERO-FIM.

       P805-DIGITA-NUMERO.
           DISPLAY 'INFORME O NUMERO DO ALUNO (5 DIGITOS): '
           ACCEPT WS-NUMERO-DIGITADO

           IF WS-NUMERO-DIGITADO IS NUMERIC
              AND WS-NUMERO-DIGITADO NOT = "00000" THEN
               MOVE WS-NUMERO-DIGITADO TO WS-NUMERO-PEDIDO
               MOVE "S" TO WS-NUMERO-VALIDO-SW
           ELSE
               DISPLAY 'NUMERO INVALIDO - DIGITE 5 DIGITOS, EX: 00012'
           END-IF.
       P805-DIGITA-NUMERO-FIM.

       P810-LE-CADASTRO.
           MOVE "S"              TO WS-CADASTRO-SW.
           MOVE WS-NUMERO-PEDIDO TO CPRESP-NUMERO.

           READ WS-RESPONS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CADASTRO-SW
           END-READ.
       P810-LE-CADASTRO-FIM.

       P820-PROCURA-ALUNO.
           MOVE "N"    TO WS-ALUNO-ACHADO-SW WS-FIM-MESTRE.
           MOVE SPACES TO WS-NOME-ALUNO.

           OPEN INPUT WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               GO TO P820-PROCURA-ALUNO-FIM
           END-IF.

      *    O INDICE DE NUMERO LEVA DIRETO AO PRIMEIRO REGISTRO DO
      *    ALUNO, SEM LER O MESTRE INTEIRO
           MOVE WS-NUMERO-PEDIDO TO CPALUNO-NUMERO.

           START WS-MESTRE-FILE KEY IS = CPALUNO-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.

           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P830-LE-MESTRE THRU P830-LE-MESTRE-FIM
           END-IF.

           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P840-CONFERE-ALUNO THRU P840-CONFERE-ALUNO-FIM
           END-IF.

           CLOSE WS-MESTRE-FILE.
       P820-PROCURA-ALUNO-FIM.

       P830-LE-MESTRE.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P830-LE-MESTRE-FIM.

       P840-CONFERE-ALUNO.
           IF CPALUNO-NUMERO = WS-NUMERO-PEDIDO THEN
               MOVE "S"          TO WS-ALUNO-ACHADO-SW
               MOVE CPALUNO-NOME TO WS-NOME-ALUNO
           END-IF.
       P840-CONFERE-ALUNO-FIM.

       P850-MOSTRA-CADASTRO.
           DISPLAY '------------------------------------------------'
           DISPLAY 'ALUNO ' CPRESP-NUMERO
                   ' - ULTIMA ALTERACAO POR ' CPRESP-OPERADOR.
           MOVE 1 TO WS-IDX-RESP.
           PERFORM P860-MOSTRA-RESPONSAVEL
               THRU P860-MOSTRA-RESPONSAVEL-FIM
               UNTIL WS-IDX-RESP > 2.
       P850-MOSTRA-CADASTRO-FIM.

       P860-MOSTRA-RESPONSAVEL.
           IF CPRESP-NOME(WS-IDX-RESP) NOT = SPACES THEN
               DISPLAY 'RESPONSAVEL ' WS-IDX-RESP ': '
                       CPRESP-NOME(WS-IDX-RESP) ' ('
                       CPRESP-PARENTESCO(WS-IDX-RESP) ')'
               DISPLAY '   ' CPRESP-ENDERECO(WS-IDX-RESP) ' - '
                       CPRESP-BAIRRO(WS-IDX-RESP)
               DISPLAY '   ' CPRESP-CIDADE(WS-IDX-RESP) ' '
                       CPRESP-UF(WS-IDX-RESP) ' CEP '
                       CPRESP-CEP(WS-IDX-RESP)
               DISPLAY '   TELEFONE ' CPRESP-TELEFONE(WS-IDX-RESP)
                       ' E-MAIL ' CPRESP-EMAIL(WS-IDX-RESP)
           END-IF.
           ADD 1 TO WS-IDX-RESP.
       P860-MOSTRA-RESPONSAVEL-FIM.
       END PROGRAM PGEXE036.
