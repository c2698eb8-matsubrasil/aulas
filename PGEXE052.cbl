       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE052.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. DECISOES DO
      *                               CONSELHO DE CLASSE: PARA O ALUNO
      *                               (TURMA, DISCIPLINA E NUMERO) COM
      *                               CONSOLIDADO ANUAL, REGISTRA A
      *                               DECISAO DO CONSELHO (A - APROVA O
      *                               ALUNO REPROVADO, R - REPROVA O
      *                               ALUNO APROVADO), O MOTIVO E A
      *                               DATA DO CONSELHO EM CONSELHO.DAT
      *                               (LAYOUT CPCONSEL) E GRAVA A NOVA
      *                               SITUACAO FINAL (APROVADO-CONS OU
      *                               REPROVADO-CONS) NO BIMESTRE 9 DO
      *                               MESTRE, COM JORNAL, PARA A
      *                               CLASSIFICACAO, AS CARTAS E O
      *                               BOLETIM JA SAIREM COM ELA. A
      *                               REPROVACAO POR FALTA NAO E
      *                               REVERTIDA: A FREQUENCIA MINIMA E
      *                               EXIGENCIA LEGAL. A GRADE DO
      *                               CONSELHO (PGEXE051) IMPRIME AS
      *                               DECISOES PARA A ATA.
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
           SELECT WS-CONSEL-FILE  ASSIGN TO "CONSELHO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CONSEL-STATUS.

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
       FD  WS-CONSEL-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CONSEL-REGISTRO.
           COPY CPCONSEL.

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-CONSELHO==.
       77 WS-DATA-VALIDA-SW   PIC X(01) VALUE "N".
          88 WS-DATA-EH-VALIDA      VALUE "S".

       01 WS-CONSEL-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-CONSEL-OK            VALUE "00".
           88 WS-CONSEL-NAO-EXISTE    VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".

       01 WS-FIM-CONSEL          PIC X(01)    VALUE "N".
           88 WS-FIM-CONSEL-SIM       VALUE "S".

       01 WS-OPCAO-CONSEL        PIC X(01)    VALUE SPACES.
           88 WS-CONSEL-REGISTRAR     VALUE "1".
           88 WS-CONSEL-CONSULTAR     VALUE "2".
           88 WS-CONSEL-SAIR          VALUE "0".

       01 WS-DECISAO             PIC X(01)    VALUE SPACES.
           88 WS-DECISAO-APROVA       VALUE "A".
           88 WS-DECISAO-REPROVA      VALUE "R".
           88 WS-DECISAO-VALIDA       VALUE "A" "R".

       01 WS-SITUACAO-ATUAL      PIC X(15)    VALUE SPACES.
           88 WS-SIT-REPROVADA-NOTA   VALUE "REPROVADO"
                                            "REPROVADO-FINAL"
                                            "REPROVADO-CONS".
           88 WS-SIT-REPROVADA-FALTA  VALUE "REPROVADO-FALTA".
           88 WS-SIT-APROVADA         VALUE "APROVADO"
                                            "APROVADO-REC"
                                            "APROVADO-CONS".
       01 WS-SITUACAO-NOVA       PIC X(15)    VALUE SPACES.

       01 WS-NUMERO-ALUNO        PIC 9(05)    VALUE ZEROS.
       01 WS-NUMERO-DIGITADO     PIC X(05)    VALUE SPACES.
       01 WS-NUMERO-VALIDO-SW    PIC X(01)    VALUE "N".
           88 WS-NUMERO-EH-VALIDO     VALUE "S".
       01 WS-NOME-ALUNO          PIC X(30)    VALUE SPACES.
       01 WS-MOTIVO              PIC X(50)    VALUE SPACES.

       01 WS-TURMA-DIGITADA      PIC X(05)    VALUE SPACES.
       01 WS-DISCIPLINA-DIGITADA PIC X(05)    VALUE SPACES.

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESCRICAO-REF       PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R  REDEFINES  WS-DATA-YYYYMMDD.
           03 WS-YMD-AA           PIC 9(04).
           03 WS-YMD-MM           PIC 9(02).
           03 WS-YMD-DD           PIC 9(02).

       01 WS-MOSTRA-MEDIA        PIC Z9,99.
       01 WS-MOSTRA-FREQ         PIC ZZ9.
       01 WS-CONT-LISTADAS       PIC 9(05)    VALUE ZEROS.

       01 WS-JRN-OPERACAO        PIC X(07)    VALUE SPACES.
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE052".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CONFIRMA            PIC X(01)    VALUE SPACES.
       01 WS-DATA-MOSTRA         PIC X(10)    VALUE SPACES.

       01 WS-DATA-CORRENTE.
           03 WS-DC-DATA         PIC 9(08).
           03 WS-DC-HORA         PIC 9(06).
           03 FILLER             PIC X(07).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPCAO-CONSEL

           DISPLAY 'DECISOES DO CONSELHO DE CLASSE'

           PERFORM P200-MENU-CONSELHO THRU P200-MENU-CONSELHO-FIM
               UNTIL WS-CONSEL-SAIR

           GOBACK.

       P200-MENU-CONSELHO.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
           DISPLAY '1 - REGISTRAR DECISAO DO CONSELHO'
           DISPLAY '2 - CONSULTAR AS DECISOES DE UMA TURMA'
           DISPLAY '0 - VOLTAR'
           DISPLAY '------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO-CONSEL

           EVALUATE TRUE
               WHEN WS-CONSEL-REGISTRAR
                   PERFORM P400-REGISTRA-DECISAO
                       THRU P400-REGISTRA-DECISAO-FIM
               WHEN WS-CONSEL-CONSULTAR
                   PERFORM P300-CONSULTA-TURMA
                       THRU P300-CONSULTA-TURMA-FIM
               WHEN WS-CONSEL-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       P200-MENU-CONSELHO-FIM.

       P300-CONSULTA-TURMA.
           PERFORM P450-INFORMA-TURMA THRU P450-INFORMA-TURMA-FIM.

           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE "N"   TO WS-FIM-CONSEL.

           OPEN INPUT WS-CONSEL-FILE.

           IF WS-CONSEL-NAO-EXISTE THEN
               DISPLAY 'NENHUMA DECISAO REGISTRADA (CONSELHO.DAT NAO '
                       'ENCONTRADO)'
               GO TO P300-CONSULTA-TURMA-FIM
           END-IF.

           PERFORM P310-LE-DECISAO THRU P310-LE-DECISAO-FIM.
           PERFORM P320-MOSTRA-DECISAO THRU P320-MOSTRA-DECISAO-FIM
               UNTIL WS-FIM-CONSEL-SIM.

           CLOSE WS-CONSEL-FILE.

           IF WS-CONT-LISTADAS = ZEROS THEN
               DISPLAY 'NENHUMA DECISAO DO CONSELHO PARA A TURMA '
                       WS-TURMA-DIGITADA
           END-IF.
       P300-CONSULTA-TURMA-FIM.

       P310-LE-DECISAO.
           READ WS-CONSEL-FILE
               AT END
                   MOVE "S" TO WS-FIM-CONSEL
           END-READ.
       P310-LE-DECISAO-FIM.

       P320-MOSTRA-DECISAO.
           IF CPCON-TURMA = WS-TURMA-DIGITADA THEN
               ADD 1 TO WS-CONT-LISTADAS
               MOVE SPACES TO WS-DATA-MOSTRA
               STRING CPCON-CONSELHO-DD DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      CPCON-CONSELHO-MM DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      CPCON-CONSELHO-AA DELIMITED BY SIZE
                      INTO WS-DATA-MOSTRA
               DISPLAY WS-DATA-MOSTRA ' '
                       CPCON-NUMERO-ALUNO ' '
                       CPCON-NOME-ALUNO ' '
                       CPCON-DISCIPLINA ' '
                       CPCON-SITUACAO-ANTES ' -> '
                       CPCON-SITUACAO-DEPOIS
               DISPLAY '      MOTIVO: ' CPCON-MOTIVO
                       ' POR ' CPCON-OPERADOR
           END-IF.
           PERFORM P310-LE-DECISAO THRU P310-LE-DECISAO-FIM.
       P320-MOSTRA-DECISAO-FIM.

       P400-REGISTRA-DECISAO.
           PERFORM P450-INFORMA-TURMA THRU P450-INFORMA-TURMA-FIM.
           PERFORM P460-INFORMA-DISCIPLINA
               THRU P460-INFORMA-DISCIPLINA-FIM.
           PERFORM P410-INFORMA-NUMERO THRU P410-INFORMA-NUMERO-FIM.

           OPEN I-O WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - DECISAO CANCELADA'
               GO TO P400-REGISTRA-DECISAO-FIM
           END-IF.

      *    A DECISAO E SOBRE A SITUACAO FINAL, QUE FICA NO
      *    CONSOLIDADO ANUAL (BIMESTRE 9)
           MOVE WS-TURMA-DIGITADA      TO CPALUNO-TURMA.
           MOVE WS-DISCIPLINA-DIGITADA TO CPALUNO-DISCIPLINA.
           MOVE WS-NUMERO-ALUNO        TO CPALUNO-NUMERO.
           MOVE 9                      TO CPALUNO-BIMESTRE.

           READ WS-MESTRE-FILE
               INVALID KEY
                   DISPLAY 'ALUNO ' WS-NUMERO-ALUNO ' SEM CONSOLIDADO '
                           'ANUAL NA TURMA ' WS-TURMA-DIGITADA
                           ' E DISCIPLINA ' WS-DISCIPLINA-DIGITADA
                   DISPLAY 'EXECUTE ANTES A CONSOLIDACAO ANUAL '
                           '(PGEXE017) - DECISAO CANCELADA'
                   GO TO P400-REGISTRA-DECISAO-CLOSE
           END-READ.

           IF CPALUNO-INATIVO THEN
               DISPLAY 'O ALUNO ' WS-NUMERO-ALUNO ' SAIU DA TURMA ('
                       CPALUNO-SITUACAO ') - DECISAO CANCELADA'
               GO TO P400-REGISTRA-DECISAO-CLOSE
           END-IF.

           MOVE CPALUNO-NOME        TO WS-NOME-ALUNO.
           MOVE CPALUNO-SITUACAO    TO WS-SITUACAO-ATUAL.
           MOVE CPALUNO-MEDIA-FINAL TO WS-MOSTRA-MEDIA.
           MOVE CPALUNO-FREQUENCIA  TO WS-MOSTRA-FREQ.

           DISPLAY 'ALUNO ' WS-NUMERO-ALUNO ' - ' WS-NOME-ALUNO
           DISPLAY 'MEDIA FINAL ' WS-MOSTRA-MEDIA
                   ' FREQUENCIA ' WS-MOSTRA-FREQ '%'
                   ' SITUACAO ' WS-SITUACAO-ATUAL

           IF NOT WS-SIT-REPROVADA-NOTA
              AND NOT WS-SIT-REPROVADA-FALTA
              AND NOT WS-SIT-APROVADA THEN
               DISPLAY 'SITUACAO FINAL AINDA NAO DEFINIDA - DECISAO '
                       'CANCELADA'
               GO TO P400-REGISTRA-DECISAO-CLOSE
           END-IF.

           PERFORM P420-INFORMA-DECISAO THRU P420-INFORMA-DECISAO-FIM.

           IF WS-DECISAO-APROVA AND WS-SIT-REPROVADA-FALTA THEN
               DISPLAY 'REPROVACAO POR FALTA NAO PODE SER REVERTIDA '
                       'PELO CONSELHO (FREQUENCIA MINIMA DE 75 POR '
                       'CENTO) - DECISAO CANCELADA'
               GO TO P400-REGISTRA-DECISAO-CLOSE
           END-IF.

           IF WS-DECISAO-APROVA AND WS-SIT-APROVADA THEN
               DISPLAY 'O ALUNO JA ESTA APROVADO NA DISCIPLINA - '
                       'DECISAO CANCELADA'
               GO TO P400-REGISTRA-DECISAO-CLOSE
           END-IF.

           IF WS-DECISAO-REPROVA AND NOT WS-SIT-APROVADA THEN
               DISPLAY 'O ALUNO JA ESTA REPROVADO NA DISCIPLINA - '
                       'DECISAO CANCELADA'
               GO TO P400-REGISTRA-DECISAO-CLOSE
           END-IF.

           IF WS-DECISAO-APROVA THEN
               MOVE "APROVADO-CONS"  TO WS-SITUACAO-NOVA
           ELSE
               MOVE "REPROVADO-CONS" TO WS-SITUACAO-NOVA
           END-IF.

           PERFORM P440-INFORMA-DATA THRU P440-INFORMA-DATA-FIM.

           MOVE SPACES TO WS-MOTIVO.
           PERFORM P465-DIGITA-MOTIVO UNTIL WS-MOTIVO NOT = SPACES.

           DISPLAY '------------------------------------------------'
           DISPLAY 'CONSELHO DE ' WS-DATA-CONSELHO
           DISPLAY 'ALUNO ' WS-NUMERO-ALUNO ' - ' WS-NOME-ALUNO
           DISPLAY 'TURMA ' WS-TURMA-DIGITADA
                   ' DISCIPLINA ' WS-DISCIPLINA-DIGITADA
           DISPLAY 'SITUACAO ' WS-SITUACAO-ATUAL ' PASSA A '
                   WS-SITUACAO-NOVA
           DISPLAY 'MOTIVO: ' WS-MOTIVO
           DISPLAY 'CONFIRMA A DECISAO (S/N)? '
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY 'DECISAO CANCELADA'
               GO TO P400-REGISTRA-DECISAO-CLOSE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES.

           MOVE WS-SITUACAO-NOVA   TO CPALUNO-SITUACAO.
           MOVE WS-PARM-OPERADOR   TO CPALUNO-OPERADOR.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-DEPOIS.

           REWRITE WS-MESTRE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O MESTRE - STATUS '
                           WS-MESTRE-STATUS ' - DECISAO NAO GRAVADA'
                   GO TO P400-REGISTRA-DECISAO-CLOSE
           END-REWRITE.

           MOVE "REWRITE" TO WS-JRN-OPERACAO.
           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           PERFORM P700-GRAVA-DECISAO THRU P700-GRAVA-DECISAO-FIM.

           DISPLAY 'DECISAO REGISTRADA EM CONSELHO.DAT E SITUACAO '
                   'FINAL GRAVADA NO CADASTRO MESTRE'
           DISPLAY 'A GRADE DO CONSELHO (RESULTADO ANUAL) IMPRIME A '
                   'DECISAO PARA A ATA'.

       P400-REGISTRA-DECISAO-CLOSE.
           CLOSE WS-MESTRE-FILE.
       P400-REGISTRA-DECISAO-FIM.

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

       P420-INFORMA-DECISAO.
           MOVE SPACES TO WS-DECISAO
           PERFORM P425-DIGITA-DECISAO UNTIL WS-DECISAO-VALIDA.
       P420-INFORMA-DECISAO-FIM.

       P425-DIGITA-DECISAO.
           DISPLAY 'DECISAO DO CONSELHO:'
           DISPLAY '  A - APROVADO PELO CONSELHO'
           DISPLAY '  R - REPROVADO PELO CONSELHO'
           DISPLAY 'INFORME A DECISAO: '
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "a"
                   MOVE "A" TO WS-DECISAO
               WHEN "r"
                   MOVE "R" TO WS-DECISAO
           END-EVALUATE

           IF NOT WS-DECISAO-VALIDA THEN
               DISPLAY 'DECISAO INVALIDA - DIGITE A OU R'
           END-IF.
       P425-DIGITA-DECISAO-FIM.

      *    A DATA DO CONSELHO NAO PODE SER FUTURA: A DECISAO E
      *    REGISTRADA DEPOIS DA REUNIAO
       P440-INFORMA-DATA.
           MOVE "N" TO WS-DATA-VALIDA-SW
           PERFORM P445-DIGITA-DATA UNTIL WS-DATA-EH-VALIDA.
       P440-INFORMA-DATA-FIM.

       P445-DIGITA-DATA.
           DISPLAY 'INFORME A DATA DO CONSELHO (DD/MM/AAAA): '
           ACCEPT WS-DATA-CONSELHO

           MOVE "N" TO WS-DATA-VALIDA-SW
           IF WS-DATA-CONSELHO-DD IS NUMERIC
              AND WS-DATA-CONSELHO-MM IS NUMERIC
              AND WS-DATA-CONSELHO-AA IS NUMERIC THEN
               CALL "PGVALDT" USING WS-DATA-CONSELHO-DD
                                     WS-DATA-CONSELHO-MM
                                     WS-DATA-CONSELHO-AA
                                     WS-DATA-VALIDA-SW
           END-IF

           IF NOT WS-DATA-EH-VALIDA THEN
               DISPLAY 'DATA INVALIDA - DIGITE NOVAMENTE'
               GO TO P445-DIGITA-DATA-FIM
           END-IF

           MOVE WS-DATA-CONSELHO-AA TO WS-YMD-AA
           MOVE WS-DATA-CONSELHO-MM TO WS-YMD-MM
           MOVE WS-DATA-CONSELHO-DD TO WS-YMD-DD
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE

           IF WS-DATA-YYYYMMDD > WS-DC-DATA THEN
               DISPLAY 'DATA DO CONSELHO NO FUTURO - DIGITE NOVAMENTE'
               MOVE "N" TO WS-DATA-VALIDA-SW
           END-IF.
       P445-DIGITA-DATA-FIM.

       P450-INFORMA-TURMA.
           MOVE "N" TO WS-REF-ACHOU-SW
           PERFORM P455-DIGITA-TURMA UNTIL WS-REF-ENCONTRADO.
       P450-INFORMA-TURMA-FIM.

       P455-DIGITA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA: '
           MOVE SPACES TO WS-TURMA-DIGITADA
           ACCEPT WS-TURMA-DIGITADA

           MOVE "T" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-DIGITADA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'TURMA ' WS-TURMA-DIGITADA ' - '
                       WS-DESCRICAO-REF
           ELSE
               DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P455-DIGITA-TURMA-FIM.

       P460-INFORMA-DISCIPLINA.
           MOVE "N" TO WS-REF-ACHOU-SW
           PERFORM P462-DIGITA-DISCIPLINA UNTIL WS-REF-ENCONTRADO.
       P460-INFORMA-DISCIPLINA-FIM.

       P462-DIGITA-DISCIPLINA.
           DISPLAY 'INFORME O CODIGO DA DISCIPLINA: '
           MOVE SPACES TO WS-DISCIPLINA-DIGITADA
           ACCEPT WS-DISCIPLINA-DIGITADA

           MOVE "D" TO WS-TIPO-TABELA
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-DISCIPLINA-DIGITADA
                                  WS-DESCRICAO-REF
                                  WS-REF-ACHOU-SW

           IF WS-REF-ENCONTRADO THEN
               DISPLAY 'DISCIPLINA ' WS-DISCIPLINA-DIGITADA ' - '
                       WS-DESCRICAO-REF
           ELSE
               DISPLAY 'DISCIPLINA NAO CADASTRADA EM DISCIPL.DAT - '
                       'DIGITE OUTRO CODIGO'
           END-IF.
       P462-DIGITA-DISCIPLINA-FIM.

       P465-DIGITA-MOTIVO.
           DISPLAY 'INFORME O MOTIVO DA DECISAO (ATE 50 POSICOES): '
           ACCEPT WS-MOTIVO.
       P465-DIGITA-MOTIVO-FIM.

       P700-GRAVA-DECISAO.
           OPEN EXTEND WS-CONSEL-FILE.

           IF WS-CONSEL-NAO-EXISTE THEN
               OPEN OUTPUT WS-CONSEL-FILE
               CLOSE WS-CONSEL-FILE
               OPEN EXTEND WS-CONSEL-FILE
           END-IF.

           MOVE SPACES                 TO WS-CONSEL-REGISTRO.
           MOVE WS-TURMA-DIGITADA      TO CPCON-TURMA.
           MOVE WS-DISCIPLINA-DIGITADA TO CPCON-DISCIPLINA.
           MOVE WS-NUMERO-ALUNO        TO CPCON-NUMERO-ALUNO.
           MOVE WS-NOME-ALUNO          TO CPCON-NOME-ALUNO.
           MOVE WS-DECISAO             TO CPCON-DECISAO.
           MOVE WS-DATA-YYYYMMDD       TO CPCON-DATA-CONSELHO.
           MOVE WS-SITUACAO-ATUAL      TO CPCON-SITUACAO-ANTES.
           MOVE WS-SITUACAO-NOVA       TO CPCON-SITUACAO-DEPOIS.
           MOVE WS-MOTIVO              TO CPCON-MOTIVO.
           MOVE WS-PARM-OPERADOR       TO CPCON-OPERADOR.
           MOVE WS-DC-DATA             TO CPCON-DATA-REGISTRO.
           MOVE WS-DC-HORA             TO CPCON-HORA-REGISTRO.

           WRITE WS-CONSEL-REGISTRO.

           CLOSE WS-CONSEL-FILE.
       P700-GRAVA-DECISAO-FIM.
       END PROGRAM PGEXE052.
