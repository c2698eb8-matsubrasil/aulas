       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE041.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. APROVACAO DOS
      *                               PEDIDOS DE ALTERACAO DE NOTA
      *                               (PEDNOTA.DAT) PELA DIRECAO, SO NO
      *                               PERFIL D: OS PEDIDOS PENDENTES
      *                               SAO APRESENTADOS UM A UM PARA
      *                               APROVAR, REJEITAR (COM MOTIVO) OU
      *                               DEIXAR PARA DEPOIS. O PEDIDO
      *                               APROVADO E APLICADO PELO PGVERIF,
      *                               QUE RECALCULA MEDIA, CONCEITO E
      *                               SITUACAO E GRAVA O NUMERO DO
      *                               PEDIDO NO JORNAL (JRNMESTR.DAT);
      *                               A RECUPERACAO JA FEITA E REFEITA
      *                               COM A REGRA DO PGEXE010. SE O
      *                               MESTRE MUDOU DESDE O PEDIDO
      *                               (VALOR ANTERIOR DIFERENTE), O
      *                               PEDIDO E INVALIDADO E NADA E
      *                               GRAVADO. NOS BIMESTRES 1 A 4 A
      *                               LINHA DE TURMA.DAT TAMBEM E
      *                               CORRIGIDA, PARA O PROCESSAMENTO
      *                               NOTURNO NAO DESFAZER A CORRECAO.
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

           SELECT WS-TURMA-FILE   ASSIGN TO "TURMA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TURMA-STATUS.
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

       FD  WS-TURMA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-TURMA-REGISTRO.
           COPY CPALREG.

       WORKING-STORAGE SECTION.
       01 WS-PEDIDO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-PEDIDO-OK            VALUE "00".
           88 WS-PEDIDO-NAO-EXISTE    VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-TURMA-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-TURMA-OK             VALUE "00".
           88 WS-TURMA-NAO-EXISTE     VALUE "35".

       01 WS-FIM-PEDIDO          PIC X(01)    VALUE "N".
           88 WS-FIM-PEDIDO-SIM       VALUE "S".
       01 WS-FIM-TURMA           PIC X(01)    VALUE "N".
           88 WS-FIM-TURMA-SIM        VALUE "S".
       01 WS-ENCERRA-SW          PIC X(01)    VALUE "N".
           88 WS-ENCERRA-REVISAO      VALUE "S".

       01 WS-DECISAO             PIC X(01)    VALUE SPACES.
           88 WS-DECIDE-APROVAR       VALUE "A" "a".
           88 WS-DECIDE-REJEITAR      VALUE "R" "r".
           88 WS-DECIDE-ENCERRAR      VALUE "0".

       01 WS-MOTIVO              PIC X(40)    VALUE SPACES.
       01 WS-MOTIVO-INVALIDO     PIC X(40)    VALUE SPACES.

       01 WS-ALUNO-ACHADO-SW     PIC X(01)    VALUE "N".
           88 WS-ALUNO-ACHADO         VALUE "S".
       01 WS-REFAZ-REC-SW        PIC X(01)    VALUE "N".
           88 WS-REFAZ-RECUPERACAO    VALUE "S".
       01 WS-TURMA-ACHADA-SW     PIC X(01)    VALUE "N".
           88 WS-LINHA-TURMA-ACHADA   VALUE "S".
       01 WS-CONSOLIDADO-SW      PIC X(01)    VALUE "N".
           88 WS-ANO-CONSOLIDADO      VALUE "S".

      *    COPIA DO REGISTRO DO MESTRE NO MOMENTO DA APROVACAO,
      *    REPASSADA AO PGVERIF COM O CAMPO DO PEDIDO JA TROCADO
       01 WS-ALU-TURMA           PIC X(05)    VALUE SPACES.
       01 WS-ALU-DISCIPLINA      PIC X(05)    VALUE SPACES.
       01 WS-ALU-BIMESTRE        PIC 9(01)    VALUE ZEROS.
       01 WS-ALU-NUMERO          PIC 9(05)    VALUE ZEROS.
       01 WS-ALU-NOME            PIC X(30)    VALUE SPACES.
       01 WS-ALU-MATRICULA       PIC X(10)    VALUE SPACES.
       01 WS-ALU-NOTA-1          PIC 9(02)V99 VALUE ZEROS.
       01 WS-ALU-NOTA-2          PIC 9(02)V99 VALUE ZEROS.
       01 WS-ALU-NOTA-3          PIC 9(02)V99 VALUE ZEROS.
       01 WS-ALU-NOTA-4          PIC 9(02)V99 VALUE ZEROS.
       01 WS-ALU-FREQUENCIA      PIC 9(03)    VALUE ZEROS.
       01 WS-ALU-MEDIA           PIC 9(02)V99 VALUE ZEROS.
       01 WS-ALU-CONCEITO        PIC X(01)    VALUE SPACES.
       01 WS-ALU-NOTA-REC        PIC 9(02)V99 VALUE ZEROS.
       01 WS-ALU-SITUACAO        PIC X(15)    VALUE SPACES.
       01 WS-APROVADO-SW         PIC X(01)    VALUE "N".
           88 WS-ALUNO-APROVADO       VALUE "S".

       01 WS-VALOR-ATUAL         PIC 9(03)V99 VALUE ZEROS.

      *    O ESQUEMA DE MEDIA (SIMPLES OU PONDERADA) NAO FICA NO
      *    MESTRE: E DEDUZIDO REFAZENDO AS DUAS CONTAS DO PGVERIF
      *    SOBRE AS NOTAS GRAVADAS E COMPARANDO COM A MEDIA GRAVADA
       01 WS-ESQUEMA-MEDIA       PIC X(01)    VALUE "S".
       01 WS-MEDIA-SIMPLES       PIC 9(02)V99 VALUE ZEROS.
       01 WS-MEDIA-PONDERADA     PIC 9(02)V99 VALUE ZEROS.
       01 WS-MEDIA-FINAL         PIC 9(02)V99 VALUE ZEROS.

       01 WS-JRN-OPERACAO        PIC X(07)    VALUE "REWRITE".
       01 WS-JRN-PROGRAMA        PIC X(08)    VALUE "PGEXE041".
       01 WS-IMAGEM-ANTES        PIC X(111)   VALUE SPACES.
       01 WS-IMAGEM-DEPOIS       PIC X(111)   VALUE SPACES.
       01 WS-JRN-PEDIDO          PIC 9(06)    VALUE ZEROS.

       01 WS-CONT-PENDENTES      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-APROVADOS      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-REJEITADOS     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INVALIDADOS    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-ADIADOS        PIC 9(05)    VALUE ZEROS.

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
           88 WS-PERFIL-DIRECAO       VALUE "D".

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-ENCERRA-SW
           MOVE ZEROS TO WS-CONT-PENDENTES WS-CONT-APROVADOS
                         WS-CONT-REJEITADOS WS-CONT-INVALIDADOS
                         WS-CONT-ADIADOS

           DISPLAY 'APROVACAO DE PEDIDOS DE ALTERACAO DE NOTA'

           IF NOT WS-PERFIL-DIRECAO THEN
               DISPLAY 'APROVACAO RESTRITA A DIRECAO (PERFIL D)'
               GOBACK
           END-IF

           OPEN I-O WS-PEDIDO-FILE

           IF WS-PEDIDO-NAO-EXISTE THEN
               DISPLAY 'NENHUM PEDIDO REGISTRADO (PEDNOTA.DAT NAO '
                       'ENCONTRADO)'
               GOBACK
           END-IF

           MOVE ZEROS TO CPPED-NUMERO
           MOVE "N"   TO WS-FIM-PEDIDO

           START WS-PEDIDO-FILE KEY IS >= CPPED-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEDIDO
           END-START

           PERFORM P110-LE-PEDIDO THRU P110-LE-PEDIDO-FIM
           PERFORM P200-REVISA-PEDIDO THRU P200-REVISA-PEDIDO-FIM
               UNTIL WS-FIM-PEDIDO-SIM
                  OR WS-ENCERRA-REVISAO

           CLOSE WS-PEDIDO-FILE

           PERFORM P900-EMITE-RESUMO THRU P900-EMITE-RESUMO-FIM

           GOBACK.

       P110-LE-PEDIDO.
           READ WS-PEDIDO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PEDIDO
           END-READ.
       P110-LE-PEDIDO-FIM.

       P200-REVISA-PEDIDO.
           IF NOT CPPED-PENDENTE THEN
               GO TO P200-REVISA-PEDIDO-LE
           END-IF.

           ADD 1 TO WS-CONT-PENDENTES.
           PERFORM P850-MOSTRA-PEDIDO THRU P850-MOSTRA-PEDIDO-FIM.

      *    QUEM PEDIU NAO DECIDE: COM DOIS OPERADORES DA DIRECAO O
      *    PEDIDO FEITO POR UM FICA PARA O OUTRO
           IF CPPED-SOLICITANTE = WS-PARM-OPERADOR THEN
               DISPLAY 'PEDIDO REGISTRADO PELO PROPRIO OPERADOR - '
                       'OUTRO MEMBRO DA DIRECAO DEVE DECIDIR'
               ADD 1 TO WS-CONT-ADIADOS
               GO TO P200-REVISA-PEDIDO-LE
           END-IF.

           DISPLAY '<A> APROVAR, <R> REJEITAR, <0> ENCERRAR OU '
                   'ENTER PARA DECIDIR DEPOIS: '
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO.

           EVALUATE TRUE
               WHEN WS-DECIDE-APROVAR
                   PERFORM P400-APROVA-PEDIDO
                       THRU P400-APROVA-PEDIDO-FIM
               WHEN WS-DECIDE-REJEITAR
                   PERFORM P300-REJEITA-PEDIDO
                       THRU P300-REJEITA-PEDIDO-FIM
               WHEN WS-DECIDE-ENCERRAR
                   MOVE "S" TO WS-ENCERRA-SW
                   ADD 1 TO WS-CONT-ADIADOS
                   GO TO P200-REVISA-PEDIDO-FIM
               WHEN OTHER
                   DISPLAY 'PEDIDO ' CPPED-NUMERO ' CONTINUA PENDENTE'
                   ADD 1 TO WS-CONT-ADIADOS
           END-EVALUATE.

       P200-REVISA-PEDIDO-LE.
           PERFORM P110-LE-PEDIDO THRU P110-LE-PEDIDO-FIM.
       P200-REVISA-PEDIDO-FIM.

       P300-REJEITA-PEDIDO.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM P310-DIGITA-MOTIVO UNTIL WS-MOTIVO NOT = SPACES.

           MOVE "R" TO CPPED-SITUACAO.
           PERFORM P800-GRAVA-DECISAO THRU P800-GRAVA-DECISAO-FIM.

           ADD 1 TO WS-CONT-REJEITADOS.
           DISPLAY 'PEDIDO ' CPPED-NUMERO ' REJEITADO'.
       P300-REJEITA-PEDIDO-FIM.

       P310-DIGITA-MOTIVO.
           DISPLAY 'MOTIVO DA REJEICAO (OBRIGATORIO): '
           ACCEPT WS-MOTIVO

           IF WS-MOTIVO = SPACES THEN
               DISPLAY 'MOTIVO EM BRANCO - DIGITE NOVAMENTE'
           END-IF.
       P310-DIGITA-MOTIVO-FIM.

       P400-APROVA-PEDIDO.
           MOVE SPACES TO WS-MOTIVO-INVALIDO.

           PERFORM P500-LE-MESTRE THRU P500-LE-MESTRE-FIM.

           IF NOT WS-ALUNO-ACHADO THEN
               MOVE "ALUNO NAO ENCONTRADO NO CADASTRO MESTRE"
                 TO WS-MOTIVO-INVALIDO
               GO TO P400-APROVA-PEDIDO-INVALIDO
           END-IF.

      *    O PEDIDO VALE PARA O VALOR QUE ESTAVA NO MESTRE QUANDO FOI
      *    FEITO; SE ALGUEM MUDOU O CAMPO DESDE ENTAO, A DIRECAO
      *    ESTARIA APROVANDO UMA TROCA QUE NAO VIU
           IF WS-VALOR-ATUAL NOT = CPPED-VALOR-ANTERIOR THEN
               MOVE WS-VALOR-ATUAL TO WS-VALOR-MOSTRA
               DISPLAY 'O VALOR ATUAL NO MESTRE (' WS-VALOR-MOSTRA
                       ') NAO E MAIS O ANTERIOR DO PEDIDO'
               MOVE "VALOR DO MESTRE MUDOU DESDE O PEDIDO"
                 TO WS-MOTIVO-INVALIDO
               GO TO P400-APROVA-PEDIDO-INVALIDO
           END-IF.

           IF CPPED-CAMPO-RECUPERACAO
              AND WS-ALU-SITUACAO NOT = "REPROVADO"
              AND WS-ALU-SITUACAO NOT = "APROVADO-REC"
              AND WS-ALU-SITUACAO NOT = "REPROVADO-FINAL" THEN
               MOVE "ALUNO NAO ESTA MAIS EM RECUPERACAO"
                 TO WS-MOTIVO-INVALIDO
               GO TO P400-APROVA-PEDIDO-INVALIDO
           END-IF.

           DISPLAY 'OBSERVACAO DA APROVACAO (OPCIONAL): '
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO.

           PERFORM P600-APLICA-PEDIDO THRU P600-APLICA-PEDIDO-FIM.

           MOVE "A" TO CPPED-SITUACAO.
           PERFORM P800-GRAVA-DECISAO THRU P800-GRAVA-DECISAO-FIM.

           ADD 1 TO WS-CONT-APROVADOS.
           DISPLAY 'PEDIDO ' CPPED-NUMERO ' APROVADO E APLICADO - '
                   WS-ALU-SITUACAO.
           GO TO P400-APROVA-PEDIDO-FIM.

       P400-APROVA-PEDIDO-INVALIDO.
           DISPLAY 'PEDIDO ' CPPED-NUMERO ' INVALIDADO - '
                   WS-MOTIVO-INVALIDO.
           MOVE WS-MOTIVO-INVALIDO TO WS-MOTIVO.
           MOVE "I" TO CPPED-SITUACAO.
           PERFORM P800-GRAVA-DECISAO THRU P800-GRAVA-DECISAO-FIM.
           ADD 1 TO WS-CONT-INVALIDADOS.
       P400-APROVA-PEDIDO-FIM.

       P500-LE-MESTRE.
           MOVE "N" TO WS-ALUNO-ACHADO-SW.

           OPEN INPUT WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               GO TO P500-LE-MESTRE-FIM
           END-IF.

           MOVE CPPED-CHAVE-ALUNO TO CPALUNO-CHAVE.
           MOVE "S" TO WS-ALUNO-ACHADO-SW.

           READ WS-MESTRE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ALUNO-ACHADO-SW
           END-READ.

           IF WS-ALUNO-ACHADO THEN
               PERFORM P510-GUARDA-ALUNO THRU P510-GUARDA-ALUNO-FIM
           END-IF.

           CLOSE WS-MESTRE-FILE.
       P500-LE-MESTRE-FIM.

       P510-GUARDA-ALUNO.
           MOVE CPALUNO-TURMA          TO WS-ALU-TURMA.
           MOVE CPALUNO-DISCIPLINA     TO WS-ALU-DISCIPLINA.
           MOVE CPALUNO-BIMESTRE       TO WS-ALU-BIMESTRE.
           MOVE CPALUNO-NUMERO         TO WS-ALU-NUMERO.
           MOVE CPALUNO-NOME           TO WS-ALU-NOME.
           MOVE CPALUNO-DATA-MATRICULA TO WS-ALU-MATRICULA.
           MOVE CPALUNO-NOTA-1         TO WS-ALU-NOTA-1.
           MOVE CPALUNO-NOTA-2         TO WS-ALU-NOTA-2.
           MOVE CPALUNO-NOTA-3         TO WS-ALU-NOTA-3.
           MOVE CPALUNO-NOTA-4         TO WS-ALU-NOTA-4.
           MOVE CPALUNO-FREQUENCIA     TO WS-ALU-FREQUENCIA.
           MOVE CPALUNO-MEDIA          TO WS-ALU-MEDIA.
           MOVE CPALUNO-CONCEITO       TO WS-ALU-CONCEITO.
           MOVE CPALUNO-NOTA-REC       TO WS-ALU-NOTA-REC.
           MOVE CPALUNO-SITUACAO       TO WS-ALU-SITUACAO.

           EVALUATE CPPED-CAMPO
               WHEN "1"
                   MOVE CPALUNO-NOTA-1     TO WS-VALOR-ATUAL
               WHEN "2"
                   MOVE CPALUNO-NOTA-2     TO WS-VALOR-ATUAL
               WHEN "3"
                   MOVE CPALUNO-NOTA-3     TO WS-VALOR-ATUAL
               WHEN "4"
                   MOVE CPALUNO-NOTA-4     TO WS-VALOR-ATUAL
               WHEN "F"
                   MOVE CPALUNO-FREQUENCIA TO WS-VALOR-ATUAL
               WHEN "R"
                   MOVE CPALUNO-NOTA-REC   TO WS-VALOR-ATUAL
           END-EVALUATE.
       P510-GUARDA-ALUNO-FIM.

       P600-APLICA-PEDIDO.
           PERFORM P610-DEDUZ-ESQUEMA THRU P610-DEDUZ-ESQUEMA-FIM.

      *    A RECUPERACAO JA LANCADA (OU A PEDIDA) PRECISA SER REFEITA
      *    DEPOIS DO PGVERIF, QUE ZERA A NOTA DE RECUPERACAO
           MOVE "N" TO WS-REFAZ-REC-SW.
           IF CPPED-CAMPO-RECUPERACAO
              OR WS-ALU-SITUACAO = "APROVADO-REC"
              OR WS-ALU-SITUACAO = "REPROVADO-FINAL" THEN
               MOVE "S" TO WS-REFAZ-REC-SW
           END-IF.

           EVALUATE CPPED-CAMPO
               WHEN "1"
                   MOVE CPPED-VALOR-NOVO TO WS-ALU-NOTA-1
               WHEN "2"
                   MOVE CPPED-VALOR-NOVO TO WS-ALU-NOTA-2
               WHEN "3"
                   MOVE CPPED-VALOR-NOVO TO WS-ALU-NOTA-3
               WHEN "4"
                   MOVE CPPED-VALOR-NOVO TO WS-ALU-NOTA-4
               WHEN "F"
                   MOVE CPPED-VALOR-NOVO TO WS-ALU-FREQUENCIA
               WHEN "R"
                   MOVE CPPED-VALOR-NOVO TO WS-ALU-NOTA-REC
           END-EVALUATE.

           MOVE CPPED-NUMERO TO WS-JRN-PEDIDO.

           CALL "PGVERIF" USING WS-ESQUEMA-MEDIA
                                 WS-ALU-TURMA
                                 WS-ALU-DISCIPLINA
                                 WS-ALU-BIMESTRE
                                 WS-ALU-NUMERO
                                 WS-ALU-NOME
                                 WS-ALU-MATRICULA
                                 WS-ALU-NOTA-1
                                 WS-ALU-NOTA-2
                                 WS-ALU-NOTA-3
                                 WS-ALU-NOTA-4
                                 WS-ALU-FREQUENCIA
                                 WS-ALU-MEDIA
                                 WS-ALU-CONCEITO
                                 WS-APROVADO-SW
                                 WS-PARM-OPERADOR
                                 WS-JRN-PEDIDO.

           PERFORM P620-REFAZ-RECUPERACAO
               THRU P620-REFAZ-RECUPERACAO-FIM.

           IF WS-ALU-BIMESTRE NOT = 9 THEN
               PERFORM P700-ATUALIZA-TURMA THRU P700-ATUALIZA-TURMA-FIM
               PERFORM P750-CONFERE-CONSOLIDACAO
                   THRU P750-CONFERE-CONSOLIDACAO-FIM
           END-IF.
       P600-APLICA-PEDIDO-FIM.

       P610-DEDUZ-ESQUEMA.
           COMPUTE WS-MEDIA-SIMPLES = (WS-ALU-NOTA-1 * 0,250) +
                                      (WS-ALU-NOTA-2 * 0,250) +
                                      (WS-ALU-NOTA-3 * 0,250) +
                                      (WS-ALU-NOTA-4 * 0,250).
           COMPUTE WS-MEDIA-PONDERADA = (WS-ALU-NOTA-1 * 0,200) +
                                        (WS-ALU-NOTA-2 * 0,200) +
                                        (WS-ALU-NOTA-3 * 0,200) +
                                        (WS-ALU-NOTA-4 * 0,400).

           IF WS-ALU-MEDIA NOT = WS-MEDIA-SIMPLES
              AND WS-ALU-MEDIA = WS-MEDIA-PONDERADA THEN
               MOVE "P" TO WS-ESQUEMA-MEDIA
           ELSE
               MOVE "S" TO WS-ESQUEMA-MEDIA
           END-IF.
       P610-DEDUZ-ESQUEMA-FIM.

      *    MESMA REGRA DO PGEXE010: SO O REPROVADO POR NOTA VAI PARA A
      *    RECUPERACAO, MEDIA FINAL = (MEDIA + NOTA REC) / 2
       P620-REFAZ-RECUPERACAO.
           IF NOT WS-REFAZ-RECUPERACAO THEN
               GO TO P620-REFAZ-RECUPERACAO-FIM
           END-IF.

           OPEN I-O WS-MESTRE-FILE.

           MOVE CPPED-CHAVE-ALUNO TO CPALUNO-CHAVE.

           READ WS-MESTRE-FILE
               INVALID KEY
                   CLOSE WS-MESTRE-FILE
                   GO TO P620-REFAZ-RECUPERACAO-FIM
           END-READ.

           IF CPALUNO-SITUACAO NOT = "REPROVADO" THEN
               DISPLAY 'COM A CORRECAO O ALUNO SAIU DA RECUPERACAO - '
                       CPALUNO-SITUACAO
               MOVE CPALUNO-SITUACAO TO WS-ALU-SITUACAO
               CLOSE WS-MESTRE-FILE
               GO TO P620-REFAZ-RECUPERACAO-FIM
           END-IF.

           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-ANTES.

           MOVE WS-ALU-NOTA-REC TO CPALUNO-NOTA-REC.
           COMPUTE WS-MEDIA-FINAL =
                   (CPALUNO-MEDIA + CPALUNO-NOTA-REC) / 2.
           MOVE WS-MEDIA-FINAL TO CPALUNO-MEDIA-FINAL.

           IF WS-MEDIA-FINAL >= 7 THEN
               MOVE "APROVADO-REC"    TO CPALUNO-SITUACAO
           ELSE
               MOVE "REPROVADO-FINAL" TO CPALUNO-SITUACAO
           END-IF.

           MOVE WS-PARM-OPERADOR TO CPALUNO-OPERADOR.
           MOVE WS-MESTRE-REGISTRO TO WS-IMAGEM-DEPOIS.

           REWRITE WS-MESTRE-REGISTRO.

           CLOSE WS-MESTRE-FILE.

           CALL "PGJORNAL" USING WS-JRN-OPERACAO
                                  WS-JRN-PROGRAMA
                                  WS-PARM-OPERADOR
                                  WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS
                                  WS-JRN-PEDIDO.

           MOVE CPALUNO-SITUACAO TO WS-ALU-SITUACAO.
           MOVE WS-MEDIA-FINAL   TO WS-NOTA-MOSTRA.
           DISPLAY 'RECUPERACAO REFEITA - MEDIA FINAL '
                   WS-NOTA-MOSTRA ' - ' CPALUNO-SITUACAO.
       P620-REFAZ-RECUPERACAO-FIM.

      *    SEM ACERTAR TURMA.DAT, O PROXIMO PROCESSAMENTO NOTURNO
      *    REGRAVARIA NO MESTRE O VALOR ANTIGO DA LISTA DE TURMA
       P700-ATUALIZA-TURMA.
           MOVE "N" TO WS-FIM-TURMA WS-TURMA-ACHADA-SW.

           OPEN I-O WS-TURMA-FILE.

           IF WS-TURMA-NAO-EXISTE THEN
               DISPLAY 'ARQUIVO DE TURMA (TURMA.DAT) NAO ENCONTRADO '
                       '- TURMA.DAT NAO ATUALIZADO'
               GO TO P700-ATUALIZA-TURMA-FIM
           END-IF.

           PERFORM P710-LE-TURMA THRU P710-LE-TURMA-FIM.
           PERFORM P720-TRATA-TURMA THRU P720-TRATA-TURMA-FIM
               UNTIL WS-FIM-TURMA-SIM
                  OR WS-LINHA-TURMA-ACHADA.

           CLOSE WS-TURMA-FILE.

           IF NOT WS-LINHA-TURMA-ACHADA THEN
               DISPLAY 'AVISO: ALUNO NAO ENCONTRADO EM TURMA.DAT - '
                       'SO O MESTRE FOI CORRIGIDO'
           END-IF.
       P700-ATUALIZA-TURMA-FIM.

       P710-LE-TURMA.
           READ WS-TURMA-FILE
               AT END
                   MOVE "S" TO WS-FIM-TURMA
           END-READ.
       P710-LE-TURMA-FIM.

       P720-TRATA-TURMA.
           IF CPALREG-TURMA      NOT = CPPED-TURMA
              OR CPALREG-DISCIPLINA NOT = CPPED-DISCIPLINA
              OR CPALREG-NUMERO     NOT = CPPED-NUMERO-ALUNO
              OR CPALREG-BIMESTRE   NOT = CPPED-BIMESTRE THEN
               PERFORM P710-LE-TURMA THRU P710-LE-TURMA-FIM
               GO TO P720-TRATA-TURMA-FIM
           END-IF.

           MOVE "S" TO WS-TURMA-ACHADA-SW.

           EVALUATE CPPED-CAMPO
               WHEN "1"
                   MOVE CPPED-VALOR-NOVO TO CPALREG-NOTA-1
               WHEN "2"
                   MOVE CPPED-VALOR-NOVO TO CPALREG-NOTA-2
               WHEN "3"
                   MOVE CPPED-VALOR-NOVO TO CPALREG-NOTA-3
               WHEN "4"
                   MOVE CPPED-VALOR-NOVO TO CPALREG-NOTA-4
               WHEN "F"
                   MOVE CPPED-VALOR-NOVO TO CPALREG-FREQUENCIA
           END-EVALUATE.

           REWRITE WS-TURMA-REGISTRO.
       P720-TRATA-TURMA-FIM.

      *    A CONSOLIDACAO ANUAL (BIMESTRE 9) E FEITA A PARTIR DOS
      *    BIMESTRES; SE JA EXISTE, FICOU COM A MEDIA ANTIGA
       P750-CONFERE-CONSOLIDACAO.
           MOVE "N" TO WS-CONSOLIDADO-SW.

           OPEN INPUT WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               GO TO P750-CONFERE-CONSOLIDACAO-FIM
           END-IF.

           MOVE CPPED-CHAVE-ALUNO TO CPALUNO-CHAVE.
           MOVE 9                 TO CPALUNO-BIMESTRE.
           MOVE "S"               TO WS-CONSOLIDADO-SW.

           READ WS-MESTRE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONSOLIDADO-SW
           END-READ.

           CLOSE WS-MESTRE-FILE.

           IF WS-ANO-CONSOLIDADO THEN
               DISPLAY 'AVISO: A CONSOLIDACAO ANUAL DESTE ALUNO JA '
                       'EXISTE - REPROCESSE A CONSOLIDACAO (PGEXE017) '
                       'PARA LEVAR A CORRECAO AO BIMESTRE 9'
           END-IF.
       P750-CONFERE-CONSOLIDACAO-FIM.

       P800-GRAVA-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE.

           MOVE WS-PARM-OPERADOR TO CPPED-DECISOR.
           MOVE WS-DC-DATA       TO CPPED-DATA-DECISAO.
           MOVE WS-DC-HORA       TO CPPED-HORA-DECISAO.
           MOVE WS-MOTIVO        TO CPPED-MOTIVO-DECISAO.

           REWRITE WS-PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR PEDNOTA.DAT - STATUS '
                           WS-PEDIDO-STATUS
           END-REWRITE.
       P800-GRAVA-DECISAO-FIM.

       P850-MOSTRA-PEDIDO.
           DISPLAY ' '
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
           DISPLAY 'JUSTIFICATIVA: ' CPPED-JUSTIFICATIVA.
       P850-MOSTRA-PEDIDO-FIM.

       P900-EMITE-RESUMO.
           DISPLAY '================================================'
           DISPLAY 'RESUMO DA APROVACAO DE PEDIDOS'
           DISPLAY 'PENDENTES APRESENTADOS: ' WS-CONT-PENDENTES
           DISPLAY 'APROVADOS E APLICADOS.: ' WS-CONT-APROVADOS
           DISPLAY 'REJEITADOS............: ' WS-CONT-REJEITADOS
           DISPLAY 'INVALIDADOS...........: ' WS-CONT-INVALIDADOS
           DISPLAY 'CONTINUAM PENDENTES...: ' WS-CONT-ADIADOS
           DISPLAY '================================================'.
       P900-EMITE-RESUMO-FIM.
       END PROGRAM PGEXE041.
