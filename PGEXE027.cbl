      *                               LEITURA, PARA O PERFIL DE
      *                               CONSULTA PODER USAR SEM GERAR O
      *                               BOLETIM.REL INTEIRO.
      *    15/10/2026    SUPORTE      DEPOIS DAS NOTAS, A CONSULTA
      *                               MOSTRA OS RESPONSAVEIS DE CADA
      *                               ALUNO ENCONTRADO (RESPONS.DAT,
      *                               LAYOUT CPRESP), COM PARENTESCO,
      *                               TELEFONE E E-MAIL, PARA A
      *                               SECRETARIA CONFERIR QUEM ESTA
      *                               LIGANDO ANTES DE PASSAR NOTA.
      *    15/10/2026    SUPORTE      A CONSULTA DEIXOU DE LER O MESTRE
      *                               DO COMECO AO FIM: POSICIONA
      *                               DIRETO PELOS NOVOS INDICES
      *                               ALTERNATIVOS DO ALUNMEST.DAT - O
      *                               DE NUMERO DO ALUNO OU O DE NOME,
      *                               QUE PASSA A SER BUSCADO PELO
      *                               INICIO (ANTES VALIA QUALQUER
      *                               PARTE DO NOME, O QUE EXIGIA LER
      *                               TUDO).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-RESPONS-FILE ASSIGN TO "RESPONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPRESP-NUMERO
                  FILE STATUS  IS WS-RESPONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-RESPONS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RESPONS-REGISTRO.
           COPY CPRESP.

       WORKING-STORAGE SECTION.
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-RESPONS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-RESPONS-OK           VALUE "00".
           88 WS-RESPONS-NAO-EXISTE   VALUE "35".

       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-NOME-PEDIDO         PIC X(30)    VALUE SPACES.
       01 WS-TAM-PEDIDO          PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-NOME            PIC 9(02)    VALUE ZEROS.

       01 WS-CONT-MOSTRADOS      PIC 9(04)    VALUE ZEROS.

      *    ALUNOS DISTINTOS MOSTRADOS, PARA OS RESPONSAVEIS SAIREM UMA
      *    VEZ POR ALUNO DEPOIS DAS NOTAS
       01 WS-QTD-ALUNOS          PIC 9(02)    VALUE ZEROS.
       01 WS-IDX-ALUNO           PIC 9(02)    VALUE ZEROS.
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 20 TIMES.
              05 WS-TAB-NUMERO       PIC 9(05).
              05 WS-TAB-NOME         PIC X(30).
       01 WS-ALUNO-GUARDADO-SW   PIC X(01)    VALUE "N".
           88 WS-ALUNO-GUARDADO       VALUE "S".
       01 WS-IDX-RESP            PIC 9(01)    VALUE ZEROS.

       01 WS-NOTA-MOSTRA-1       PIC ZZ,99.
       01 WS-NOTA-MOSTRA-2       PIC ZZ,99.
       01 WS-NOTA-MOSTRA-3       PIC ZZ,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"    TO WS-FIM-MESTRE
           MOVE ZEROS  TO WS-CONT-MOSTRADOS WS-QTD-ALUNOS
           MOVE SPACES TO WS-MODO-BUSCA

           DISPLAY 'CONSULTA DE ALUNO NO CADASTRO MESTRE'

           DISPLAY 'BUSCAR POR <N>UMERO OU PELO <P>RINCIPIO DO NOME? '
           ACCEPT WS-MODO-BUSCA

           EVALUATE TRUE
               GOBACK
           END-IF

           IF WS-BUSCA-NUMERO THEN
               PERFORM P250-POSICIONA-NUMERO
                   THRU P250-POSICIONA-NUMERO-FIM
           ELSE
               PERFORM P260-POSICIONA-NOME
                   THRU P260-POSICIONA-NOME-FIM
           END-IF

           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P300-LE-MESTRE THRU P300-LE-MESTRE-FIM
               PERFORM P400-TRATA-REGISTRO THRU P400-TRATA-REGISTRO-FIM
                   UNTIL WS-FIM-MESTRE-SIM
           END-IF

           CLOSE WS-MESTRE-FILE

           ELSE
               DISPLAY '------------------------------------------'
               DISPLAY 'REGISTROS ENCONTRADOS: ' WS-CONT-MOSTRADOS
               PERFORM P600-MOSTRA-RESPONSAVEIS
                   THRU P600-MOSTRA-RESPONSAVEIS-FIM
           END-IF

           GOBACK.
       P100-INFORMA-NUMERO-FIM.

       P200-INFORMA-NOME.
           DISPLAY 'INFORME O NOME DO ALUNO OU O INICIO DELE: '
           ACCEPT WS-NOME-PEDIDO.

      *    O COMPRIMENTO UTIL E O DA ULTIMA POSICAO NAO BRANCA
           ADD 1 TO WS-IDX-NOME.
       P210-MEDE-NOME-FIM.

      *    OS REGISTROS DO ALUNO EM TODAS AS TURMAS, DISCIPLINAS E
      *    BIMESTRES FICAM JUNTOS NO INDICE DE NUMERO
       P250-POSICIONA-NUMERO.
           MOVE WS-NUMERO-PEDIDO TO CPALUNO-NUMERO.

           START WS-MESTRE-FILE KEY IS = CPALUNO-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
       P250-POSICIONA-NUMERO-FIM.

      *    NO INDICE DE NOME O PRIMEIRO NOME IGUAL OU MAIOR QUE O
      *    INICIO DIGITADO E O PRIMEIRO CANDIDATO; A LEITURA PARA
      *    QUANDO O INICIO DO NOME DEIXA DE CASAR
       P260-POSICIONA-NOME.
           MOVE WS-NOME-PEDIDO TO CPALUNO-NOME.

           START WS-MESTRE-FILE KEY IS >= CPALUNO-NOME
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
       P260-POSICIONA-NOME-FIM.

       P300-LE-MESTRE.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P300-LE-MESTRE-FIM.

       P400-TRATA-REGISTRO.
           IF WS-BUSCA-NUMERO
              AND CPALUNO-NUMERO NOT = WS-NUMERO-PEDIDO THEN
               MOVE "S" TO WS-FIM-MESTRE
               GO TO P400-TRATA-REGISTRO-FIM
           END-IF.

           IF WS-BUSCA-NOME
              AND CPALUNO-NOME(1:WS-TAM-PEDIDO)
                  NOT = WS-NOME-PEDIDO(1:WS-TAM-PEDIDO) THEN
               MOVE "S" TO WS-FIM-MESTRE
               GO TO P400-TRATA-REGISTRO-FIM
           END-IF.

           PERFORM P500-MOSTRA-REGISTRO THRU P500-MOSTRA-REGISTRO-FIM.

           PERFORM P300-LE-MESTRE THRU P300-LE-MESTRE-FIM.
       P400-TRATA-REGISTRO-FIM.

       P500-MOSTRA-REGISTRO.
           ADD 1 TO WS-CONT-MOSTRADOS.

           PERFORM P510-GUARDA-ALUNO THRU P510-GUARDA-ALUNO-FIM.

           MOVE CPALUNO-NOTA-1      TO WS-NOTA-MOSTRA-1.
           MOVE CPALUNO-NOTA-2      TO WS-NOTA-MOSTRA-2.
           MOVE CPALUNO-NOTA-3      TO WS-NOTA-MOSTRA-3.
                   ' FREQ ' CPALUNO-FREQUENCIA
                   ' ' CPALUNO-SITUACAO.
       P500-MOSTRA-REGISTRO-FIM.

       P510-GUARDA-ALUNO.
           MOVE "N" TO WS-ALUNO-GUARDADO-SW.
           MOVE 1   TO WS-IDX-ALUNO.
           PERFORM P520-COMPARA-ALUNO THRU P520-COMPARA-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                  OR WS-ALUNO-GUARDADO.

           IF NOT WS-ALUNO-GUARDADO AND WS-QTD-ALUNOS < 20 THEN
               ADD 1 TO WS-QTD-ALUNOS
               MOVE CPALUNO-NUMERO TO WS-TAB-NUMERO(WS-QTD-ALUNOS)
               MOVE CPALUNO-NOME   TO WS-TAB-NOME(WS-QTD-ALUNOS)
           END-IF.
       P510-GUARDA-ALUNO-FIM.

       P520-COMPARA-ALUNO.
           IF WS-TAB-NUMERO(WS-IDX-ALUNO) = CPALUNO-NUMERO THEN
               MOVE "S" TO WS-ALUNO-GUARDADO-SW
           END-IF.
           ADD 1 TO WS-IDX-ALUNO.
       P520-COMPARA-ALUNO-FIM.

       P600-MOSTRA-RESPONSAVEIS.
           OPEN INPUT WS-RESPONS-FILE.

           IF NOT WS-RESPONS-OK THEN
               DISPLAY 'CADASTRO DE RESPONSAVEIS (RESPONS.DAT) NAO '
                       'ENCONTRADO'
               GO TO P600-MOSTRA-RESPONSAVEIS-FIM
           END-IF.

           MOVE 1 TO WS-IDX-ALUNO.
           PERFORM P610-RESPONSAVEIS-ALUNO
               THRU P610-RESPONSAVEIS-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS.

           CLOSE WS-RESPONS-FILE.
       P600-MOSTRA-RESPONSAVEIS-FIM.

       P610-RESPONSAVEIS-ALUNO.
           DISPLAY '=================================================='
           DISPLAY 'RESPONSAVEIS DE ' WS-TAB-NUMERO(WS-IDX-ALUNO) ' '
                   WS-TAB-NOME(WS-IDX-ALUNO)

           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO CPRESP-NUMERO.
           READ WS-RESPONS-FILE
               INVALID KEY
                   DISPLAY 'NENHUM RESPONSAVEL CADASTRADO'
                   GO TO P610-RESPONSAVEIS-ALUNO-PROXIMO
           END-READ.

           MOVE 1 TO WS-IDX-RESP.
           PERFORM P620-MOSTRA-UM-RESPONSAVEL
               THRU P620-MOSTRA-UM-RESPONSAVEL-FIM
               UNTIL WS-IDX-RESP > 2.

       P610-RESPONSAVEIS-ALUNO-PROXIMO.
           ADD 1 TO WS-IDX-ALUNO.
       P610-RESPONSAVEIS-ALUNO-FIM.

       P620-MOSTRA-UM-RESPONSAVEL.
           IF CPRESP-NOME(WS-IDX-RESP) NOT = SPACES THEN
               DISPLAY CPRESP-NOME(WS-IDX-RESP) ' ('
                       CPRESP-PARENTESCO(WS-IDX-RESP) ')'
               DISPLAY '   TELEFONE ' CPRESP-TELEFONE(WS-IDX-RESP)
                       ' E-MAIL ' CPRESP-EMAIL(WS-IDX-RESP)
           END-IF.
           ADD 1 TO WS-IDX-RESP.
       P620-MOSTRA-UM-RESPONSAVEL-FIM.
       END PROGRAM PGEXE027.
