      *                               VEZES POR DISCIPLINA E MISTURAVA
      *                               AS MEDIAS ANUAIS NA DISTRIBUICAO
      *                               DO PERIODO.
      *    15/10/2026    SUPORTE      ALUNO TRANSFERIDO, DESISTENTE OU
      *                               REMANEJADO (PGEXE047) DEIXOU DE
      *                               ENTRAR NA ESTATISTICA: AS NOTAS
      *                               DE QUEM SAIU DA TURMA NO MEIO DO
      *                               ANO PUXAVAM A MEDIA PARA BAIXO.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      AO FIM DA EMISSAO O ESTATIS.REL
      *                               E GUARDADO NO CATALOGO DE
      *                               RELATORIOS (PGRELCAT) COMO COPIA
      *                               DATADA E NUMERADA, COM O
      *                               BIMESTRE APURADO E O OPERADOR,
      *                               QUE PASSOU A CHEGAR PELA
      *                               LINKAGE: A NOVA EMISSAO
      *                               SOBREGRAVAVA A ANTERIOR.
      *    15/10/2026    SUPORTE      BIMESTRE EM BRANCO DO ALUNO
      *                               TRANSFERIDO DE OUTRA ESCOLA
      *                               (TRANSF-ENTRADA) FICA FORA DA
      *                               ESTATISTICA, QUE CONTARIA UM
      *                               CONCEITO QUE NAO EXISTE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "ESTATIS.REL"
       01 WS-BIMESTRE-VALIDO-SW  PIC X(01)    VALUE "N".
           88 WS-BIMESTRE-EH-VALIDO   VALUE "S".

       01 WS-CAT-RELATORIO       PIC X(12)    VALUE "ESTATIS.REL".
       01 WS-CAT-PROGRAMA        PIC X(08)    VALUE "PGEXE011".
       01 WS-CAT-PAGINAS         PIC 9(05)    VALUE 1.
       01 WS-CAT-PARAMETROS      PIC X(40)    VALUE SPACES.

       01 WS-LINHA-CONCEITO.
           03 FILLER             PIC X(11)    VALUE "CONCEITO ".
           03 WS-LIN-CONCEITO    PIC X(01).
              VALUE "ALUNOS ENTRE 6,00 E 6,99: ".
           03 WS-LIN-QUASE-QTD   PIC ZZZZ9.

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-FIM-MESTRE
           MOVE ZEROS TO WS-CONT-TOTAL WS-CONT-CONCEITO-A
                       THRU P500-IMPRIME-RELATORIO-FIM
                   DISPLAY 'RELATORIO GRAVADO EM ESTATIS.REL COM '
                           WS-CONT-TOTAL ' ALUNOS'
                   MOVE SPACES TO WS-CAT-PARAMETROS
                   STRING "BIMESTRE " WS-BIMESTRE-APURADO
                          DELIMITED BY SIZE INTO WS-CAT-PARAMETROS
                   CALL "PGRELCAT" USING WS-CAT-RELATORIO
                                         WS-CAT-PROGRAMA
                                         WS-PARM-OPERADOR
                                         WS-CAT-PAGINAS
                                         WS-CAT-PARAMETROS
               END-IF
           END-IF

               GO TO P200-ACUMULA-ALUNO-LE
           END-IF.

           IF CPALUNO-INATIVO OR CPALUNO-TRANSF-ENTRADA THEN
               GO TO P200-ACUMULA-ALUNO-LE
           END-IF.

           ADD 1 TO WS-CONT-TOTAL.

           EVALUATE CPALUNO-CONCEITO
