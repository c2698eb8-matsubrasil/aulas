      *                               CORTAVA AS DUAS ULTIMAS LETRAS DA
      *                               SITUACAO (REPROVADO-FALTA SAIA
      *                               COMO REPROVADO-FALT).
      *    15/10/2026    SUPORTE      ALUNO APROVADO PELO CONSELHO DE
      *                               CLASSE (APROVADO-CONS) ENTRA NO
      *                               TOTAL DE APROVADOS.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      AO FIM DA EMISSAO O BOLETIM.REL
      *                               E GUARDADO NO CATALOGO DE
      *                               RELATORIOS (PGRELCAT) COMO COPIA
      *                               DATADA E NUMERADA, COM O PERIODO,
      *                               O BIMESTRE, AS PAGINAS E O
      *                               OPERADOR, QUE PASSOU A CHEGAR
      *                               PELA LINKAGE (NOTURNO QUANDO
      *                               CHAMADO PELO PGEXE026). O BOLETIM
      *                               CONTESTADO POR UM PAI OU O DA
      *                               NOITE RERODADA SE PERDIA NA
      *                               EMISSAO SEGUINTE.
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

           SELECT WS-RELAT-FILE   ASSIGN TO "BOLETIM.REL"
       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-CAT-RELATORIO       PIC X(12)    VALUE "BOLETIM.REL".
       01 WS-CAT-PROGRAMA        PIC X(08)    VALUE "PGEXE012".
       01 WS-CAT-PAGINAS         PIC 9(05)    VALUE ZEROS.
       01 WS-CAT-PARAMETROS      PIC X(40)    VALUE SPACES.

       01 WS-CONT-TOTAL          PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-APROVADOS      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-REPROVADOS     PIC 9(05)    VALUE ZEROS.
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR.
       MAIN-PROCEDURE.
           MOVE "N"    TO WS-FIM-MESTRE
           MOVE ZEROS  TO WS-CONT-LINHAS WS-CONT-PAGINA WS-CONT-TOTAL
               DISPLAY 'BOLETIM GRAVADO EM BOLETIM.REL COM '
                       WS-CONT-TOTAL ' ALUNOS EM '
                       WS-CONT-PAGINA ' PAGINAS'

               MOVE WS-CONT-PAGINA TO WS-CAT-PAGINAS
               MOVE SPACES         TO WS-CAT-PARAMETROS
               STRING WS-PERIODO      DELIMITED BY "  "
                      " - BIMESTRE "  DELIMITED BY SIZE
                      WS-BIMESTRE-EMISSAO DELIMITED BY SIZE
                      INTO WS-CAT-PARAMETROS
               CALL "PGRELCAT" USING WS-CAT-RELATORIO
                                     WS-CAT-PROGRAMA
                                     WS-PARM-OPERADOR
                                     WS-CAT-PAGINAS
                                     WS-CAT-PARAMETROS
           END-IF

           DISPLAY 'EMISSAO DO BOLETIM PARA IMPRESSAO - FIM'

           ADD 1 TO WS-CONT-TOTAL.
           IF CPALUNO-SITUACAO = "APROVADO"
              OR CPALUNO-SITUACAO = "APROVADO-REC"
              OR CPALUNO-SITUACAO = "APROVADO-CONS" THEN
               ADD 1 TO WS-CONT-APROVADOS
           ELSE
               ADD 1 TO WS-CONT-REPROVADOS
