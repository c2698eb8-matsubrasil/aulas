      *                               REGISTRADO EM SESSAO.DAT COM O
      *                               NUMERO DO ALUNO, EXIGENCIA DA
      *                               AUDITORIA.
      *    15/10/2026    SUPORTE      O NOVO PERFIL D (DIRECAO) TEM O
      *                               MESMO ACESSO DO PERFIL T NO
      *                               LANCAMENTO, INCLUSIVE PARA FORCAR
      *                               FORA DA JANELA. A CHAMADA DO
      *                               PGVERIF PASSOU A LEVAR O NUMERO DO
      *                               PEDIDO DE ALTERACAO DE NOTA, EM
      *                               ZEROS NO LANCAMENTO NORMAL.
      *    15/10/2026    SUPORTE      FIM DO OVERRIDE DOS PERFIS T E
      *                               D, COMO JA FEITO NO PGEXE007:
      *                               COM A JANELA DO BIMESTRE FECHADA
      *                               O LANCAMENTO E RECUSADO PARA
      *                               TODOS E A NOTA SO MUDA PELO
      *                               PEDIDO DE ALTERACAO (PGEXE040)
      *                               APROVADO PELA DIRECAO (PGEXE041).
      *                               A LINHA "JANELA OVR" EM
      *                               SESSAO.DAT DEIXOU DE EXISTIR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT WS-TURMA-FILE   ASSIGN TO "TURMA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-TURMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-TURMA-FILE
       01  WS-TURMA-REGISTRO.
           COPY CPALREG.

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-MATRICULA==.
       77 WS-MATRICULA-VALIDA-SW PIC X(01)    VALUE "N".
       01 WS-BIMESTRE-VALIDO-SW  PIC X(01)    VALUE "N".
           88 WS-BIMESTRE-EH-VALIDO   VALUE "S".

       01 WS-JANELA-ABERTA-SW    PIC X(01)    VALUE "N".
           88 WS-JANELA-ABERTA        VALUE "S".
       01 WS-LIBERADO-SW         PIC X(01)    VALUE "N".
           88 WS-LANCAMENTO-LIBERADO  VALUE "S".

       01 WS-CONT-APROVADOS      PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-REPROVADOS     PIC 9(04)    VALUE ZEROS.
       01 WS-ESQUEMA-MEDIA       PIC X(01)    VALUE "S".
           88 WS-MEDIA-SIMPLES        VALUE "S".
           88 WS-MEDIA-PONDERADA      VALUE "P".
       01 WS-NUMERO-PEDIDO       PIC 9(06)    VALUE ZEROS.

       01 WS-NOTA-DIGITADA       PIC 9(02)V99 VALUE ZEROS.
       01 WS-NOTA-DIGITADA-STR   PIC X(05)    VALUE SPACES.
       LINKAGE SECTION.
       01 WS-PARM-OPERADOR       PIC X(08).
       01 WS-PARM-PERFIL         PIC X(01).

       PROCEDURE DIVISION USING WS-PARM-OPERADOR
                                 WS-PARM-PERFIL.
                                 WS-CONCEITO
                                 WS-APROVADO-SW
                                 WS-PARM-OPERADOR
                                 WS-NUMERO-PEDIDO

           PERFORM P600-ACUMULA-RESUMO THRU P600-ACUMULA-RESUMO-FIM.
       P200-PROCESSA-INTERATIVO-FIM.

       P290-CONFERE-JANELA.
           MOVE "N" TO WS-LIBERADO-SW WS-JANELA-ABERTA-SW.

           CALL "PGJANELA" USING WS-BIMESTRE-ALUNO
                                  WS-JANELA-ABERTA-SW.
                   WS-BIMESTRE-ALUNO ' ESTA FECHADA NO CALENDARIO '
                   'ESCOLAR (JANELAS.DAT)'.

           DISPLAY 'LANCAMENTO RECUSADO - FORA DA JANELA A NOTA SO '
                   'MUDA POR PEDIDO DE ALTERACAO (MENU T, PGEXE040) '
                   'APROVADO PELA DIRECAO'.
       P290-CONFERE-JANELA-FIM.

       P240-INFORMA-BIMESTRE.
           MOVE "N" TO WS-BIMESTRE-VALIDO-SW
           PERFORM P245-DIGITA-BIMESTRE UNTIL WS-BIMESTRE-EH-VALIDO.
                                 WS-CONCEITO
                                 WS-APROVADO-SW
                                 WS-PARM-OPERADOR
                                 WS-NUMERO-PEDIDO

           PERFORM P600-ACUMULA-RESUMO THRU P600-ACUMULA-RESUMO-FIM.

