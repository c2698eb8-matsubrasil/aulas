      *****************************************************************
      *    COPY.......: CPPEDIDO
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DO REGISTRO DE PEDIDOS DE ALTERACAO DE
      *                 NOTA APOS O FECHAMENTO DA JANELA (PEDNOTA.DAT),
      *                 INDEXADO PELO NUMERO DO PEDIDO: A CHAVE DO
      *                 ALUNO NO CADASTRO MESTRE, O CAMPO (NOTA 1 A 4,
      *                 FREQUENCIA OU NOTA DE RECUPERACAO), OS VALORES
      *                 ANTERIOR E NOVO, A JUSTIFICATIVA E QUEM PEDIU,
      *                 SEGUIDOS DA DECISAO DA DIRECAO (QUEM DECIDIU,
      *                 QUANDO E O MOTIVO). O PEDIDO NASCE PENDENTE E
      *                 SO E APLICADO AO MESTRE QUANDO APROVADO.
      *    USO........: COPY CPPEDIDO.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, PARA A CORRECAO
      *                               DE NOTA FORA DA JANELA PASSAR POR
      *                               PEDIDO DA SECRETARIA E APROVACAO
      *                               DA DIRECAO, EM VEZ DO OVERRIDE
      *                               DIRETO DO PERFIL T.
      *****************************************************************
           03  CPPED-NUMERO              PIC 9(06).
           03  CPPED-CHAVE-ALUNO.
               05  CPPED-TURMA           PIC X(05).
               05  CPPED-DISCIPLINA      PIC X(05).
               05  CPPED-NUMERO-ALUNO    PIC 9(05).
               05  CPPED-BIMESTRE        PIC 9(01).
           03  CPPED-NOME-ALUNO          PIC X(30).
           03  CPPED-CAMPO               PIC X(01).
               88  CPPED-CAMPO-NOTA          VALUE "1" "2" "3" "4".
               88  CPPED-CAMPO-FREQUENCIA    VALUE "F".
               88  CPPED-CAMPO-RECUPERACAO   VALUE "R".
           03  CPPED-VALOR-ANTERIOR      PIC 9(03)V99.
           03  CPPED-VALOR-NOVO          PIC 9(03)V99.
           03  CPPED-JUSTIFICATIVA       PIC X(60).
           03  CPPED-SOLICITANTE         PIC X(08).
           03  CPPED-DATA-PEDIDO         PIC 9(08).
           03  CPPED-HORA-PEDIDO         PIC 9(06).
           03  CPPED-SITUACAO            PIC X(01).
               88  CPPED-PENDENTE            VALUE "P".
               88  CPPED-APROVADO            VALUE "A".
               88  CPPED-REJEITADO           VALUE "R".
               88  CPPED-INVALIDADO          VALUE "I".
           03  CPPED-DECISOR             PIC X(08).
           03  CPPED-DATA-DECISAO        PIC 9(08).
           03  CPPED-HORA-DECISAO        PIC 9(06).
           03  CPPED-MOTIVO-DECISAO      PIC X(40).
