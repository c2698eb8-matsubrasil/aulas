      *                               TRABALHAR. ANTES A MEDIA DO
      *                               PERIODO ERA SEMPRE A DO ULTIMO
      *                               LOTE CARREGADO.
      *    15/10/2026    SUPORTE      NOVAS SITUACOES TRANSFERIDO,
      *                               DESISTENTE E REMANEJADO, GRAVADAS
      *                               PELA MOVIMENTACAO DE MATRICULA
      *                               (PGEXE047) EM TODOS OS REGISTROS
      *                               DO ALUNO NA TURMA QUE ELE DEIXOU.
      *                               A CONDICAO CPALUNO-INATIVO REUNE
      *                               AS TRES, PARA OS RELATORIOS, A
      *                               APURACAO DE FREQUENCIA E AS
      *                               CARTAS DEIXAREM O ALUNO DE FORA E
      *                               PARA O RECALCULO NAO DESFAZER A
      *                               SAIDA.
      *    15/10/2026    SUPORTE      NOVAS SITUACOES APROVADO-CONS E
      *                               REPROVADO-CONS, GRAVADAS NO
      *                               CONSOLIDADO ANUAL (BIMESTRE 9)
      *                               PELA DECISAO DO CONSELHO DE
      *                               CLASSE (PGEXE052). A CONDICAO
      *                               CPALUNO-DECISAO-CONSELHO REUNE AS
      *                               DUAS, PARA A CONSOLIDACAO NAO
      *                               DESFAZER A DECISAO.
      *    15/10/2026    SUPORTE      CPALUNO-NOME E CPALUNO-NUMERO
      *                               PASSARAM A SER INDICES
      *                               ALTERNATIVOS (COM REPETICAO) DO
      *                               ALUNMEST.DAT, CRIADOS PELO
      *                               PGEXE053. TODO SELECT DO MESTRE
      *                               TEM DE DECLARAR OS DOIS.
      *    15/10/2026    SUPORTE      NOVA SITUACAO TRANSF-ENTRADA
      *                               (CONDICAO CPALUNO-TRANSF-ENTRADA)
      *                               NOS BIMESTRES JA FECHADOS QUE O
      *                               ALUNO CHEGADO NO MEIO DO ANO
      *                               CURSOU EM OUTRA ESCOLA: O
      *                               PGEXE047 GRAVA O REGISTRO EM
      *                               BRANCO E AS NOTAS DE ORIGEM
      *                               ENTRAM POR PEDIDO DE ALTERACAO
      *                               (PGEXE040), CUJA APROVACAO
      *                               RECALCULA A SITUACAO. ATE LA O
      *                               REGISTRO NAO CONTA COMO BIMESTRE
      *                               LANCADO.
      *****************************************************************
           03  CPALUNO-CHAVE.
               05  CPALUNO-TURMA         PIC X(05).
           03  CPALUNO-NOTA-REC          PIC 9(02)V99.
           03  CPALUNO-MEDIA-FINAL       PIC 9(02)V99.
           03  CPALUNO-SITUACAO          PIC X(15).
               88  CPALUNO-INATIVO           VALUE "TRANSFERIDO"
                                                   "DESISTENTE"
                                                   "REMANEJADO".
               88  CPALUNO-DECISAO-CONSELHO  VALUE "APROVADO-CONS"
                                                   "REPROVADO-CONS".
               88  CPALUNO-TRANSF-ENTRADA    VALUE "TRANSF-ENTRADA".
           03  CPALUNO-OPERADOR          PIC X(08).
           03  CPALUNO-FREQUENCIA        PIC 9(03).
