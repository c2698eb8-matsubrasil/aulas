      *****************************************************************
      *    COPY.......: CPRESP
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DO REGISTRO DO CADASTRO DE RESPONSAVEIS
      *                 (RESPONS.DAT): O NUMERO DO ALUNO (O MESMO
      *                 CPALUNO-NUMERO DO MESTRE), CHAVE DO ARQUIVO,
      *                 SEGUIDO DE UM OU DOIS RESPONSAVEIS COM NOME,
      *                 PARENTESCO, ENDERECO DE CORRESPONDENCIA,
      *                 TELEFONE E E-MAIL. O SEGUNDO RESPONSAVEL E
      *                 OPCIONAL E FICA EM BRANCO QUANDO NAO HA.
      *    USO........: COPY CPRESP.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL, PARA AS CARTAS DE
      *                               CONVOCACAO SAIREM NOMINAIS E COM
      *                               ETIQUETA DE ENDERECO E PARA A
      *                               CONSULTA DE ALUNO CONFERIR QUEM
      *                               ESTA AO TELEFONE.
      *****************************************************************
           03  CPRESP-NUMERO             PIC 9(05).
           03  CPRESP-RESPONSAVEL        OCCURS 2 TIMES.
               05  CPRESP-NOME           PIC X(30).
               05  CPRESP-PARENTESCO     PIC X(15).
               05  CPRESP-ENDERECO       PIC X(40).
               05  CPRESP-BAIRRO         PIC X(20).
               05  CPRESP-CIDADE         PIC X(25).
               05  CPRESP-UF             PIC X(02).
               05  CPRESP-CEP            PIC X(09).
               05  CPRESP-TELEFONE       PIC X(15).
               05  CPRESP-EMAIL          PIC X(40).
           03  CPRESP-OPERADOR           PIC X(08).
