      *                               ADULTERACAO DE NOTAS: SESSAO.DAT
      *                               DIZIA QUEM ESTAVA ASSINADO, MAS
      *                               NAO O VALOR ANTERIOR DO CAMPO.
      *    15/10/2026    SUPORTE      LIDO O NUMERO DO PEDIDO DE
      *                               ALTERACAO QUE O PGJORNAL PASSOU A
      *                               GRAVAR NO FIM DA LINHA. QUANDO A
      *                               GRAVACAO VEIO DE UM PEDIDO
      *                               APROVADO PELA DIRECAO, O NUMERO
      *                               SAI JUNTO, PARA O AUDITOR ACHAR A
      *                               JUSTIFICATIVA NO PEDNOTA.DAT.
      *                               LINHAS ANTIGAS, SEM O CAMPO, SAEM
      *                               COMO ANTES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              05 WS-DEP-SITUACAO      PIC X(15).
              05 WS-DEP-OPERADOR      PIC X(08).
              05 WS-DEP-FREQUENCIA    PIC 9(03).
           03 WS-JRN-SEP6         PIC X(02).
           03 WS-JRN-PEDIDO       PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-JORNAL-STATUS       PIC X(02)    VALUE ZEROS.
           END-IF.

           PERFORM P320-MOSTRA-DEPOIS THRU P320-MOSTRA-DEPOIS-FIM.

      *    LINHA GRAVADA ANTES DO NUMERO DO PEDIDO VEM COM O CAMPO EM
      *    BRANCO, POR ISSO O TESTE DE NUMERICO
           IF WS-JRN-PEDIDO IS NUMERIC AND WS-JRN-PEDIDO > ZEROS THEN
               DISPLAY '  PEDIDO DE ALTERACAO APROVADO NO. '
                       WS-JRN-PEDIDO
           END-IF.
       P300-MOSTRA-LINHA-FIM.

       P310-MOSTRA-ANTES.
