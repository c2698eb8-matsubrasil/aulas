      *                               VALOR O CAMPO TINHA ANTES DA
      *                               ALTERACAO. A CONSULTA E FEITA
      *                               PELO PGEXE023.
      *    15/10/2026    SUPORTE      ACRESCENTADO O NUMERO DO PEDIDO
      *                               DE ALTERACAO DE NOTA (NOVO
      *                               PARAMETRO DA LINKAGE), GRAVADO NO
      *                               FIM DA LINHA: A CORRECAO APROVADA
      *                               PELA DIRECAO (PGEXE041) FICA
      *                               LIGADA AO PEDIDO QUE A AUTORIZOU.
      *                               AS DEMAIS GRAVACOES PASSAM ZEROS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-JRN-ANTES        PIC X(111).
           03 WS-JRN-SEP5         PIC X(02).
           03 WS-JRN-DEPOIS       PIC X(111).
           03 WS-JRN-SEP6         PIC X(02).
           03 WS-JRN-PEDIDO       PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-JORNAL-STATUS    PIC X(02) VALUE ZEROS.
       01 WS-PARM-OPERADOR         PIC X(08).
       01 WS-PARM-ANTES            PIC X(111).
       01 WS-PARM-DEPOIS           PIC X(111).
       01 WS-PARM-PEDIDO           PIC 9(06).

       PROCEDURE DIVISION USING WS-PARM-OPERACAO
                                 WS-PARM-PROGRAMA
                                 WS-PARM-OPERADOR
                                 WS-PARM-ANTES
                                 WS-PARM-DEPOIS
                                 WS-PARM-PEDIDO.
       P000-GRAVA-JORNAL.
            OPEN EXTEND WS-JORNAL-FILE.

            MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP.
            MOVE WS-PARM-ANTES      TO WS-JRN-ANTES.
            MOVE WS-PARM-DEPOIS     TO WS-JRN-DEPOIS.
            MOVE WS-PARM-PEDIDO     TO WS-JRN-PEDIDO.

            WRITE WS-JORNAL-REGISTRO.

