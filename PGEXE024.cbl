      *                               ESCOLHIDA, MEDIANTE CONFIRMACAO,
      *                               PARA UM FILE STATUS 9X NO MEIO DA
      *                               NOITE DEIXAR DE SER IRRECUPERAVEL.
      *    15/10/2026    SUPORTE      O MESTRE GANHOU OS INDICES
      *                               ALTERNATIVOS DE NOME E DE NUMERO
      *                               DO ALUNO: A RECARGA OS RECONSTROI
      *                               JUNTO COM A CHAVE E CONFERE QUE
      *                               OS DOIS ENXERGAM TODOS OS
      *                               REGISTROS RECARREGADOS. A
      *                               DESCARGA SEGUE NA ORDEM DA CHAVE
      *                               PRINCIPAL, COMO ANTES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT WS-BACKUP-FILE  ASSIGN TO WS-NOME-BACKUP
       01 WS-CONT-DESCARGA       PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-CONFERENCIA    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-RECARGA        PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INDICE-NOME    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-INDICE-NUMERO  PIC 9(05)    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       P150-MONTA-NOME-BACKUP-FIM.

       P200-LE-MESTRE.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.

           DISPLAY 'RECARGA CONCLUIDA COM ' WS-CONT-RECARGA
                   ' REGISTROS DE ' WS-NOME-BACKUP.

           PERFORM P600-CONFERE-INDICES THRU P600-CONFERE-INDICES-FIM.
       P500-RECARGA-FIM.

       P510-RECARREGA-REGISTRO.
           ADD 1 TO WS-CONT-RECARGA.
           PERFORM P310-LE-BACKUP THRU P310-LE-BACKUP-FIM.
       P510-RECARREGA-REGISTRO-FIM.

      *    RELE O MESTRE RECARREGADO PELOS DOIS INDICES ALTERNATIVOS:
      *    CADA UM TEM DE ENXERGAR TODOS OS REGISTROS GRAVADOS
       P600-CONFERE-INDICES.
           MOVE ZEROS TO WS-CONT-INDICE-NOME WS-CONT-INDICE-NUMERO.

           OPEN INPUT WS-MESTRE-FILE.

           MOVE "N"        TO WS-FIM-MESTRE.
           MOVE LOW-VALUES TO CPALUNO-NOME.
           START WS-MESTRE-FILE KEY IS >= CPALUNO-NOME
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM
           END-IF.
           PERFORM P610-CONTA-NOME THRU P610-CONTA-NOME-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           MOVE "N"        TO WS-FIM-MESTRE.
           MOVE ZEROS      TO CPALUNO-NUMERO.
           START WS-MESTRE-FILE KEY IS >= CPALUNO-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
           IF NOT WS-FIM-MESTRE-SIM THEN
               PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM
           END-IF.
           PERFORM P620-CONTA-NUMERO THRU P620-CONTA-NUMERO-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.

           IF WS-CONT-INDICE-NOME   NOT = WS-CONT-RECARGA
              OR WS-CONT-INDICE-NUMERO NOT = WS-CONT-RECARGA THEN
               DISPLAY 'ERRO: INDICE DE NOME COM ' WS-CONT-INDICE-NOME
                       ' E INDICE DE NUMERO COM '
                       WS-CONT-INDICE-NUMERO ' REGISTROS PARA '
                       WS-CONT-RECARGA ' RECARREGADOS - REFACA A '
                       'RECARGA'
           ELSE
               DISPLAY 'INDICES DE NOME E DE NUMERO DO ALUNO '
                       'CONFERIDOS COM ' WS-CONT-RECARGA ' REGISTROS'
           END-IF.
       P600-CONFERE-INDICES-FIM.

       P610-CONTA-NOME.
           ADD 1 TO WS-CONT-INDICE-NOME.
           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
       P610-CONTA-NOME-FIM.

       P620-CONTA-NUMERO.
           ADD 1 TO WS-CONT-INDICE-NUMERO.
           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
       P620-CONTA-NUMERO-FIM.
       END PROGRAM PGEXE024.
