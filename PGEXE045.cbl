       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE045.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. GERACAO DO
      *                               ARQUIVO DE RENDIMENTO ESCOLAR DO
      *                               CENSO (CENSO.DAT, LAYOUT CPCENSO)
      *                               PARA A SECRETARIA ESTADUAL, QUE
      *                               NAO ACEITA A PLANILHA ALUNOS.CSV
      *                               DO PGEXE013: CABECALHO COM A
      *                               ESCOLA E O ANO, UM DETALHE POR
      *                               ALUNO POR DISCIPLINA TIRADO DO
      *                               CONSOLIDADO ANUAL (BIMESTRE 9) E
      *                               TRAILER COM AS QUANTIDADES E OS
      *                               TOTAIS DE CONTROLE. UMA PRIMEIRA
      *                               PASSADA NO MESTRE CONFERE QUE
      *                               TODO ALUNO TEM SITUACAO FINAL
      *                               (SEM CONSOLIDADO, SEM SITUACAO OU
      *                               AINDA REPROVADO AGUARDANDO A
      *                               RECUPERACAO PARAM A GERACAO E SAO
      *                               LISTADOS EM CENSO.REL). NO MODO
      *                               REENVIO SO ENTRAM OS REGISTROS
      *                               MARCADOS EM CENSOPEN.DAT PELO
      *                               PROCESSAMENTO DO RETORNO
      *                               (PGEXE046).
      *    15/10/2026    SUPORTE      ALUNO QUE SAIU NO MEIO DO ANO
      *                               (PGEXE047) VAI AO CENSO COMO
      *                               TRANSFERIDO (5) OU DESISTENTE
      *                               (6), SITUACOES FINAIS QUE NAO
      *                               PARAM MAIS A GERACAO. O
      *                               REMANEJADO NAO VAI PELA TURMA
      *                               QUE DEIXOU: ELE E INFORMADO NA
      *                               TURMA NOVA.
      *    15/10/2026    SUPORTE      DECISAO DO CONSELHO DE CLASSE
      *                               (PGEXE052) E SITUACAO FINAL: O
      *                               APROVADO-CONS VAI AO CENSO COMO
      *                               APROVADO (1) E O REPROVADO-CONS
      *                               COMO REPROVADO (3), POIS O
      *                               LAYOUT DO ESTADO NAO TEM CODIGO
      *                               PROPRIO PARA O CONSELHO.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-CENSO-FILE   ASSIGN TO "CENSO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CENSO-STATUS.

           SELECT WS-PENDENCIA-FILE ASSIGN TO "CENSOPEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-PENDENCIA-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "CENSO.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-CENSO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CENSO-REGISTRO.
           COPY CPCENSO.

       FD  WS-PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
       01  WS-PENDENCIA-REGISTRO.
           03 WS-PEN-TURMA        PIC X(05).
           03 WS-PEN-SEP1         PIC X(02).
           03 WS-PEN-DISCIPLINA   PIC X(05).
           03 WS-PEN-SEP2         PIC X(02).
           03 WS-PEN-NUMERO       PIC 9(05).
           03 WS-PEN-SEP3         PIC X(02).
           03 WS-PEN-CODIGO-ERRO  PIC X(04).
           03 WS-PEN-SEP4         PIC X(02).
           03 WS-PEN-DATA-RETORNO PIC X(10).

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.
      *    CODIGO DA ESCOLA NO CENSO ESCOLAR
       77 WS-CODIGO-ESCOLA       PIC 9(08)    VALUE 35012345.

       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-CENSO-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-CENSO-OK             VALUE "00".
       01 WS-PENDENCIA-STATUS    PIC X(02)    VALUE ZEROS.
           88 WS-PENDENCIA-OK         VALUE "00".
           88 WS-PENDENCIA-NAO-EXISTE VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-PENDENCIA       PIC X(01)    VALUE "N".
           88 WS-FIM-PENDENCIA-SIM    VALUE "S".

       01 WS-ANO-DIGITADO        PIC X(04)    VALUE SPACES.
       01 WS-ANO-LETIVO          PIC 9(04)    VALUE ZEROS.

       01 WS-MODO                PIC X(01)    VALUE SPACES.
           88 WS-MODO-COMPLETA        VALUE "C" "c".
           88 WS-MODO-REENVIO         VALUE "R" "r".
           88 WS-MODO-SAIR            VALUE "0".

       01 WS-DATA-CORRENTE.
           03 WS-DC-AAAAMMDD     PIC 9(08).
           03 WS-DC-AAAAMMDD-R REDEFINES WS-DC-AAAAMMDD.
              05 WS-DC-ANO       PIC 9(04).
              05 WS-DC-MES       PIC 9(02).
              05 WS-DC-DIA       PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-QTD-PENDENCIAS      PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-PENDENCIA       PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-ACHADO          PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-PENDENCIAS.
           03 WS-TAB-PENDENCIA OCCURS 500 TIMES.
              05 WS-TPE-TURMA        PIC X(05).
              05 WS-TPE-DISCIPLINA   PIC X(05).
              05 WS-TPE-NUMERO       PIC 9(05).
              05 WS-TPE-ACHADA-SW    PIC X(01).
                 88 WS-TPE-ACHADA         VALUE "S".

       01 WS-PRIMEIRO-SW         PIC X(01)    VALUE "S".
           88 WS-PRIMEIRO-REGISTRO    VALUE "S".
       01 WS-GRUPO-ANTERIOR.
           03 WS-GRP-TURMA       PIC X(05).
           03 WS-GRP-DISCIPLINA  PIC X(05).
           03 WS-GRP-NUMERO      PIC 9(05).
       01 WS-GRUPO-CORRENTE.
           03 WS-COR-TURMA       PIC X(05).
           03 WS-COR-DISCIPLINA  PIC X(05).
           03 WS-COR-NUMERO      PIC 9(05).
       01 WS-GRP-NOME            PIC X(30)    VALUE SPACES.
       01 WS-GRP-SITUACAO        PIC X(15)    VALUE SPACES.
           88 WS-GRP-SITUACAO-FINAL   VALUE "APROVADO"
                                            "APROVADO-REC"
                                            "APROVADO-CONS"
                                            "REPROVADO-FINAL"
                                            "REPROVADO-CONS"
                                            "REPROVADO-FALTA"
                                            "TRANSFERIDO"
                                            "DESISTENTE".
       01 WS-GRP-CONSOLIDADO-SW  PIC X(01)    VALUE "N".
           88 WS-GRP-TEM-CONSOLIDADO  VALUE "S".
       01 WS-SELECIONADO-SW      PIC X(01)    VALUE "N".
           88 WS-REGISTRO-SELECIONADO VALUE "S".

       01 WS-MOTIVO-PENDENTE     PIC X(30)    VALUE SPACES.

       01 WS-CONT-LIDOS          PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-PENDENTES      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-SEQUENCIA      PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-DETALHES       PIC 9(06)    VALUE ZEROS.
       01 WS-HASH-NUMEROS        PIC 9(12)    VALUE ZEROS.
       01 WS-HASH-MEDIAS         PIC 9(10)V99 VALUE ZEROS.
       01 WS-HASH-FREQUENCIAS    PIC 9(09)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(56)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(36)
              VALUE "RENDIMENTO ESCOLAR - CENSO DO ANO ".
           03 WS-CAB-ANO         PIC 9(04).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-CAB-MODO        PIC X(30).

       01 WS-LINHA-SECAO         PIC X(100)   VALUE SPACES.
       01 WS-LINHA-TITULO        PIC X(100)   VALUE SPACES.

       01 WS-TITULO-PENDENTE.
           03 FILLER             PIC X(07)    VALUE "TURMA".
           03 FILLER             PIC X(07)    VALUE "DISC.".
           03 FILLER             PIC X(08)    VALUE "NUMERO".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(30)    VALUE "MOTIVO".

       01 WS-TITULO-GRAVADO.
           03 FILLER             PIC X(08)    VALUE "SEQ.".
           03 FILLER             PIC X(07)    VALUE "TURMA".
           03 FILLER             PIC X(07)    VALUE "DISC.".
           03 FILLER             PIC X(08)    VALUE "NUMERO".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(08)    VALUE "MEDIA".
           03 FILLER             PIC X(06)    VALUE "FREQ.".
           03 FILLER             PIC X(15)    VALUE "SITUACAO".

       01 WS-LINHA-PENDENTE.
           03 WS-LPE-TURMA       PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LPE-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LPE-NUMERO      PIC 9(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LPE-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LPE-MOTIVO      PIC X(30).

       01 WS-LINHA-GRAVADO.
           03 WS-LGR-SEQUENCIA   PIC ZZZZZ9.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LGR-TURMA       PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LGR-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LGR-NUMERO      PIC 9(05).
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LGR-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LGR-MEDIA       PIC Z9,99.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LGR-FREQUENCIA  PIC ZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-LGR-SITUACAO    PIC 9(01).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-LGR-SIT-EXTENSO PIC X(15).

       01 WS-LINHA-TOTAL.
           03 WS-TOT-ROTULO      PIC X(34).
           03 WS-TOT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-LINHA-TOTAL-MEDIAS.
           03 WS-TOM-ROTULO      PIC X(34).
           03 WS-TOM-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"    TO WS-FIM-MESTRE
           MOVE "S"    TO WS-PRIMEIRO-SW
           MOVE ZEROS  TO WS-QTD-PENDENCIAS WS-CONT-LIDOS
                          WS-CONT-PENDENTES WS-CONT-SEQUENCIA
                          WS-CONT-DETALHES WS-HASH-NUMEROS
                          WS-HASH-MEDIAS WS-HASH-FREQUENCIAS
                          WS-CONT-LINHAS WS-CONT-PAGINA
           MOVE SPACES TO WS-MODO

           DISPLAY 'ARQUIVO DO CENSO ESCOLAR (CENSO.DAT) - INICIO'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE

           DISPLAY 'INFORME O ANO LETIVO DO CENSO (AAAA): '
           ACCEPT WS-ANO-DIGITADO

           IF WS-ANO-DIGITADO IS NOT NUMERIC THEN
               DISPLAY 'ANO INVALIDO - GERACAO CANCELADA'
               GOBACK
           END-IF

           MOVE WS-ANO-DIGITADO TO WS-ANO-LETIVO
           MOVE WS-ANO-LETIVO   TO WS-CAB-ANO

           DISPLAY 'REMESSA - <C>OMPLETA, <R>EENVIO DOS REJEITADOS '
                   'OU <0> PARA SAIR: '
           ACCEPT WS-MODO

           IF NOT WS-MODO-COMPLETA AND NOT WS-MODO-REENVIO THEN
               IF NOT WS-MODO-SAIR THEN
                   DISPLAY 'MODO INVALIDO - NADA FOI GERADO'
               END-IF
               GOBACK
           END-IF

           IF WS-MODO-REENVIO THEN
               MOVE "REENVIO DOS REJEITADOS" TO WS-CAB-MODO
               PERFORM P100-CARREGA-PENDENCIAS
                   THRU P100-CARREGA-PENDENCIAS-FIM
               IF WS-QTD-PENDENCIAS = ZEROS THEN
                   DISPLAY 'NAO HA REGISTROS REJEITADOS A REENVIAR '
                           '(CENSOPEN.DAT VAZIO)'
                   GOBACK
               END-IF
           ELSE
               MOVE "REMESSA COMPLETA" TO WS-CAB-MODO
           END-IF

           OPEN INPUT WS-MESTRE-FILE

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - GERACAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WS-RELAT-FILE

           MOVE "ALUNOS SEM SITUACAO FINAL - ARQUIVO NAO GERADO"
             TO WS-LINHA-SECAO
           MOVE WS-TITULO-PENDENTE TO WS-LINHA-TITULO

           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM
           PERFORM P210-CONFERE-REGISTRO THRU P210-CONFERE-REGISTRO-FIM
               UNTIL WS-FIM-MESTRE-SIM

           IF NOT WS-PRIMEIRO-REGISTRO THEN
               PERFORM P260-FECHA-GRUPO THRU P260-FECHA-GRUPO-FIM
           END-IF

           CLOSE WS-MESTRE-FILE

           IF WS-MODO-REENVIO THEN
               MOVE 1 TO WS-IDX-PENDENCIA
               PERFORM P280-CONFERE-NAO-ACHADA
                   THRU P280-CONFERE-NAO-ACHADA-FIM
                   UNTIL WS-IDX-PENDENCIA > WS-QTD-PENDENCIAS
           END-IF

           IF WS-CONT-PENDENTES > ZEROS THEN
               PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM
               CLOSE WS-RELAT-FILE
               DISPLAY WS-CONT-PENDENTES ' REGISTRO(S) SEM SITUACAO '
                       'FINAL - CENSO.DAT NAO FOI GERADO'
               DISPLAY 'CONFIRA A LISTA EM CENSO.REL, FECHE A '
                       'RECUPERACAO E GERE NOVAMENTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P300-GERA-ARQUIVO THRU P300-GERA-ARQUIVO-FIM

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM
           CLOSE WS-RELAT-FILE

           DISPLAY 'CENSO.DAT GERADO - ' WS-CONT-SEQUENCIA
                   ' REGISTROS, ' WS-CONT-DETALHES ' DETALHES'
           DISPLAY 'CONFERENCIA EM CENSO.REL'

           DISPLAY 'ARQUIVO DO CENSO ESCOLAR (CENSO.DAT) - FIM'
           GOBACK.

       P100-CARREGA-PENDENCIAS.
           MOVE ZEROS TO WS-QTD-PENDENCIAS.
           MOVE "N"   TO WS-FIM-PENDENCIA.

           OPEN INPUT WS-PENDENCIA-FILE.

           IF WS-PENDENCIA-NAO-EXISTE THEN
               GO TO P100-CARREGA-PENDENCIAS-FIM
           END-IF.

           PERFORM P110-LE-PENDENCIA THRU P110-LE-PENDENCIA-FIM.
           PERFORM P120-GUARDA-PENDENCIA THRU P120-GUARDA-PENDENCIA-FIM
               UNTIL WS-FIM-PENDENCIA-SIM
                  OR WS-QTD-PENDENCIAS = 500.

           CLOSE WS-PENDENCIA-FILE.
       P100-CARREGA-PENDENCIAS-FIM.

       P110-LE-PENDENCIA.
           READ WS-PENDENCIA-FILE
               AT END
                   MOVE "S" TO WS-FIM-PENDENCIA
           END-READ.
       P110-LE-PENDENCIA-FIM.

       P120-GUARDA-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENCIAS.
           MOVE WS-PEN-TURMA      TO WS-TPE-TURMA(WS-QTD-PENDENCIAS).
           MOVE WS-PEN-DISCIPLINA
             TO WS-TPE-DISCIPLINA(WS-QTD-PENDENCIAS).
           MOVE WS-PEN-NUMERO     TO WS-TPE-NUMERO(WS-QTD-PENDENCIAS).
           MOVE "N"            TO WS-TPE-ACHADA-SW(WS-QTD-PENDENCIAS).
           PERFORM P110-LE-PENDENCIA THRU P110-LE-PENDENCIA-FIM.
       P120-GUARDA-PENDENCIA-FIM.

      *    NA REMESSA COMPLETA TODO REGISTRO ENTRA; NO REENVIO SO OS
      *    MARCADOS EM CENSOPEN.DAT
       P150-SELECIONA-REGISTRO.
           MOVE ZEROS TO WS-IDX-ACHADO.

           IF WS-MODO-COMPLETA THEN
               MOVE "S" TO WS-SELECIONADO-SW
               GO TO P150-SELECIONA-REGISTRO-FIM
           END-IF.

           MOVE "N"   TO WS-SELECIONADO-SW.
           MOVE 1     TO WS-IDX-PENDENCIA.
           PERFORM P155-COMPARA-PENDENCIA
               THRU P155-COMPARA-PENDENCIA-FIM
               UNTIL WS-IDX-PENDENCIA > WS-QTD-PENDENCIAS
                  OR WS-IDX-ACHADO > ZEROS.

           IF WS-IDX-ACHADO > ZEROS THEN
               MOVE "S" TO WS-SELECIONADO-SW
           END-IF.
       P150-SELECIONA-REGISTRO-FIM.

       P155-COMPARA-PENDENCIA.
           IF WS-TPE-TURMA(WS-IDX-PENDENCIA)      = CPALUNO-TURMA
              AND WS-TPE-DISCIPLINA(WS-IDX-PENDENCIA)
                                                  = CPALUNO-DISCIPLINA
              AND WS-TPE-NUMERO(WS-IDX-PENDENCIA) = CPALUNO-NUMERO THEN
               MOVE WS-IDX-PENDENCIA TO WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-PENDENCIA.
       P155-COMPARA-PENDENCIA-FIM.

       P200-LE-MESTRE.
           READ WS-MESTRE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P200-LE-MESTRE-FIM.

      *    PRIMEIRA PASSADA: CADA ALUNO/DISCIPLINA (OS BIMESTRES 1 A 4
      *    E O CONSOLIDADO 9 VEM JUNTOS NA ORDEM DA CHAVE) PRECISA TER
      *    O CONSOLIDADO COM SITUACAO FINAL
       P210-CONFERE-REGISTRO.
           ADD 1 TO WS-CONT-LIDOS.

           MOVE CPALUNO-TURMA      TO WS-COR-TURMA.
           MOVE CPALUNO-DISCIPLINA TO WS-COR-DISCIPLINA.
           MOVE CPALUNO-NUMERO     TO WS-COR-NUMERO.

           IF WS-PRIMEIRO-REGISTRO THEN
               MOVE "N" TO WS-PRIMEIRO-SW
               PERFORM P250-ABRE-GRUPO THRU P250-ABRE-GRUPO-FIM
           ELSE
               IF WS-GRUPO-CORRENTE NOT = WS-GRUPO-ANTERIOR THEN
                   PERFORM P260-FECHA-GRUPO THRU P260-FECHA-GRUPO-FIM
                   PERFORM P250-ABRE-GRUPO THRU P250-ABRE-GRUPO-FIM
               END-IF
           END-IF.

           IF CPALUNO-BIMESTRE = 9 THEN
               MOVE "S"              TO WS-GRP-CONSOLIDADO-SW
               MOVE CPALUNO-SITUACAO TO WS-GRP-SITUACAO
           END-IF.

           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
       P210-CONFERE-REGISTRO-FIM.

       P250-ABRE-GRUPO.
           MOVE WS-GRUPO-CORRENTE TO WS-GRUPO-ANTERIOR.
           MOVE CPALUNO-NOME      TO WS-GRP-NOME.
           MOVE SPACES            TO WS-GRP-SITUACAO.
           MOVE "N"               TO WS-GRP-CONSOLIDADO-SW.

           PERFORM P150-SELECIONA-REGISTRO
               THRU P150-SELECIONA-REGISTRO-FIM.

           IF WS-IDX-ACHADO > ZEROS THEN
               MOVE "S" TO WS-TPE-ACHADA-SW(WS-IDX-ACHADO)
           END-IF.
       P250-ABRE-GRUPO-FIM.

       P260-FECHA-GRUPO.
           IF NOT WS-REGISTRO-SELECIONADO THEN
               GO TO P260-FECHA-GRUPO-FIM
           END-IF.

           IF WS-GRP-SITUACAO = "REMANEJADO" THEN
               GO TO P260-FECHA-GRUPO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-GRP-TEM-CONSOLIDADO
                   MOVE "SEM CONSOLIDADO ANUAL" TO WS-MOTIVO-PENDENTE
               WHEN WS-GRP-SITUACAO = SPACES
                   MOVE "CONSOLIDADO SEM SITUACAO"
                     TO WS-MOTIVO-PENDENTE
               WHEN WS-GRP-SITUACAO = "REPROVADO"
                   MOVE "AGUARDA A RECUPERACAO" TO WS-MOTIVO-PENDENTE
               WHEN NOT WS-GRP-SITUACAO-FINAL
                   MOVE "SITUACAO DESCONHECIDA" TO WS-MOTIVO-PENDENTE
               WHEN OTHER
                   GO TO P260-FECHA-GRUPO-FIM
           END-EVALUATE.

           MOVE WS-GRP-TURMA      TO WS-LPE-TURMA.
           MOVE WS-GRP-DISCIPLINA TO WS-LPE-DISCIPLINA.
           MOVE WS-GRP-NUMERO     TO WS-LPE-NUMERO.
           MOVE WS-GRP-NOME       TO WS-LPE-NOME.

           PERFORM P270-IMPRIME-PENDENTE THRU P270-IMPRIME-PENDENTE-FIM.
       P260-FECHA-GRUPO-FIM.

       P270-IMPRIME-PENDENTE.
           IF WS-CONT-PAGINA = ZEROS OR WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE WS-MOTIVO-PENDENTE TO WS-LPE-MOTIVO.
           MOVE WS-LINHA-PENDENTE  TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
           ADD 1 TO WS-CONT-PENDENTES.
       P270-IMPRIME-PENDENTE-FIM.

      *    REJEITADO QUE NAO ESTA MAIS NO MESTRE NAO TEM O QUE REENVIAR
       P280-CONFERE-NAO-ACHADA.
           IF NOT WS-TPE-ACHADA(WS-IDX-PENDENCIA) THEN
               MOVE WS-TPE-TURMA(WS-IDX-PENDENCIA)      TO WS-LPE-TURMA
               MOVE WS-TPE-DISCIPLINA(WS-IDX-PENDENCIA)
                 TO WS-LPE-DISCIPLINA
               MOVE WS-TPE-NUMERO(WS-IDX-PENDENCIA)     TO WS-LPE-NUMERO
               MOVE SPACES                              TO WS-LPE-NOME
               MOVE "NAO ENCONTRADO NO MESTRE" TO WS-MOTIVO-PENDENTE
               PERFORM P270-IMPRIME-PENDENTE
                   THRU P270-IMPRIME-PENDENTE-FIM
           END-IF.
           ADD 1 TO WS-IDX-PENDENCIA.
       P280-CONFERE-NAO-ACHADA-FIM.

      *    SEGUNDA PASSADA: SO CHEGA AQUI SEM PENDENTES, ENTAO TODO
      *    CONSOLIDADO SELECIONADO TEM SITUACAO FINAL
       P300-GERA-ARQUIVO.
           MOVE "REGISTROS GRAVADOS EM CENSO.DAT" TO WS-LINHA-SECAO.
           MOVE WS-TITULO-GRAVADO                 TO WS-LINHA-TITULO.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           OPEN OUTPUT WS-CENSO-FILE.

           MOVE SPACES           TO WS-CENSO-REGISTRO.
           MOVE "0"              TO CPCEN-TIPO.
           ADD 1                 TO WS-CONT-SEQUENCIA.
           MOVE WS-CONT-SEQUENCIA TO CPCEN-SEQUENCIA.
           MOVE WS-CODIGO-ESCOLA TO CPCEN-ESCOLA.
           MOVE WS-ANO-LETIVO    TO CPCEN-ANO.
           MOVE WS-DC-AAAAMMDD   TO CPCEN-DATA-GERACAO.
           IF WS-MODO-REENVIO THEN
               MOVE "R" TO CPCEN-TIPO-REMESSA
           ELSE
               MOVE "C" TO CPCEN-TIPO-REMESSA
           END-IF.
           WRITE WS-CENSO-REGISTRO.

           MOVE "N" TO WS-FIM-MESTRE.
           OPEN INPUT WS-MESTRE-FILE.

           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
           PERFORM P310-GRAVA-DETALHE THRU P310-GRAVA-DETALHE-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.

           MOVE SPACES            TO WS-CENSO-REGISTRO.
           MOVE "9"               TO CPCEN-TIPO.
           ADD 1                  TO WS-CONT-SEQUENCIA.
           MOVE WS-CONT-SEQUENCIA TO CPCEN-SEQUENCIA.
           MOVE WS-CODIGO-ESCOLA  TO CPCEN-ESCOLA.
           MOVE WS-ANO-LETIVO     TO CPCEN-ANO.
           MOVE WS-CONT-SEQUENCIA TO CPCEN-QTD-REGISTROS.
           MOVE WS-CONT-DETALHES  TO CPCEN-QTD-DETALHES.
           MOVE WS-HASH-NUMEROS   TO CPCEN-HASH-NUMEROS.
           MOVE WS-HASH-MEDIAS    TO CPCEN-HASH-MEDIAS.
           MOVE WS-HASH-FREQUENCIAS TO CPCEN-HASH-FREQUENCIAS.
           WRITE WS-CENSO-REGISTRO.

           CLOSE WS-CENSO-FILE.
       P300-GERA-ARQUIVO-FIM.

       P310-GRAVA-DETALHE.
           IF CPALUNO-BIMESTRE NOT = 9 THEN
               GO TO P310-GRAVA-DETALHE-LE
           END-IF.

           PERFORM P150-SELECIONA-REGISTRO
               THRU P150-SELECIONA-REGISTRO-FIM.

           IF NOT WS-REGISTRO-SELECIONADO THEN
               GO TO P310-GRAVA-DETALHE-LE
           END-IF.

           IF CPALUNO-SITUACAO = "REMANEJADO" THEN
               GO TO P310-GRAVA-DETALHE-LE
           END-IF.

           MOVE SPACES             TO WS-CENSO-REGISTRO.
           MOVE "1"                TO CPCEN-TIPO.
           ADD 1                   TO WS-CONT-SEQUENCIA.
           MOVE WS-CONT-SEQUENCIA  TO CPCEN-SEQUENCIA.
           MOVE WS-CODIGO-ESCOLA   TO CPCEN-ESCOLA.
           MOVE WS-ANO-LETIVO      TO CPCEN-ANO.
           MOVE CPALUNO-NUMERO     TO CPCEN-NUMERO-ALUNO.
           MOVE CPALUNO-NOME       TO CPCEN-NOME-ALUNO.
           MOVE CPALUNO-TURMA      TO CPCEN-TURMA.
           MOVE CPALUNO-DISCIPLINA TO CPCEN-DISCIPLINA.
           MOVE CPALUNO-MEDIA-FINAL TO CPCEN-MEDIA-FINAL.
           MOVE CPALUNO-FREQUENCIA TO CPCEN-FREQUENCIA.

           EVALUATE CPALUNO-SITUACAO
               WHEN "APROVADO"
               WHEN "APROVADO-CONS"
                   MOVE 1 TO CPCEN-SITUACAO
               WHEN "APROVADO-REC"
                   MOVE 2 TO CPCEN-SITUACAO
               WHEN "REPROVADO-FINAL"
               WHEN "REPROVADO-CONS"
                   MOVE 3 TO CPCEN-SITUACAO
               WHEN "REPROVADO-FALTA"
                   MOVE 4 TO CPCEN-SITUACAO
               WHEN "TRANSFERIDO"
                   MOVE 5 TO CPCEN-SITUACAO
               WHEN "DESISTENTE"
                   MOVE 6 TO CPCEN-SITUACAO
           END-EVALUATE.

           WRITE WS-CENSO-REGISTRO.

           ADD 1                   TO WS-CONT-DETALHES.
           ADD CPALUNO-NUMERO      TO WS-HASH-NUMEROS.
           ADD CPALUNO-MEDIA-FINAL TO WS-HASH-MEDIAS.
           ADD CPALUNO-FREQUENCIA  TO WS-HASH-FREQUENCIAS.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE CPCEN-SEQUENCIA     TO WS-LGR-SEQUENCIA.
           MOVE CPALUNO-TURMA       TO WS-LGR-TURMA.
           MOVE CPALUNO-DISCIPLINA  TO WS-LGR-DISCIPLINA.
           MOVE CPALUNO-NUMERO      TO WS-LGR-NUMERO.
           MOVE CPALUNO-NOME        TO WS-LGR-NOME.
           MOVE CPALUNO-MEDIA-FINAL TO WS-LGR-MEDIA.
           MOVE CPALUNO-FREQUENCIA  TO WS-LGR-FREQUENCIA.
           MOVE CPCEN-SITUACAO      TO WS-LGR-SITUACAO.
           MOVE CPALUNO-SITUACAO    TO WS-LGR-SIT-EXTENSO.
           MOVE WS-LINHA-GRAVADO    TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       P310-GRAVA-DETALHE-LE.
           PERFORM P200-LE-MESTRE THRU P200-LE-MESTRE-FIM.
       P310-GRAVA-DETALHE-FIM.

       P600-IMPRIME-RODAPE.
           IF WS-CONT-PAGINA = ZEROS THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "REGISTROS LIDOS NO MESTRE........:" TO WS-TOT-ROTULO.
           MOVE WS-CONT-LIDOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           IF WS-CONT-PENDENTES > ZEROS THEN
               MOVE "REGISTROS SEM SITUACAO FINAL.....:"
                 TO WS-TOT-ROTULO
               MOVE WS-CONT-PENDENTES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               MOVE "ARQUIVO CENSO.DAT NAO FOI GERADO" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               GO TO P600-IMPRIME-RODAPE-DATA
           END-IF.

           MOVE "REGISTROS GRAVADOS (COM CAB/TRL).:" TO WS-TOT-ROTULO.
           MOVE WS-CONT-SEQUENCIA TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "DETALHES (ALUNO X DISCIPLINA)....:" TO WS-TOT-ROTULO.
           MOVE WS-CONT-DETALHES TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "TOTAL DE CONTROLE - NUMEROS......:" TO WS-TOT-ROTULO.
           MOVE WS-HASH-NUMEROS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "TOTAL DE CONTROLE - MEDIAS.......:" TO WS-TOM-ROTULO.
           MOVE WS-HASH-MEDIAS TO WS-TOM-VALOR.
           MOVE WS-LINHA-TOTAL-MEDIAS TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE "TOTAL DE CONTROLE - FREQUENCIAS..:" TO WS-TOT-ROTULO.
           MOVE WS-HASH-FREQUENCIAS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

       P600-IMPRIME-RODAPE-DATA.
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-DATA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P600-IMPRIME-RODAPE-FIM.

       P800-NOVA-PAGINA.
           ADD 1 TO WS-CONT-PAGINA.
           MOVE WS-CONT-PAGINA TO WS-CAB-PAGINA.

           IF WS-CONT-PAGINA > 1 THEN
               MOVE SPACES TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE WS-LINHA-CABEC-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CABEC-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-SECAO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TITULO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ZEROS TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE045.
