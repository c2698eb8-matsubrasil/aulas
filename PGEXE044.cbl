       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE044.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. RELATORIO SEMANAL
      *                               DE SEGURANCA (SEGURANC.REL) A
      *                               PARTIR DE SESSAO.DAT E
      *                               OPERADOR.DAT, QUE ATE AQUI NINGUEM
      *                               REVIA: PARA A SEMANA INFORMADA,
      *                               O RESUMO POR OPERADOR
      *                               (ASSINATURAS, ASSINATURAS FORA
      *                               DO HORARIO ESCOLAR, TENTATIVAS
      *                               RECUSADAS,
      *                               BLOQUEIOS, OVERRIDES DE JANELA,
      *                               USOS DE OPCAO RESTRITA E OPCOES
      *                               NEGADAS), O DETALHE DE CADA
      *                               OCORRENCIA AGRUPADO POR OPERADOR,
      *                               AS CONTAS BLOQUEADAS HOJE E OS
      *                               ACESSOS QUE VENCEM NOS PROXIMOS
      *                               15 DIAS (OU JA VENCIDOS).
      *    15/10/2026    SUPORTE      X E Y (CENSO ESCOLAR) ENTRAM NA
      *                               LISTA DE OPCOES RESTRITAS, COMO
      *                               NO MENU.
      *    15/10/2026    SUPORTE      OPCOES DA SEGUNDA TELA DO MENU
      *                               (GRAVADAS COMO "OPCAO Z" MAIS O
      *                               NUMERO) CONFERIDAS CONTRA A
      *                               LISTA RESTRITA DA SEGUNDA TELA.
      *    15/10/2026    SUPORTE      OPCAO Z3 (CALENDARIO DA ESCOLA)
      *                               ENTRA NA LISTA RESTRITA DA
      *                               SEGUNDA TELA, COMO NO MENU.
      *    15/10/2026    SUPORTE      OPCAO Z6 (DECISOES DO CONSELHO DE
      *                               CLASSE) ENTRA NA LISTA RESTRITA
      *                               DA SEGUNDA TELA, COMO NO MENU.
      *    15/10/2026    SUPORTE      OPCAO Z8 (RETENCAO E EXPURGO DE
      *                               RELATORIOS) ENTRA NA LISTA
      *                               RESTRITA DA SEGUNDA TELA, COMO NO
      *                               MENU.
      *    15/10/2026    SUPORTE      O BLOQUEIO SAI DO INDICADOR
      *                               PROPRIO NO FIM DA LINHA DE
      *                               OPERADOR.DAT, QUE O PGEXE006
      *                               PASSOU A GRAVAR SEM TROCAR O
      *                               ATIVO; O "B" DO LAYOUT ANTERIOR
      *                               AINDA CONTA COMO BLOQUEADO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-OPERADOR-STATUS.

           SELECT WS-SESSAO-FILE  ASSIGN TO "SESSAO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-SESSAO-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "SEGURANC.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       01  WS-OPERADOR-REGISTRO.
           03 WS-OPE-CODIGO       PIC X(08).
           03 WS-OPE-SEP1         PIC X(02).
           03 WS-OPE-NOME         PIC X(30).
           03 WS-OPE-SEP2         PIC X(02).
           03 WS-OPE-PERFIL       PIC X(01).
           03 WS-OPE-SEP3         PIC X(02).
           03 WS-OPE-SENHA        PIC X(08).
           03 WS-OPE-SEP4         PIC X(02).
           03 WS-OPE-ATIVO        PIC X(01).
           03 WS-OPE-SEP5         PIC X(02).
           03 WS-OPE-ULT-ASSIN    PIC X(10).
           03 WS-OPE-SEP6         PIC X(02).
           03 WS-OPE-VALIDADE     PIC X(10).
           03 WS-OPE-SEP7         PIC X(02).
           03 WS-OPE-FALHAS       PIC 9(02).
           03 WS-OPE-SEP8         PIC X(02).
           03 WS-OPE-BLOQUEIO     PIC X(01).

       FD  WS-SESSAO-FILE
           LABEL RECORD IS STANDARD.
       01  WS-SESSAO-REGISTRO.
           03 WS-SES-OPERADOR     PIC X(08).
           03 WS-SES-SEP1         PIC X(02).
           03 WS-SES-EVENTO       PIC X(20).
           03 WS-SES-SEP2         PIC X(02).
           03 WS-SES-TIMESTAMP    PIC X(21).

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-INICIO==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-VALIDADE==.
       77 WS-DATA-VALIDA-SW   PIC X(01) VALUE "N".
          88 WS-DATA-EH-VALIDA      VALUE "S".

       01 WS-OPERADOR-STATUS     PIC X(02)    VALUE ZEROS.
           88 WS-OPERADOR-OK          VALUE "00".
           88 WS-OPERADOR-NAO-EXISTE  VALUE "35".
       01 WS-SESSAO-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-SESSAO-OK            VALUE "00".
           88 WS-SESSAO-NAO-EXISTE    VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".

       01 WS-FIM-OPERADOR        PIC X(01)    VALUE "N".
           88 WS-FIM-OPERADOR-SIM     VALUE "S".
       01 WS-FIM-SESSAO          PIC X(01)    VALUE "N".
           88 WS-FIM-SESSAO-SIM       VALUE "S".

      *    HORARIO DE FUNCIONAMENTO DA ESCOLA: ASSINATURA ANTES DA
      *    ABERTURA, A PARTIR DO FECHAMENTO OU EM SABADO/DOMINGO SAI
      *    COMO FORA DO HORARIO
       77 WS-HORA-ABERTURA       PIC 9(02)    VALUE 07.
       77 WS-HORA-FECHAMENTO     PIC 9(02)    VALUE 19.
      *    ACESSOS QUE VENCEM ATE ESTA QUANTIDADE DE DIAS
       77 WS-DIAS-AVISO-VALIDADE PIC 9(02)    VALUE 15.

      *    MESMA LISTA DO WS-OPCAO-RESTRITA DO PGEXE006
       77 WS-OPCAO-EVENTO        PIC X(01)    VALUE SPACES.
           88 WS-OPCAO-RESTRITA       VALUE "2" "4" "5" "9" "A" "a"
                                            "B" "b" "C" "c" "D" "d"
                                            "E" "e" "J" "j" "K" "k"
                                            "M" "m" "P" "p" "S" "s"
                                            "T" "t" "U" "u"
                                            "W" "w" "X" "x" "Y" "y".

      *    MESMA LISTA DO WS-OPCAO2-RESTRITA DO PGEXE006 (SEGUNDA TELA)
       77 WS-OPCAO-EVENTO-2      PIC X(01)    VALUE SPACES.
           88 WS-OPCAO2-RESTRITA      VALUE "1" "3" "6" "8".

       01 WS-DATA-CORRENTE.
           03 WS-DC-AAAAMMDD     PIC 9(08).
           03 WS-DC-AAAAMMDD-R REDEFINES WS-DC-AAAAMMDD.
              05 WS-DC-ANO       PIC 9(04).
              05 WS-DC-MES       PIC 9(02).
              05 WS-DC-DIA       PIC 9(02).
           03 FILLER             PIC X(13).

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R REDEFINES WS-DATA-YYYYMMDD.
           03 WS-YMD-ANO         PIC 9(04).
           03 WS-YMD-MES         PIC 9(02).
           03 WS-YMD-DIA         PIC 9(02).
       01 WS-DATA-INTEGER        PIC 9(07)    VALUE ZEROS.
       01 WS-DIA-SEMANA          PIC 9(01)    VALUE ZEROS.
           88 WS-FIM-DE-SEMANA        VALUE 7 8.

       01 WS-INICIO-AAAAMMDD     PIC 9(08)    VALUE ZEROS.
       01 WS-FIM-AAAAMMDD        PIC 9(08)    VALUE ZEROS.
       01 WS-HOJE-INTEGER        PIC 9(07)    VALUE ZEROS.
       01 WS-VALIDADE-INTEGER    PIC 9(07)    VALUE ZEROS.
       01 WS-DIAS-RESTANTES      PIC S9(05)   VALUE ZEROS.

       01 WS-MOMENTO             PIC X(14)    VALUE SPACES.
       01 WS-MOMENTO-R REDEFINES WS-MOMENTO.
           03 WS-MOM-DATA        PIC X(08).
           03 WS-MOM-HORA        PIC 9(02).
           03 WS-MOM-MINUTO      PIC X(02).
           03 WS-MOM-SEGUNDO     PIC X(02).
       01 WS-MOMENTO-EDITA       PIC X(14)    VALUE SPACES.
       01 WS-MOMENTO-PARTES REDEFINES WS-MOMENTO-EDITA.
           03 WS-MP-ANO          PIC X(04).
           03 WS-MP-MES          PIC X(02).
           03 WS-MP-DIA          PIC X(02).
           03 WS-MP-HORA         PIC X(02).
           03 WS-MP-MINUTO       PIC X(02).
           03 WS-MP-SEGUNDO      PIC X(02).

       01 WS-TIPO-OCORRENCIA     PIC X(18)    VALUE SPACES.

       01 WS-QTD-OPERADORES      PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-OPERADOR        PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-ACHADO          PIC 9(03)    VALUE ZEROS.
       01 WS-OPE-TRUNC-SW        PIC X(01)    VALUE "N".
           88 WS-OPE-TRUNCADO         VALUE "S".

       01 WS-TABELA-OPERADORES.
           03 WS-TAB-OPERADOR OCCURS 80 TIMES.
              05 WS-TAB-CODIGO       PIC X(08).
              05 WS-TAB-NOME         PIC X(30).
              05 WS-TAB-ATIVO        PIC X(01).
              05 WS-TAB-VALIDADE     PIC X(10).
              05 WS-TAB-FALHAS-ATUAL PIC 9(02).
              05 WS-TAB-BLOQUEIO     PIC X(01).
                 88 WS-TAB-BLOQUEADO      VALUE "S".
              05 WS-TAB-CADASTRADO   PIC X(01).
              05 WS-TAB-ASSINATURAS  PIC 9(04).
              05 WS-TAB-FORA-HORARIO PIC 9(04).
              05 WS-TAB-FALHAS       PIC 9(04).
              05 WS-TAB-BLOQUEIOS    PIC 9(04).
              05 WS-TAB-OVERRIDES    PIC 9(04).
              05 WS-TAB-RESTRITAS    PIC 9(04).
              05 WS-TAB-NEGADAS      PIC 9(04).
              05 WS-TAB-ULT-BLOQUEIO PIC X(14).

       01 WS-QTD-OCORRENCIAS     PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-OCORRENCIA      PIC 9(03)    VALUE ZEROS.
       01 WS-OCO-TRUNC-SW        PIC X(01)    VALUE "N".
           88 WS-OCO-TRUNCADO         VALUE "S".

       01 WS-TABELA-OCORRENCIAS.
           03 WS-TAB-OCORRENCIA OCCURS 500 TIMES.
              05 WS-OCO-IDX-OPERADOR PIC 9(03).
              05 WS-OCO-MOMENTO      PIC X(14).
              05 WS-OCO-EVENTO       PIC X(20).
              05 WS-OCO-TIPO         PIC X(18).

       01 WS-CONT-LIDAS          PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-NO-PERIODO     PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-BLOQUEADOS     PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-A-VENCER       PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-IMPRESSAS      PIC 9(03)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(56)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(41)
              VALUE "RELATORIO SEMANAL DE SEGURANCA - SEMANA ".
           03 WS-CAB-INICIO      PIC X(10).
           03 FILLER             PIC X(03)    VALUE " A ".
           03 WS-CAB-FIM         PIC X(10).

       01 WS-LINHA-SECAO         PIC X(100)   VALUE SPACES.
       01 WS-LINHA-TITULO        PIC X(100)   VALUE SPACES.

       01 WS-TITULO-RESUMO.
           03 FILLER             PIC X(10)    VALUE "OPERADOR".
           03 FILLER             PIC X(22)    VALUE "NOME".
           03 FILLER             PIC X(12)    VALUE "SITUACAO".
           03 FILLER             PIC X(07)    VALUE "ASSIN".
           03 FILLER             PIC X(07)    VALUE "F.HOR".
           03 FILLER             PIC X(07)    VALUE "RECUS".
           03 FILLER             PIC X(07)    VALUE "BLOQ".
           03 FILLER             PIC X(07)    VALUE "OVERR".
           03 FILLER             PIC X(07)    VALUE "RESTR".
           03 FILLER             PIC X(07)    VALUE "NEGAD".

       01 WS-TITULO-OCORRENCIA.
           03 FILLER             PIC X(10)    VALUE "OPERADOR".
           03 FILLER             PIC X(12)    VALUE "DATA".
           03 FILLER             PIC X(10)    VALUE "HORA".
           03 FILLER             PIC X(22)    VALUE "EVENTO".
           03 FILLER             PIC X(18)    VALUE "OCORRENCIA".

       01 WS-TITULO-BLOQUEIO.
           03 FILLER             PIC X(10)    VALUE "OPERADOR".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(08)    VALUE "FALHAS".
           03 FILLER             PIC X(30)
              VALUE "BLOQUEADO NA SEMANA EM".

       01 WS-TITULO-VALIDADE.
           03 FILLER             PIC X(10)    VALUE "OPERADOR".
           03 FILLER             PIC X(32)    VALUE "NOME".
           03 FILLER             PIC X(12)    VALUE "VALIDADE".
           03 FILLER             PIC X(20)    VALUE "SITUACAO".

       01 WS-LINHA-RESUMO.
           03 WS-RES-CODIGO      PIC X(08).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-RES-NOME        PIC X(20).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-RES-SITUACAO    PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-RES-ASSIN       PIC ZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-RES-FORA        PIC ZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-RES-FALHAS      PIC ZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-RES-BLOQUEIOS   PIC ZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-RES-OVERRIDES   PIC ZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-RES-RESTRITAS   PIC ZZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-RES-NEGADAS     PIC ZZZ9.

       01 WS-LINHA-OCORRENCIA.
           03 WS-LOC-CODIGO      PIC X(08).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LOC-DATA.
              05 WS-LOC-DIA      PIC X(02).
              05 FILLER          PIC X(01)    VALUE "/".
              05 WS-LOC-MES      PIC X(02).
              05 FILLER          PIC X(01)    VALUE "/".
              05 WS-LOC-ANO      PIC X(04).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LOC-HORA.
              05 WS-LOC-HH       PIC X(02).
              05 FILLER          PIC X(01)    VALUE ":".
              05 WS-LOC-MI       PIC X(02).
              05 FILLER          PIC X(01)    VALUE ":".
              05 WS-LOC-SS       PIC X(02).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LOC-EVENTO      PIC X(20).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-LOC-TIPO        PIC X(18).

       01 WS-LINHA-BLOQUEIO.
           03 WS-BLQ-CODIGO      PIC X(08).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-BLQ-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-BLQ-FALHAS      PIC Z9.
           03 FILLER             PIC X(06)    VALUE SPACES.
           03 WS-BLQ-QUANDO      PIC X(30).

       01 WS-LINHA-VALIDADE.
           03 WS-VAL-CODIGO      PIC X(08).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-VAL-NOME        PIC X(30).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-VAL-DATA        PIC X(10).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-VAL-SITUACAO    PIC X(20).

       01 WS-VAL-DIAS-EDIT       PIC Z9.

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(26)
              VALUE "LINHAS DE SESSAO NA SEMANA".
           03 FILLER             PIC X(02)    VALUE ": ".
           03 WS-TOT-NO-PERIODO  PIC ZZZZZ9.
           03 FILLER             PIC X(04)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "OCORRENCIAS LISTADAS.....:".
           03 WS-TOT-OCORRENCIAS PIC ZZZ9.

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(26)
              VALUE "CONTAS BLOQUEADAS........:".
           03 WS-TOT-BLOQUEADOS  PIC ZZ9.
           03 FILLER             PIC X(11)    VALUE SPACES.
           03 FILLER             PIC X(26)
              VALUE "ACESSOS A VENCER/VENCIDOS:".
           03 WS-TOT-A-VENCER    PIC ZZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-QTD-OPERADORES WS-QTD-OCORRENCIAS
                         WS-CONT-LIDAS WS-CONT-NO-PERIODO
                         WS-CONT-BLOQUEADOS WS-CONT-A-VENCER
                         WS-CONT-IMPRESSAS WS-CONT-LINHAS
                         WS-CONT-PAGINA
           MOVE "N"   TO WS-OPE-TRUNC-SW WS-OCO-TRUNC-SW

           DISPLAY 'RELATORIO SEMANAL DE SEGURANCA - INICIO'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           COMPUTE WS-HOJE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DC-AAAAMMDD)

           MOVE "N" TO WS-DATA-VALIDA-SW
           PERFORM P100-DIGITA-INICIO UNTIL WS-DATA-EH-VALIDA

           MOVE WS-DATA-INICIO-AA TO WS-YMD-ANO
           MOVE WS-DATA-INICIO-MM TO WS-YMD-MES
           MOVE WS-DATA-INICIO-DD TO WS-YMD-DIA
           MOVE WS-DATA-YYYYMMDD  TO WS-INICIO-AAAAMMDD
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-AAAAMMDD) + 6
           COMPUTE WS-FIM-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEGER)

           MOVE WS-DATA-INICIO TO WS-CAB-INICIO
           MOVE WS-FIM-AAAAMMDD TO WS-DATA-YYYYMMDD
           MOVE SPACES TO WS-CAB-FIM
           STRING WS-YMD-DIA DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  WS-YMD-MES DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  WS-YMD-ANO DELIMITED BY SIZE
                  INTO WS-CAB-FIM

           PERFORM P200-CARREGA-OPERADORES
               THRU P200-CARREGA-OPERADORES-FIM

           IF WS-QTD-OPERADORES = ZEROS THEN
               DISPLAY 'ARQUIVO DE AUTORIZACAO (OPERADOR.DAT) VAZIO OU '
                       'NAO ENCONTRADO - RELATORIO NAO EMITIDO'
               GOBACK
           END-IF

           PERFORM P300-APURA-SESSOES THRU P300-APURA-SESSOES-FIM

           OPEN OUTPUT WS-RELAT-FILE

           PERFORM P400-IMPRIME-RESUMO THRU P400-IMPRIME-RESUMO-FIM
           PERFORM P450-IMPRIME-OCORRENCIAS
               THRU P450-IMPRIME-OCORRENCIAS-FIM
           PERFORM P500-IMPRIME-BLOQUEADOS
               THRU P500-IMPRIME-BLOQUEADOS-FIM
           PERFORM P550-IMPRIME-VALIDADES
               THRU P550-IMPRIME-VALIDADES-FIM
           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE

           DISPLAY 'RELATORIO GRAVADO EM SEGURANC.REL - '
                   WS-CONT-IMPRESSAS ' OCORRENCIAS, '
                   WS-CONT-BLOQUEADOS ' BLOQUEADOS, '
                   WS-CONT-A-VENCER ' ACESSOS A VENCER'

           DISPLAY 'RELATORIO SEMANAL DE SEGURANCA - FIM'
           GOBACK.

       P100-DIGITA-INICIO.
           DISPLAY 'INFORME O PRIMEIRO DIA DA SEMANA (DD/MM/AAAA): '
           ACCEPT WS-DATA-INICIO

           IF WS-DATA-INICIO-DD IS NOT NUMERIC
              OR WS-DATA-INICIO-MM IS NOT NUMERIC
              OR WS-DATA-INICIO-AA IS NOT NUMERIC THEN
               MOVE "N" TO WS-DATA-VALIDA-SW
           ELSE
               CALL "PGVALDT" USING WS-DATA-INICIO-DD
                                     WS-DATA-INICIO-MM
                                     WS-DATA-INICIO-AA
                                     WS-DATA-VALIDA-SW
           END-IF

           IF NOT WS-DATA-EH-VALIDA THEN
               DISPLAY 'DATA INVALIDA - DIGITE NOVAMENTE'
           END-IF.
       P100-DIGITA-INICIO-FIM.

       P200-CARREGA-OPERADORES.
           MOVE "N" TO WS-FIM-OPERADOR.

           OPEN INPUT WS-OPERADOR-FILE.

           IF WS-OPERADOR-NAO-EXISTE THEN
               GO TO P200-CARREGA-OPERADORES-FIM
           END-IF.

           PERFORM P210-LE-OPERADOR THRU P210-LE-OPERADOR-FIM.
           PERFORM P220-GUARDA-OPERADOR THRU P220-GUARDA-OPERADOR-FIM
               UNTIL WS-FIM-OPERADOR-SIM
                  OR WS-QTD-OPERADORES = 80.

           CLOSE WS-OPERADOR-FILE.
       P200-CARREGA-OPERADORES-FIM.

       P210-LE-OPERADOR.
           READ WS-OPERADOR-FILE
               AT END
                   MOVE "S" TO WS-FIM-OPERADOR
           END-READ.
       P210-LE-OPERADOR-FIM.

       P220-GUARDA-OPERADOR.
           ADD 1 TO WS-QTD-OPERADORES.
           INITIALIZE WS-TAB-OPERADOR(WS-QTD-OPERADORES).
           MOVE WS-OPE-CODIGO   TO WS-TAB-CODIGO(WS-QTD-OPERADORES).
           MOVE WS-OPE-NOME     TO WS-TAB-NOME(WS-QTD-OPERADORES).
           MOVE WS-OPE-ATIVO    TO WS-TAB-ATIVO(WS-QTD-OPERADORES).
           MOVE WS-OPE-VALIDADE TO WS-TAB-VALIDADE(WS-QTD-OPERADORES).
           MOVE "S"          TO WS-TAB-CADASTRADO(WS-QTD-OPERADORES).

           MOVE "N" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES).
           IF WS-OPE-BLOQUEIO = "S" OR WS-OPE-ATIVO = "B" THEN
               MOVE "S" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
           END-IF.

           IF WS-OPE-FALHAS IS NUMERIC THEN
               MOVE WS-OPE-FALHAS
                 TO WS-TAB-FALHAS-ATUAL(WS-QTD-OPERADORES)
           END-IF.

           PERFORM P210-LE-OPERADOR THRU P210-LE-OPERADOR-FIM.
       P220-GUARDA-OPERADOR-FIM.

       P300-APURA-SESSOES.
           MOVE "N" TO WS-FIM-SESSAO.

           OPEN INPUT WS-SESSAO-FILE.

           IF WS-SESSAO-NAO-EXISTE THEN
               DISPLAY 'SESSAO.DAT NAO ENCONTRADO - SO AS CONTAS '
                       'BLOQUEADAS E AS VALIDADES SERAO LISTADAS'
               GO TO P300-APURA-SESSOES-FIM
           END-IF.

           PERFORM P310-LE-SESSAO THRU P310-LE-SESSAO-FIM.
           PERFORM P320-TRATA-SESSAO THRU P320-TRATA-SESSAO-FIM
               UNTIL WS-FIM-SESSAO-SIM.

           CLOSE WS-SESSAO-FILE.
       P300-APURA-SESSOES-FIM.

       P310-LE-SESSAO.
           READ WS-SESSAO-FILE
               AT END
                   MOVE "S" TO WS-FIM-SESSAO
           END-READ.
       P310-LE-SESSAO-FIM.

       P320-TRATA-SESSAO.
           ADD 1 TO WS-CONT-LIDAS.

           MOVE WS-SES-TIMESTAMP(1:14) TO WS-MOMENTO.

           IF WS-MOM-DATA IS NOT NUMERIC THEN
               GO TO P320-TRATA-SESSAO-LE
           END-IF.

           MOVE WS-MOM-DATA TO WS-DATA-YYYYMMDD.

           IF WS-DATA-YYYYMMDD < WS-INICIO-AAAAMMDD
              OR WS-DATA-YYYYMMDD > WS-FIM-AAAAMMDD THEN
               GO TO P320-TRATA-SESSAO-LE
           END-IF.

           ADD 1 TO WS-CONT-NO-PERIODO.

           PERFORM P330-ACHA-OPERADOR THRU P330-ACHA-OPERADOR-FIM.

           IF WS-IDX-ACHADO = ZEROS THEN
               GO TO P320-TRATA-SESSAO-LE
           END-IF.

           MOVE SPACES TO WS-TIPO-OCORRENCIA.
           MOVE WS-SES-EVENTO(7:1) TO WS-OPCAO-EVENTO.
           MOVE SPACES TO WS-OPCAO-EVENTO-2.
           IF WS-OPCAO-EVENTO = "Z" OR WS-OPCAO-EVENTO = "z" THEN
               MOVE WS-SES-EVENTO(8:1) TO WS-OPCAO-EVENTO-2
           END-IF.

           EVALUATE TRUE
               WHEN WS-SES-EVENTO = "ASSINATURA"
                   ADD 1 TO WS-TAB-ASSINATURAS(WS-IDX-ACHADO)
                   PERFORM P340-CONFERE-HORARIO
                       THRU P340-CONFERE-HORARIO-FIM
               WHEN WS-SES-EVENTO(1:6) = "FALHA "
                   ADD 1 TO WS-TAB-FALHAS(WS-IDX-ACHADO)
                   MOVE "ASSINATURA RECUSADA" TO WS-TIPO-OCORRENCIA
               WHEN WS-SES-EVENTO = "BLOQUEIO"
                   ADD 1 TO WS-TAB-BLOQUEIOS(WS-IDX-ACHADO)
                   MOVE WS-MOMENTO TO WS-TAB-ULT-BLOQUEIO(WS-IDX-ACHADO)
                   MOVE "BLOQUEIO DE CONTA" TO WS-TIPO-OCORRENCIA
               WHEN WS-SES-EVENTO(1:8) = "DESBLOQ "
                   MOVE "DESBLOQUEIO" TO WS-TIPO-OCORRENCIA
               WHEN WS-SES-EVENTO(1:11) = "JANELA OVR "
                   ADD 1 TO WS-TAB-OVERRIDES(WS-IDX-ACHADO)
                   MOVE "OVERRIDE" TO WS-TIPO-OCORRENCIA
               WHEN WS-SES-EVENTO(1:13) = "NEGADA OPCAO "
                   ADD 1 TO WS-TAB-NEGADAS(WS-IDX-ACHADO)
                   MOVE "OPCAO NEGADA" TO WS-TIPO-OCORRENCIA
               WHEN WS-SES-EVENTO(1:6) = "OPCAO "
                    AND (WS-OPCAO-RESTRITA OR WS-OPCAO2-RESTRITA)
                   ADD 1 TO WS-TAB-RESTRITAS(WS-IDX-ACHADO)
                   MOVE "OPCAO RESTRITA" TO WS-TIPO-OCORRENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-TIPO-OCORRENCIA NOT = SPACES THEN
               PERFORM P350-GUARDA-OCORRENCIA
                   THRU P350-GUARDA-OCORRENCIA-FIM
           END-IF.

       P320-TRATA-SESSAO-LE.
           PERFORM P310-LE-SESSAO THRU P310-LE-SESSAO-FIM.
       P320-TRATA-SESSAO-FIM.

      *    CODIGO QUE NAO ESTA EM OPERADOR.DAT (TENTATIVA COM CODIGO
      *    INEXISTENTE OU OPERADOR JA EXCLUIDO) GANHA UMA LINHA PROPRIA
       P330-ACHA-OPERADOR.
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 1     TO WS-IDX-OPERADOR.

           PERFORM P335-COMPARA-OPERADOR THRU P335-COMPARA-OPERADOR-FIM
               UNTIL WS-IDX-OPERADOR > WS-QTD-OPERADORES
                  OR WS-IDX-ACHADO > ZEROS.

           IF WS-IDX-ACHADO > ZEROS THEN
               GO TO P330-ACHA-OPERADOR-FIM
           END-IF.

           IF WS-QTD-OPERADORES = 80 THEN
               MOVE "S" TO WS-OPE-TRUNC-SW
               GO TO P330-ACHA-OPERADOR-FIM
           END-IF.

           ADD 1 TO WS-QTD-OPERADORES.
           INITIALIZE WS-TAB-OPERADOR(WS-QTD-OPERADORES).
           MOVE WS-SES-OPERADOR TO WS-TAB-CODIGO(WS-QTD-OPERADORES).
           MOVE "(NAO CADASTRADO)" TO WS-TAB-NOME(WS-QTD-OPERADORES).
           MOVE "N"          TO WS-TAB-CADASTRADO(WS-QTD-OPERADORES).
           MOVE WS-QTD-OPERADORES TO WS-IDX-ACHADO.
       P330-ACHA-OPERADOR-FIM.

       P335-COMPARA-OPERADOR.
           IF WS-TAB-CODIGO(WS-IDX-OPERADOR) = WS-SES-OPERADOR THEN
               MOVE WS-IDX-OPERADOR TO WS-IDX-ACHADO
           ELSE
               ADD 1 TO WS-IDX-OPERADOR
           END-IF.
       P335-COMPARA-OPERADOR-FIM.

       P340-CONFERE-HORARIO.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DATA-INTEGER - 1, 7) + 2.

           IF WS-FIM-DE-SEMANA
              OR WS-MOM-HORA < WS-HORA-ABERTURA
              OR WS-MOM-HORA NOT < WS-HORA-FECHAMENTO THEN
               ADD 1 TO WS-TAB-FORA-HORARIO(WS-IDX-ACHADO)
               MOVE "FORA DO HORARIO" TO WS-TIPO-OCORRENCIA
           END-IF.
       P340-CONFERE-HORARIO-FIM.

       P350-GUARDA-OCORRENCIA.
           IF WS-QTD-OCORRENCIAS = 500 THEN
               MOVE "S" TO WS-OCO-TRUNC-SW
               GO TO P350-GUARDA-OCORRENCIA-FIM
           END-IF.

           ADD 1 TO WS-QTD-OCORRENCIAS.
           MOVE WS-IDX-ACHADO
             TO WS-OCO-IDX-OPERADOR(WS-QTD-OCORRENCIAS).
           MOVE WS-MOMENTO      TO WS-OCO-MOMENTO(WS-QTD-OCORRENCIAS).
           MOVE WS-SES-EVENTO   TO WS-OCO-EVENTO(WS-QTD-OCORRENCIAS).
           MOVE WS-TIPO-OCORRENCIA
             TO WS-OCO-TIPO(WS-QTD-OCORRENCIAS).
       P350-GUARDA-OCORRENCIA-FIM.

       P400-IMPRIME-RESUMO.
           MOVE "RESUMO POR OPERADOR" TO WS-LINHA-SECAO.
           MOVE WS-TITULO-RESUMO     TO WS-LINHA-TITULO.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           MOVE 1 TO WS-IDX-OPERADOR.
           PERFORM P410-IMPRIME-UM-RESUMO
               THRU P410-IMPRIME-UM-RESUMO-FIM
               UNTIL WS-IDX-OPERADOR > WS-QTD-OPERADORES.

           IF WS-OPE-TRUNCADO THEN
               MOVE "AVISO: MAIS DE 80 CODIGOS DE OPERADOR NA SEMANA"
                 TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
               MOVE "       OS EXCEDENTES NAO FORAM APURADOS"
                 TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P400-IMPRIME-RESUMO-FIM.

       P410-IMPRIME-UM-RESUMO.
           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RESUMO.
           MOVE WS-TAB-CODIGO(WS-IDX-OPERADOR) TO WS-RES-CODIGO.
           MOVE WS-TAB-NOME(WS-IDX-OPERADOR)   TO WS-RES-NOME.

           EVALUATE TRUE
               WHEN WS-TAB-CADASTRADO(WS-IDX-OPERADOR) = "N"
                   MOVE "INEXISTENTE" TO WS-RES-SITUACAO
               WHEN WS-TAB-BLOQUEADO(WS-IDX-OPERADOR)
                   MOVE "BLOQUEADO"   TO WS-RES-SITUACAO
               WHEN WS-TAB-ATIVO(WS-IDX-OPERADOR) = "N"
                   MOVE "DESATIVADO"  TO WS-RES-SITUACAO
               WHEN OTHER
                   MOVE "ATIVO"       TO WS-RES-SITUACAO
           END-EVALUATE.

           MOVE WS-TAB-ASSINATURAS(WS-IDX-OPERADOR)  TO WS-RES-ASSIN.
           MOVE WS-TAB-FORA-HORARIO(WS-IDX-OPERADOR) TO WS-RES-FORA.
           MOVE WS-TAB-FALHAS(WS-IDX-OPERADOR)       TO WS-RES-FALHAS.
           MOVE WS-TAB-BLOQUEIOS(WS-IDX-OPERADOR)
             TO WS-RES-BLOQUEIOS.
           MOVE WS-TAB-OVERRIDES(WS-IDX-OPERADOR)
             TO WS-RES-OVERRIDES.
           MOVE WS-TAB-RESTRITAS(WS-IDX-OPERADOR)
             TO WS-RES-RESTRITAS.
           MOVE WS-TAB-NEGADAS(WS-IDX-OPERADOR)      TO WS-RES-NEGADAS.

           MOVE WS-LINHA-RESUMO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

           ADD 1 TO WS-IDX-OPERADOR.
       P410-IMPRIME-UM-RESUMO-FIM.

      *    AS OCORRENCIAS SAEM AGRUPADAS POR OPERADOR, NA ORDEM DA
      *    TABELA, E DENTRO DO OPERADOR NA ORDEM DE SESSAO.DAT
       P450-IMPRIME-OCORRENCIAS.
           MOVE "OCORRENCIAS POR OPERADOR" TO WS-LINHA-SECAO.
           MOVE WS-TITULO-OCORRENCIA       TO WS-LINHA-TITULO.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           IF WS-QTD-OCORRENCIAS = ZEROS THEN
               MOVE "NENHUMA OCORRENCIA NA SEMANA" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
               GO TO P450-IMPRIME-OCORRENCIAS-FIM
           END-IF.

           MOVE 1 TO WS-IDX-OPERADOR.
           PERFORM P460-OCORRENCIAS-OPERADOR
               THRU P460-OCORRENCIAS-OPERADOR-FIM
               UNTIL WS-IDX-OPERADOR > WS-QTD-OPERADORES.

           IF WS-OCO-TRUNCADO THEN
               MOVE "AVISO: MAIS DE 500 OCORRENCIAS NA SEMANA"
                 TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
               MOVE "       EXCEDENTES CONTADAS MAS NAO LISTADAS"
                 TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P450-IMPRIME-OCORRENCIAS-FIM.

       P460-OCORRENCIAS-OPERADOR.
           MOVE 1 TO WS-IDX-OCORRENCIA.
           PERFORM P470-IMPRIME-OCORRENCIA
               THRU P470-IMPRIME-OCORRENCIA-FIM
               UNTIL WS-IDX-OCORRENCIA > WS-QTD-OCORRENCIAS.

           ADD 1 TO WS-IDX-OPERADOR.
       P460-OCORRENCIAS-OPERADOR-FIM.

       P470-IMPRIME-OCORRENCIA.
           IF WS-OCO-IDX-OPERADOR(WS-IDX-OCORRENCIA)
              NOT = WS-IDX-OPERADOR THEN
               GO TO P470-IMPRIME-OCORRENCIA-PROXIMO
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE WS-OCO-MOMENTO(WS-IDX-OCORRENCIA) TO WS-MOMENTO-EDITA.

           MOVE SPACES TO WS-LINHA-OCORRENCIA.
           MOVE WS-TAB-CODIGO(WS-IDX-OPERADOR)     TO WS-LOC-CODIGO.
           MOVE WS-MP-DIA                          TO WS-LOC-DIA.
           MOVE "/"                                TO WS-LOC-DATA(3:1)
                                                      WS-LOC-DATA(6:1).
           MOVE WS-MP-MES                          TO WS-LOC-MES.
           MOVE WS-MP-ANO                          TO WS-LOC-ANO.
           MOVE WS-MP-HORA                         TO WS-LOC-HH.
           MOVE ":"                                TO WS-LOC-HORA(3:1)
                                                      WS-LOC-HORA(6:1).
           MOVE WS-MP-MINUTO                       TO WS-LOC-MI.
           MOVE WS-MP-SEGUNDO                      TO WS-LOC-SS.
           MOVE WS-OCO-EVENTO(WS-IDX-OCORRENCIA)   TO WS-LOC-EVENTO.
           MOVE WS-OCO-TIPO(WS-IDX-OCORRENCIA)     TO WS-LOC-TIPO.

           MOVE WS-LINHA-OCORRENCIA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
           ADD 1 TO WS-CONT-IMPRESSAS.

       P470-IMPRIME-OCORRENCIA-PROXIMO.
           ADD 1 TO WS-IDX-OCORRENCIA.
       P470-IMPRIME-OCORRENCIA-FIM.

       P500-IMPRIME-BLOQUEADOS.
           MOVE "CONTAS BLOQUEADAS (OPERADOR.DAT HOJE)"
             TO WS-LINHA-SECAO.
           MOVE WS-TITULO-BLOQUEIO TO WS-LINHA-TITULO.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           MOVE 1 TO WS-IDX-OPERADOR.
           PERFORM P510-IMPRIME-BLOQUEADO
               THRU P510-IMPRIME-BLOQUEADO-FIM
               UNTIL WS-IDX-OPERADOR > WS-QTD-OPERADORES.

           IF WS-CONT-BLOQUEADOS = ZEROS THEN
               MOVE "NENHUMA CONTA BLOQUEADA" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P500-IMPRIME-BLOQUEADOS-FIM.

       P510-IMPRIME-BLOQUEADO.
           IF NOT WS-TAB-BLOQUEADO(WS-IDX-OPERADOR) THEN
               GO TO P510-IMPRIME-BLOQUEADO-PROXIMO
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           ADD 1 TO WS-CONT-BLOQUEADOS.

           MOVE SPACES TO WS-LINHA-BLOQUEIO.
           MOVE WS-TAB-CODIGO(WS-IDX-OPERADOR)       TO WS-BLQ-CODIGO.
           MOVE WS-TAB-NOME(WS-IDX-OPERADOR)         TO WS-BLQ-NOME.
           MOVE WS-TAB-FALHAS-ATUAL(WS-IDX-OPERADOR) TO WS-BLQ-FALHAS.

           IF WS-TAB-ULT-BLOQUEIO(WS-IDX-OPERADOR) = SPACES THEN
               MOVE "ANTES DESTA SEMANA" TO WS-BLQ-QUANDO
           ELSE
               MOVE WS-TAB-ULT-BLOQUEIO(WS-IDX-OPERADOR)
                 TO WS-MOMENTO-EDITA
               STRING WS-MP-DIA     DELIMITED BY SIZE
                      "/"           DELIMITED BY SIZE
                      WS-MP-MES     DELIMITED BY SIZE
                      "/"           DELIMITED BY SIZE
                      WS-MP-ANO     DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      WS-MP-HORA    DELIMITED BY SIZE
                      ":"           DELIMITED BY SIZE
                      WS-MP-MINUTO  DELIMITED BY SIZE
                      INTO WS-BLQ-QUANDO
           END-IF.

           MOVE WS-LINHA-BLOQUEIO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       P510-IMPRIME-BLOQUEADO-PROXIMO.
           ADD 1 TO WS-IDX-OPERADOR.
       P510-IMPRIME-BLOQUEADO-FIM.

       P550-IMPRIME-VALIDADES.
           MOVE "ACESSOS QUE VENCEM NOS PROXIMOS 15 DIAS OU JA VENCIDOS"
             TO WS-LINHA-SECAO.
           MOVE WS-TITULO-VALIDADE TO WS-LINHA-TITULO.
           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM.

           MOVE 1 TO WS-IDX-OPERADOR.
           PERFORM P560-CONFERE-VALIDADE THRU P560-CONFERE-VALIDADE-FIM
               UNTIL WS-IDX-OPERADOR > WS-QTD-OPERADORES.

           IF WS-CONT-A-VENCER = ZEROS THEN
               MOVE "NENHUM ACESSO A VENCER" TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
               ADD 1 TO WS-CONT-LINHAS
           END-IF.
       P550-IMPRIME-VALIDADES-FIM.

      *    SO INTERESSA QUEM AINDA PODE ASSINAR: OPERADOR DESATIVADO
      *    OU SEM VALIDADE (ACESSO QUE NAO VENCE) FICA DE FORA
       P560-CONFERE-VALIDADE.
           IF WS-TAB-CADASTRADO(WS-IDX-OPERADOR) = "N"
              OR WS-TAB-ATIVO(WS-IDX-OPERADOR) = "N"
              OR WS-TAB-VALIDADE(WS-IDX-OPERADOR) = SPACES THEN
               GO TO P560-CONFERE-VALIDADE-PROXIMO
           END-IF.

           MOVE WS-TAB-VALIDADE(WS-IDX-OPERADOR) TO WS-DATA-VALIDADE.

           IF WS-DATA-VALIDADE-DD IS NOT NUMERIC
              OR WS-DATA-VALIDADE-MM IS NOT NUMERIC
              OR WS-DATA-VALIDADE-AA IS NOT NUMERIC THEN
               GO TO P560-CONFERE-VALIDADE-PROXIMO
           END-IF.

           MOVE WS-DATA-VALIDADE-AA TO WS-YMD-ANO.
           MOVE WS-DATA-VALIDADE-MM TO WS-YMD-MES.
           MOVE WS-DATA-VALIDADE-DD TO WS-YMD-DIA.
           COMPUTE WS-VALIDADE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIAS-RESTANTES =
                   WS-VALIDADE-INTEGER - WS-HOJE-INTEGER.

           IF WS-DIAS-RESTANTES > WS-DIAS-AVISO-VALIDADE THEN
               GO TO P560-CONFERE-VALIDADE-PROXIMO
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           ADD 1 TO WS-CONT-A-VENCER.

           MOVE SPACES TO WS-LINHA-VALIDADE.
           MOVE WS-TAB-CODIGO(WS-IDX-OPERADOR)   TO WS-VAL-CODIGO.
           MOVE WS-TAB-NOME(WS-IDX-OPERADOR)     TO WS-VAL-NOME.
           MOVE WS-TAB-VALIDADE(WS-IDX-OPERADOR) TO WS-VAL-DATA.

           EVALUATE TRUE
               WHEN WS-DIAS-RESTANTES < ZEROS
                   MOVE "VENCIDO" TO WS-VAL-SITUACAO
               WHEN WS-DIAS-RESTANTES = ZEROS
                   MOVE "VENCE HOJE" TO WS-VAL-SITUACAO
               WHEN OTHER
                   MOVE WS-DIAS-RESTANTES TO WS-VAL-DIAS-EDIT
                   STRING "VENCE EM "      DELIMITED BY SIZE
                          WS-VAL-DIAS-EDIT DELIMITED BY SIZE
                          " DIAS"          DELIMITED BY SIZE
                          INTO WS-VAL-SITUACAO
           END-EVALUATE.

           MOVE WS-LINHA-VALIDADE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       P560-CONFERE-VALIDADE-PROXIMO.
           ADD 1 TO WS-IDX-OPERADOR.
       P560-CONFERE-VALIDADE-FIM.

       P600-IMPRIME-RODAPE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-CONT-NO-PERIODO TO WS-TOT-NO-PERIODO.
           MOVE WS-CONT-IMPRESSAS  TO WS-TOT-OCORRENCIAS.
           MOVE WS-CONT-BLOQUEADOS TO WS-TOT-BLOQUEADOS.
           MOVE WS-CONT-A-VENCER   TO WS-TOT-A-VENCER.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
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
       END PROGRAM PGEXE044.
