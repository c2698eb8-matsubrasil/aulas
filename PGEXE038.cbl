       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXE038.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL. ALERTA DE FALTAS
      *                               PARA RODAR NO DIA OU NA SEMANA:
      *                               PARA O BIMESTRE INFORMADO (DATAS
      *                               DE JANELAS.DAT), MONTA OS DIAS
      *                               LETIVOS JA DADOS ATE HOJE E CONTA
      *                               OS QUE FALTAM ATE O FIM DO
      *                               BIMESTRE PELO PGDIAUTL, CRUZA COM
      *                               O DIARIO FALTAS.DAT E APONTA O
      *                               ALUNO QUE FALTOU N DIAS LETIVOS
      *                               SEGUIDOS, O QUE NAO ALCANCA MAIS
      *                               75 POR CENTO NEM COM PRESENCA EM
      *                               TODOS OS DIAS RESTANTES E O QUE,
      *                               NO RITMO ATUAL, VAI FICAR ABAIXO
      *                               DO LIMITE. GRAVA O RELATORIO POR
      *                               TURMA EM RISCOFAL.REL E UMA CARTA
      *                               DE AVISO AO RESPONSAVEL POR ALUNO
      *                               EM AVISOFAL.REL, NO MOLDE DAS
      *                               CARTAS DO PGEXE029. ANTES O
      *                               REPROVADO-FALTA SO APARECIA NA
      *                               APURACAO DO PGEXE021, QUANDO JA
      *                               NAO HAVIA O QUE FAZER.
      *    15/10/2026    SUPORTE      LEITURA DO NOVO LAYOUT DE
      *                               FALTAS.DAT, COM A AULA. O ALERTA
      *                               CONTINUA POR DIA LETIVO: A FALTA
      *                               POR AULA SO FAZ O ALUNO AUSENTE
      *                               NO DIA QUANDO ELE FALTOU TODAS AS
      *                               AULAS DA GRADE HORARIA DA TURMA
      *                               NAQUELE DIA DA SEMANA
      *                               (GRADE.DAT). TURMA SEM GRADE NO
      *                               DIA, OU FALTA NO DIA INTEIRO,
      *                               CONTINUA VALENDO O DIA.
      *    15/10/2026    SUPORTE      ALUNO QUE JA SAIU DA TURMA
      *                               (TRANSFERIDO, DESISTENTE OU
      *                               REMANEJADO PELO PGEXE047) NAO
      *                               RECEBE MAIS ALERTA NEM CARTA: AS
      *                               FALTAS DEPOIS DA SAIDA NAO SAO
      *                               FALTAS DE ALUNO DA ESCOLA.
      *    15/10/2026    SUPORTE      O SELECT DO MESTRE PASSOU A
      *                               DECLARAR OS INDICES ALTERNATIVOS
      *                               DE NOME E DE NUMERO DO ALUNO,
      *                               CRIADOS NO ALUNMEST.DAT PARA A
      *                               CONSULTA (PGEXE027) NAO LER O
      *                               MESTRE INTEIRO. SEM ELES A
      *                               ABERTURA DO ARQUIVO FALHA.
      *    15/10/2026    SUPORTE      ALERTA POR DISCIPLINA, COMO NA
      *                               APURACAO DO PGEXE021: NA TURMA
      *                               COM GRADE (GRADE.DAT) A FALTA POR
      *                               AULA CONTA NA SUA DISCIPLINA E A
      *                               FALTA NO DIA INTEIRO (AULA ZERO
      *                               OU LINHA ANTIGA) EM CADA AULA DA
      *                               GRADE NAQUELE DIA. AS AULAS DADAS
      *                               E RESTANTES DA DISCIPLINA SAEM DA
      *                               GRADE VEZES OS DIAS LETIVOS DE
      *                               CADA DIA DA SEMANA. OS TRES
      *                               CRITERIOS SAO APLICADOS POR
      *                               DISCIPLINA, QUE SAI NA LINHA DO
      *                               ALERTA, E A CARTA TRAZ UM BLOCO
      *                               POR DISCIPLINA EM RISCO. ANTES O
      *                               ALUNO QUE FALTAVA SEMPRE A MESMA
      *                               AULA NUNCA COMPLETAVA O DIA E NAO
      *                               ERA AVISADO. TURMA SEM GRADE
      *                               CONTINUA POR DIA LETIVO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-FALTAS-FILE  ASSIGN TO "FALTAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FALTAS-STATUS.

           SELECT WS-GRADE-FILE   ASSIGN TO "GRADE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-GRADE-STATUS.

           SELECT WS-JANELAS-FILE ASSIGN TO "JANELAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-JANELAS-STATUS.

           SELECT WS-MESTRE-FILE  ASSIGN TO "ALUNMEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CPALUNO-CHAVE
                  ALTERNATE RECORD KEY IS CPALUNO-NOME
                                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPALUNO-NUMERO
                                      WITH DUPLICATES
                  FILE STATUS  IS WS-MESTRE-STATUS.

           SELECT WS-RESPONS-FILE ASSIGN TO "RESPONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CPRESP-NUMERO
                  FILE STATUS  IS WS-RESPONS-STATUS.

           SELECT WS-RELAT-FILE   ASSIGN TO "RISCOFAL.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RELAT-STATUS.

           SELECT WS-CARTAS-FILE  ASSIGN TO "AVISOFAL.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CARTAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-FALTAS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-FALTAS-REGISTRO.
           03 WS-FAL-DATA         PIC 9(08).
           03 WS-FAL-SEP1         PIC X(02).
           03 WS-FAL-TURMA        PIC X(05).
           03 WS-FAL-SEP2         PIC X(02).
           03 WS-FAL-NUMERO       PIC 9(05).
           03 WS-FAL-SEP3         PIC X(02).
           03 WS-FAL-AULA         PIC 9(01).
           03 WS-FAL-SEP4         PIC X(02).
           03 WS-FAL-DISCIPLINA   PIC X(05).

       FD  WS-GRADE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-GRADE-REGISTRO.
           COPY CPGRADE.

       FD  WS-JANELAS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-JANELAS-REGISTRO.
           03 WS-JAN-BIMESTRE     PIC 9(01).
           03 WS-JAN-SEP1         PIC X(02).
           03 WS-JAN-ABERTURA     PIC X(10).
           03 WS-JAN-SEP2         PIC X(02).
           03 WS-JAN-FECHAMENTO   PIC X(10).
           03 WS-JAN-SEP3         PIC X(02).
           03 WS-JAN-DESCRICAO    PIC X(30).

       FD  WS-MESTRE-FILE
           LABEL RECORD IS STANDARD.
       01  WS-MESTRE-REGISTRO.
           COPY CPALUNO.

       FD  WS-RESPONS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RESPONS-REGISTRO.
           COPY CPRESP.

       FD  WS-RELAT-FILE
           LABEL RECORD IS STANDARD.
       01  WS-RELAT-LINHA         PIC X(100).

       FD  WS-CARTAS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-CARTAS-LINHA        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-TRAB==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-INICIO==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-FIM==.
       COPY CPDATA REPLACING ==:DATA:== BY ==WS-DATA-REFERENCIA==.

       01 WS-FALTAS-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-FALTAS-OK            VALUE "00".
           88 WS-FALTAS-NAO-EXISTE    VALUE "35".
       01 WS-GRADE-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-GRADE-OK             VALUE "00".
           88 WS-GRADE-NAO-EXISTE     VALUE "35".
       01 WS-JANELAS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-JANELAS-OK           VALUE "00".
           88 WS-JANELAS-NAO-EXISTE   VALUE "35".
       01 WS-MESTRE-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-MESTRE-OK            VALUE "00".
           88 WS-MESTRE-NAO-EXISTE    VALUE "35".
       01 WS-RESPONS-STATUS      PIC X(02)    VALUE ZEROS.
           88 WS-RESPONS-OK           VALUE "00".
           88 WS-RESPONS-NAO-EXISTE   VALUE "35".
       01 WS-RELAT-STATUS        PIC X(02)    VALUE ZEROS.
           88 WS-RELAT-OK             VALUE "00".
       01 WS-CARTAS-STATUS       PIC X(02)    VALUE ZEROS.
           88 WS-CARTAS-OK            VALUE "00".

       01 WS-FIM-FALTAS          PIC X(01)    VALUE "N".
           88 WS-FIM-FALTAS-SIM       VALUE "S".
       01 WS-FIM-GRADE           PIC X(01)    VALUE "N".
           88 WS-FIM-GRADE-SIM        VALUE "S".
       01 WS-FIM-JANELAS         PIC X(01)    VALUE "N".
           88 WS-FIM-JANELAS-SIM      VALUE "S".
       01 WS-FIM-MESTRE          PIC X(01)    VALUE "N".
           88 WS-FIM-MESTRE-SIM       VALUE "S".
       01 WS-FIM-DIAS            PIC X(01)    VALUE "N".
           88 WS-FIM-DIAS-SIM         VALUE "S".

       01 WS-RESPONS-ABERTO-SW   PIC X(01)    VALUE "N".
           88 WS-RESPONS-ABERTO       VALUE "S".

       01 WS-BIMESTRE-ALERTA     PIC 9(01)    VALUE ZEROS.
       01 WS-BIMESTRE-DIGITADO   PIC X(01)    VALUE SPACES.
       01 WS-BIMESTRE-VALIDO-SW  PIC X(01)    VALUE "N".
           88 WS-BIMESTRE-EH-VALIDO   VALUE "S".

       01 WS-SEGUIDAS-STR        PIC X(02)    VALUE SPACES.
       01 WS-SEGUIDAS-LIMITE     PIC 9(02)    VALUE ZEROS.
       01 WS-SEGUIDAS-VALIDO-SW  PIC X(01)    VALUE "N".
           88 WS-SEGUIDAS-EH-VALIDO   VALUE "S".

       01 WS-DATA-YYYYMMDD       PIC 9(08)    VALUE ZEROS.
       01 WS-DATA-YYYYMMDD-R  REDEFINES  WS-DATA-YYYYMMDD.
           03 WS-YMD-AA           PIC 9(04).
           03 WS-YMD-MM           PIC 9(02).
           03 WS-YMD-DD           PIC 9(02).

       01 WS-DATA-INTEGER        PIC 9(08)    VALUE ZEROS.
       01 WS-INICIO-AAAAMMDD     PIC 9(08)    VALUE ZEROS.
       01 WS-FIM-AAAAMMDD        PIC 9(08)    VALUE ZEROS.
       01 WS-REFERENCIA-AAAAMMDD PIC 9(08)    VALUE ZEROS.
       01 WS-JAN-INICIO-AAAAMMDD PIC 9(08)    VALUE ZEROS.
       01 WS-JAN-FIM-AAAAMMDD    PIC 9(08)    VALUE ZEROS.
       01 WS-DIA-CORRENTE        PIC X(10)    VALUE SPACES.
       01 WS-DATA-HOJE           PIC X(10)    VALUE SPACES.

       01 WS-DATA-CORRENTE.
           03 WS-DC-AAAAMMDD     PIC 9(08).
           03 WS-DC-AAAAMMDD-R REDEFINES WS-DC-AAAAMMDD.
              05 WS-DC-ANO       PIC 9(04).
              05 WS-DC-MES       PIC 9(02).
              05 WS-DC-DIA       PIC 9(02).
           03 FILLER             PIC X(13).

      *    PARAMETROS DO PGDIAUTL
       01 WS-DIA-FUNCAO          PIC X(01)    VALUE SPACES.
       01 WS-DIA-DATA-1          PIC X(10)    VALUE SPACES.
       01 WS-DIA-DATA-2          PIC X(10)    VALUE SPACES.
       01 WS-DIA-QTD-DIAS        PIC 9(03)    VALUE ZEROS.
       01 WS-DIA-DATA-RESULT     PIC X(10)    VALUE SPACES.
       01 WS-DIA-QTD-RESULT      PIC 9(05)    VALUE ZEROS.
       01 WS-DIA-OK              PIC X(01)    VALUE "N".
           88 WS-DIA-DEU-CERTO        VALUE "S".

      *    DIAS LETIVOS JA DADOS NO BIMESTRE, ATE A DATA DE REFERENCIA,
      *    COM O DIA DA SEMANA DE CADA UM (2 = SEGUNDA ... 6 = SEXTA)
       01 WS-QTD-DIAS            PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-DIA             PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-DIA-ACHADO      PIC 9(03)    VALUE ZEROS.
       01 WS-TABELA-DIAS.
           03 WS-TAB-DIA-LETIVO OCCURS 120 TIMES.
              05 WS-TAB-DIA          PIC 9(08).
              05 WS-TAB-DIA-SEMANA   PIC 9(01).

      *    QUANTOS DIAS LETIVOS DE CADA DIA DA SEMANA JA FORAM DADOS E
      *    QUANTOS FALTAM ATE O FIM DO BIMESTRE, PARA CONTAR AS AULAS
      *    DE CADA DISCIPLINA PELA GRADE
       01 WS-TABELA-SEMANA.
           03 WS-SEMANA-DIA OCCURS 8 TIMES.
              05 WS-SEM-DADOS        PIC 9(03).
              05 WS-SEM-RESTANTES    PIC 9(03).
       01 WS-IDX-SEMANA          PIC 9(01)    VALUE ZEROS.

      *    QUANTAS AULAS DE CADA DISCIPLINA A TURMA TEM EM CADA DIA DA
      *    SEMANA NA GRADE
       01 WS-QTD-GRADE-DIA       PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-GRADE-DIA       PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-GRADE-ACHADO    PIC 9(04)    VALUE ZEROS.
       01 WS-TABELA-GRADE-DIA.
           03 WS-TAB-GRADE-DIA OCCURS 1000 TIMES.
              05 WS-TAB-GD-TURMA     PIC X(05).
              05 WS-TAB-GD-DIA       PIC 9(01).
              05 WS-TAB-GD-DISC      PIC X(05).
              05 WS-TAB-GD-QTD       PIC 9(01).
       01 WS-GRADE-TRUNCADA-SW   PIC X(01)    VALUE "N".
           88 WS-GRADE-TRUNCADA       VALUE "S".
       01 WS-TURMA-GRADE-SW      PIC X(01)    VALUE "N".
           88 WS-TURMA-TEM-GRADE      VALUE "S".
       01 WS-DIA-SEMANA          PIC 9(01)    VALUE ZEROS.
       01 WS-AULAS-FALTADAS      PIC 9(01)    VALUE ZEROS.

       01 WS-DIAS-RESTANTES      PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-TOTAL          PIC 9(03)    VALUE ZEROS.

      *    ALUNOS COM FALTA NO BIMESTRE, EM ORDEM DE TURMA, NUMERO E
      *    DISCIPLINA. NA TURMA COM GRADE HORARIA A CONTAGEM E POR AULA,
      *    UMA LINHA POR DISCIPLINA, COM A MARCA DOS DIAS EM QUE O ALUNO
      *    FALTOU A AULA DELA; NA TURMA SEM GRADE A DISCIPLINA FICA EM
      *    BRANCO E A CONTAGEM E POR DIA LETIVO
       01 WS-QTD-ALUNOS          PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-ALUNO           PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-POSICAO         PIC 9(04)    VALUE ZEROS.
       01 WS-IDX-MOVE            PIC 9(04)    VALUE ZEROS.
       01 WS-ALUNO-NOVO.
           03 WS-NOVO-TURMA      PIC X(05).
           03 WS-NOVO-NUMERO     PIC 9(05).
           03 WS-NOVO-DISCIPLINA PIC X(05).
       01 WS-ALUNO-ACHADO-SW     PIC X(01)    VALUE "N".
           88 WS-ALUNO-ACHADO         VALUE "S".
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 2000 TIMES.
              05 WS-TAB-CHAVE.
                 07 WS-TAB-TURMA      PIC X(05).
                 07 WS-TAB-NUMERO     PIC 9(05).
                 07 WS-TAB-DISCIPLINA PIC X(05).
              05 WS-TAB-NOME         PIC X(30).
              05 WS-TAB-FALTAS       PIC 9(04).
              05 WS-TAB-DADAS        PIC 9(04).
              05 WS-TAB-TOTAL        PIC 9(04).
              05 WS-TAB-SEQUENCIA    PIC 9(03).
              05 WS-TAB-ALERTA-SEQ   PIC X(01).
                 88 WS-TAB-FALTAS-SEGUIDAS  VALUE "S".
              05 WS-TAB-ALERTA-LIM   PIC X(01).
                 88 WS-TAB-SEM-75           VALUE "S".
              05 WS-TAB-ALERTA-PRJ   PIC X(01).
                 88 WS-TAB-PROJECAO         VALUE "S".
              05 WS-TAB-INATIVO      PIC X(01).
                 88 WS-TAB-FORA-DA-TURMA    VALUE "S".
              05 WS-TAB-AUSENTE      PIC X(01)    OCCURS 120 TIMES.

      *    DIAS DA SEMANA EM QUE A DISCIPLINA AVALIADA TEM AULA
       01 WS-TABELA-DIAS-DISC.
           03 WS-DISC-TEM-AULA   PIC X(01)    OCCURS 8 TIMES.

      *    ULTIMO ALUNO CONTADO, ULTIMO ALUNO EM RISCO E ALUNO DA CARTA
      *    EM ANDAMENTO, PARA CONTAR E AVISAR UMA VEZ SO POR ALUNO
       01 WS-ALUNO-ANTERIOR.
           03 WS-ANT-TURMA       PIC X(05).
           03 WS-ANT-NUMERO      PIC 9(05).
       01 WS-ALUNO-RISCO.
           03 WS-RISCO-TURMA     PIC X(05).
           03 WS-RISCO-NUMERO    PIC 9(05).
       01 WS-ALUNO-AVISO.
           03 WS-AVISO-TURMA     PIC X(05).
           03 WS-AVISO-NUMERO    PIC 9(05).
       01 WS-AVISO-ABERTO-SW     PIC X(01)    VALUE "N".
           88 WS-AVISO-ABERTO         VALUE "S".

       01 WS-TRUNCADO-SW         PIC X(01)    VALUE "N".
           88 WS-CARGA-TRUNCADA       VALUE "S".

       01 WS-SEQUENCIA-ATUAL     PIC 9(03)    VALUE ZEROS.
       01 WS-FALTAS-PROJETADAS   PIC 9(05)    VALUE ZEROS.
       01 WS-PERC-ATUAL          PIC 9(03)    VALUE ZEROS.
       01 WS-PERC-MAXIMO         PIC 9(03)    VALUE ZEROS.
       01 WS-PERC-PROJETADO      PIC 9(03)    VALUE ZEROS.
       01 WS-PRESENCAS           PIC S9(05)   VALUE ZEROS.

       01 WS-TURMA-ANTERIOR      PIC X(05)    VALUE SPACES.
       01 WS-CONT-RISCO-TURMA    PIC 9(03)    VALUE ZEROS.

       01 WS-TIPO-TABELA         PIC X(01)    VALUE SPACES.
       01 WS-DESC-TURMA          PIC X(30)    VALUE SPACES.
       01 WS-REF-ACHOU-SW        PIC X(01)    VALUE "N".
           88 WS-REF-ENCONTRADO       VALUE "S".

      *    RESPONSAVEL QUE RECEBE O AVISO, COM A MESMA ESCOLHA DAS
      *    CARTAS DE CONVOCACAO (PGEXE029)
       01 WS-IDX-DESTINO         PIC 9(01)    VALUE ZEROS.
       01 WS-IDX-RESP            PIC 9(01)    VALUE ZEROS.

       01 WS-CONT-LINHAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-PAGINA         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-LINHAS-CARTA   PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-FALTAS-LIDAS   PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-FALTAS-BIM     PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-FORA-CALEND    PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-ALUNOS-FALTA   PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-RISCO          PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-LINHAS-RISCO   PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-SEGUIDAS       PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-SEM-75         PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-PROJECAO       PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-SEM-AULA       PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-CARTAS         PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-NOMINAIS       PIC 9(03)    VALUE ZEROS.

       01 WS-LINHA-CABEC-1.
           03 FILLER             PIC X(34)
              VALUE "ESCOLA MUNICIPAL PROFESSOR ANTONIO".
           03 FILLER             PIC X(42)    VALUE SPACES.
           03 FILLER             PIC X(07)    VALUE "PAGINA ".
           03 WS-CAB-PAGINA      PIC ZZ9.

       01 WS-LINHA-CABEC-2.
           03 FILLER             PIC X(39)
              VALUE "ALUNOS EM RISCO POR FALTAS - BIMESTRE ".
           03 WS-CAB-BIMESTRE    PIC 9(01).
           03 FILLER             PIC X(15)
              VALUE " - REFERENCIA ".
           03 WS-CAB-REFERENCIA  PIC X(10).

       01 WS-LINHA-CABEC-3.
           03 FILLER             PIC X(25)
              VALUE "DIAS LETIVOS: JA DADOS ".
           03 WS-CAB-DADOS       PIC ZZ9.
           03 FILLER             PIC X(13)    VALUE " RESTANTES ".
           03 WS-CAB-RESTANTES   PIC ZZ9.
           03 FILLER             PIC X(09)    VALUE " TOTAL ".
           03 WS-CAB-TOTAL       PIC ZZ9.
           03 FILLER             PIC X(24)
              VALUE " - ALERTA COM FALTAS EM ".
           03 WS-CAB-SEGUIDAS    PIC Z9.
           03 FILLER             PIC X(14)    VALUE " DIAS SEGUIDOS".

       01 WS-LINHA-TITULO.
           03 FILLER             PIC X(07)    VALUE "NUMERO".
           03 FILLER             PIC X(31)    VALUE "NOME".
           03 FILLER             PIC X(07)    VALUE "DISC.".
           03 FILLER             PIC X(06)    VALUE "FALT.".
           03 FILLER             PIC X(06)    VALUE "FREQ%".
           03 FILLER             PIC X(06)    VALUE "MAX.%".
           03 FILLER             PIC X(06)    VALUE "PROJ%".
           03 FILLER             PIC X(05)    VALUE "SEQ.".
           03 FILLER             PIC X(26)    VALUE "ALERTA".

       01 WS-LINHA-TURMA.
           03 FILLER             PIC X(07)    VALUE "TURMA: ".
           03 WS-TUR-TURMA       PIC X(05).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-TUR-DESCRICAO   PIC X(30).

       01 WS-LINHA-DETALHE.
           03 WS-DET-NUMERO      PIC 9(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-DET-DISCIPLINA  PIC X(05).
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-FALTAS      PIC ZZZ9.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-ATUAL       PIC ZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-MAXIMO      PIC ZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-PROJETADO   PIC ZZ9.
           03 FILLER             PIC X(03)    VALUE SPACES.
           03 WS-DET-SEQUENCIA   PIC ZZ9.
           03 FILLER             PIC X(02)    VALUE SPACES.
           03 WS-DET-ALERTA.
              05 WS-DET-AL-SEQ   PIC X(09).
              05 WS-DET-AL-LIM   PIC X(09).
              05 WS-DET-AL-PRJ   PIC X(08).

       01 WS-LINHA-SUBTOTAL.
           03 FILLER             PIC X(30)
              VALUE "ALUNOS EM RISCO NA TURMA.....:".
           03 WS-SUB-RISCO       PIC ZZ9.

       01 WS-LINHA-TOTAL-1.
           03 FILLER             PIC X(30)
              VALUE "ALUNOS COM FALTA NO BIMESTRE.:".
           03 WS-TOT-ALUNOS      PIC ZZZ9.

       01 WS-LINHA-TOTAL-2.
           03 FILLER             PIC X(30)
              VALUE "ALUNOS EM RISCO..............:".
           03 WS-TOT-RISCO       PIC ZZ9.

       01 WS-LINHA-TOTAL-7.
           03 FILLER             PIC X(30)
              VALUE "LINHAS DE ALERTA (DISCIPLINA):".
           03 WS-TOT-LINHAS-RISCO PIC ZZZ9.

       01 WS-LINHA-TOTAL-3.
           03 FILLER             PIC X(30)
              VALUE "  FALTAS SEGUIDAS (SEGUIDAS).:".
           03 WS-TOT-SEGUIDAS    PIC ZZZ9.

       01 WS-LINHA-TOTAL-4.
           03 FILLER             PIC X(30)
              VALUE "  NAO ALCANCA 75% (SEM 75%)..:".
           03 WS-TOT-SEM-75      PIC ZZZ9.

       01 WS-LINHA-TOTAL-5.
           03 FILLER             PIC X(30)
              VALUE "  ABAIXO NO RITMO (PROJECAO).:".
           03 WS-TOT-PROJECAO    PIC ZZZ9.

       01 WS-LINHA-TOTAL-6.
           03 FILLER             PIC X(30)
              VALUE "AVISOS GRAVADOS EM AVISOFAL..:".
           03 WS-TOT-CARTAS      PIC ZZ9.

       01 WS-LINHA-DATA.
           03 FILLER             PIC X(06)    VALUE "DATA: ".
           03 WS-ROD-DIA         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-MES         PIC 9(02).
           03 FILLER             PIC X(01)    VALUE "/".
           03 WS-ROD-ANO         PIC 9(04).

      *    LINHAS DA CARTA DE AVISO AO RESPONSAVEL
       01 WS-LINHA-ALUNO.
           03 FILLER             PIC X(07)    VALUE "ALUNO: ".
           03 WS-CARTA-NOME      PIC X(30).
           03 FILLER             PIC X(10)    VALUE "  NUMERO: ".
           03 WS-CARTA-NUMERO    PIC 9(05).

       01 WS-LINHA-CARTA-TURMA.
           03 FILLER             PIC X(07)    VALUE "TURMA: ".
           03 WS-CARTA-TURMA     PIC X(05).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-CARTA-DESC-TUR  PIC X(30).

       01 WS-LINHA-FALTAS.
           03 WS-CARTA-ASSUNTO.
              05 WS-CARTA-ROTULO PIC X(11).
              05 WS-CARTA-DISC   PIC X(05).
           03 FILLER             PIC X(14)    VALUE " - FALTAS ATE ".
           03 WS-CARTA-REFERENCIA PIC X(10).
           03 FILLER             PIC X(02)    VALUE ": ".
           03 WS-CARTA-FALTAS    PIC ZZZ9.
           03 FILLER             PIC X(04)    VALUE " DE ".
           03 WS-CARTA-DADOS     PIC ZZZ9.
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CARTA-UNIDADE   PIC X(12).

       01 WS-LINHA-FREQUENCIA.
           03 FILLER             PIC X(37)
              VALUE "FREQUENCIA ATE O MOMENTO............:".
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CARTA-ATUAL     PIC ZZ9.
           03 FILLER             PIC X(10)    VALUE " POR CENTO".

       01 WS-LINHA-RESTANTES.
           03 WS-CARTA-ROT-REST  PIC X(37).
           03 FILLER             PIC X(01)    VALUE SPACES.
           03 WS-CARTA-RESTANTES PIC ZZZ9.

       01 WS-LINHA-SEGUIDAS.
           03 FILLER             PIC X(15)    VALUE "O ALUNO FALTOU ".
           03 WS-CARTA-SEQUENCIA PIC ZZ9.
           03 FILLER             PIC X(30)
              VALUE " DIAS DE AULA SEGUIDOS.".

       01 WS-LINHA-SAUDACAO.
           03 FILLER             PIC X(21)
              VALUE "PREZADO(A) SENHOR(A) ".
           03 WS-CARTA-RESPONS   PIC X(30).
           03 FILLER             PIC X(01)    VALUE ",".

       01 WS-LINHA-CIDADE.
           03 WS-END-CIDADE      PIC X(25).
           03 FILLER             PIC X(03)    VALUE " - ".
           03 WS-END-UF          PIC X(02).

       01 WS-LINHA-CEP.
           03 FILLER             PIC X(04)    VALUE "CEP ".
           03 WS-END-CEP         PIC X(09).
           03 FILLER             PIC X(14)
              VALUE "   REF. ALUNO ".
           03 WS-END-ALUNO       PIC 9(05).

       01 WS-LINHA-EMISSAO.
           03 FILLER             PIC X(34)
              VALUE "EMITIDA EM.......................".
           03 FILLER             PIC X(02)    VALUE ": ".
           03 WS-CARTA-EMISSAO   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-FIM-FALTAS WS-FIM-MESTRE WS-TRUNCADO-SW
                         WS-RESPONS-ABERTO-SW WS-AVISO-ABERTO-SW
           MOVE ZEROS TO WS-QTD-ALUNOS WS-QTD-DIAS WS-CONT-PAGINA
                         WS-CONT-LINHAS WS-CONT-RISCO WS-CONT-CARTAS
                         WS-CONT-SEGUIDAS WS-CONT-SEM-75
                         WS-CONT-PROJECAO WS-CONT-NOMINAIS
                         WS-CONT-FALTAS-LIDAS WS-CONT-FALTAS-BIM
                         WS-CONT-FORA-CALEND WS-CONT-ALUNOS-FALTA
                         WS-CONT-LINHAS-RISCO WS-CONT-SEM-AULA
                         WS-ANT-NUMERO WS-RISCO-NUMERO
           MOVE SPACES TO WS-ANT-TURMA WS-RISCO-TURMA

           DISPLAY 'ALERTA DE FALTAS DO BIMESTRE - INICIO'

           PERFORM P100-INFORMA-BIMESTRE THRU P100-INFORMA-BIMESTRE-FIM
           PERFORM P120-INFORMA-SEGUIDAS THRU P120-INFORMA-SEGUIDAS-FIM

           PERFORM P150-LE-PERIODO THRU P150-LE-PERIODO-FIM

           IF WS-INICIO-AAAAMMDD = ZEROS THEN
               DISPLAY 'BIMESTRE ' WS-BIMESTRE-ALERTA ' SEM DATAS EM '
                       'JANELAS.DAT - ALERTA CANCELADO'
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE SPACES TO WS-DATA-HOJE
           STRING WS-DC-DIA DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-DC-MES DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-DC-ANO DELIMITED BY SIZE
                  INTO WS-DATA-HOJE

           IF WS-DC-AAAAMMDD < WS-INICIO-AAAAMMDD THEN
               DISPLAY 'O BIMESTRE ' WS-BIMESTRE-ALERTA ' SO COMECA '
                       'EM ' WS-DATA-INICIO ' - ALERTA CANCELADO'
               GOBACK
           END-IF

      *    DEPOIS DO FIM DO BIMESTRE A REFERENCIA E O ULTIMO DIA DELE
           IF WS-DC-AAAAMMDD > WS-FIM-AAAAMMDD THEN
               MOVE WS-DATA-FIM   TO WS-DATA-REFERENCIA
               MOVE WS-FIM-AAAAMMDD TO WS-REFERENCIA-AAAAMMDD
           ELSE
               MOVE WS-DATA-HOJE  TO WS-DATA-REFERENCIA
               MOVE WS-DC-AAAAMMDD TO WS-REFERENCIA-AAAAMMDD
           END-IF

           PERFORM P200-MONTA-DIAS-DADOS THRU P200-MONTA-DIAS-DADOS-FIM

           IF WS-QTD-DIAS = ZEROS THEN
               DISPLAY 'NENHUM DIA LETIVO DADO NO BIMESTRE ATE '
                       WS-DATA-REFERENCIA ' - ALERTA CANCELADO'
               GOBACK
           END-IF

           PERFORM P250-CONTA-RESTANTES THRU P250-CONTA-RESTANTES-FIM

           COMPUTE WS-DIAS-TOTAL = WS-QTD-DIAS + WS-DIAS-RESTANTES

           DISPLAY 'BIMESTRE ' WS-BIMESTRE-ALERTA ': ' WS-DATA-INICIO
                   ' A ' WS-DATA-FIM ' - REFERENCIA '
                   WS-DATA-REFERENCIA
           DISPLAY 'DIAS LETIVOS JA DADOS: ' WS-QTD-DIAS
                   ' / RESTANTES: ' WS-DIAS-RESTANTES
                   ' / TOTAL: ' WS-DIAS-TOTAL

           PERFORM P280-CARREGA-GRADE THRU P280-CARREGA-GRADE-FIM

           PERFORM P300-RECOLHE-FALTAS THRU P300-RECOLHE-FALTAS-FIM

           IF WS-CARGA-TRUNCADA THEN
               DISPLAY 'AVISO: MAIS DE 2000 LINHAS DE ALUNO E '
                       'DISCIPLINA COM FALTA - O ALERTA SAI SO COM AS '
                       '2000 PRIMEIRAS'
           END-IF

           PERFORM P400-BUSCA-NOMES THRU P400-BUSCA-NOMES-FIM

           MOVE 1 TO WS-IDX-ALUNO
           PERFORM P450-AVALIA-ALUNO THRU P450-AVALIA-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS

           IF WS-CONT-SEM-AULA > ZEROS THEN
               DISPLAY 'AVISO: ' WS-CONT-SEM-AULA ' LINHA(S) DE FALTA '
                       'EM DISCIPLINA SEM AULA NA GRADE DA TURMA - NAO '
                       'AVALIADA(S)'
           END-IF

           OPEN INPUT WS-RESPONS-FILE
           IF WS-RESPONS-OK THEN
               MOVE "S" TO WS-RESPONS-ABERTO-SW
           ELSE
               DISPLAY 'AVISO: CADASTRO DE RESPONSAVEIS (RESPONS.DAT) '
                       'NAO ENCONTRADO - OS AVISOS SAIRAO SEM NOME'
           END-IF

           OPEN OUTPUT WS-RELAT-FILE
           OPEN OUTPUT WS-CARTAS-FILE

           PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM

           MOVE SPACES TO WS-TURMA-ANTERIOR
           MOVE 1 TO WS-IDX-ALUNO
           PERFORM P500-IMPRIME-ALUNO THRU P500-IMPRIME-ALUNO-FIM
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS

           IF WS-AVISO-ABERTO THEN
               PERFORM P770-ENCERRA-AVISO THRU P770-ENCERRA-AVISO-FIM
           END-IF

           IF WS-TURMA-ANTERIOR NOT = SPACES THEN
               PERFORM P520-TOTAL-TURMA THRU P520-TOTAL-TURMA-FIM
           END-IF

           PERFORM P600-IMPRIME-RODAPE THRU P600-IMPRIME-RODAPE-FIM

           CLOSE WS-RELAT-FILE
           CLOSE WS-CARTAS-FILE
           IF WS-RESPONS-ABERTO THEN
               CLOSE WS-RESPONS-FILE
           END-IF

           DISPLAY 'RELATORIO GRAVADO EM RISCOFAL.REL - '
                   WS-CONT-ALUNOS-FALTA ' ALUNOS COM FALTA, '
                   WS-CONT-RISCO ' EM RISCO'
           IF WS-CONT-CARTAS > ZEROS THEN
               DISPLAY WS-CONT-CARTAS ' AVISO(S) GRAVADO(S) EM '
                       'AVISOFAL.REL, ' WS-CONT-NOMINAIS
                       ' NOMINAL(IS)'
           END-IF

           DISPLAY 'ALERTA DE FALTAS DO BIMESTRE - FIM'
           GOBACK.

       P100-INFORMA-BIMESTRE.
           MOVE "N" TO WS-BIMESTRE-VALIDO-SW
           PERFORM P110-DIGITA-BIMESTRE UNTIL WS-BIMESTRE-EH-VALIDO.
       P100-INFORMA-BIMESTRE-FIM.

       P110-DIGITA-BIMESTRE.
           DISPLAY 'INFORME O BIMESTRE EM CURSO (1 A 4): '
           ACCEPT WS-BIMESTRE-DIGITADO

           IF WS-BIMESTRE-DIGITADO >= "1"
              AND WS-BIMESTRE-DIGITADO <= "4" THEN
               MOVE WS-BIMESTRE-DIGITADO TO WS-BIMESTRE-ALERTA
               MOVE "S" TO WS-BIMESTRE-VALIDO-SW
           ELSE
               DISPLAY 'BIMESTRE INVALIDO - DIGITE DE 1 A 4'
           END-IF.
       P110-DIGITA-BIMESTRE-FIM.

       P120-INFORMA-SEGUIDAS.
           MOVE "N" TO WS-SEGUIDAS-VALIDO-SW
           PERFORM P130-DIGITA-SEGUIDAS UNTIL WS-SEGUIDAS-EH-VALIDO.
       P120-INFORMA-SEGUIDAS-FIM.

       P130-DIGITA-SEGUIDAS.
           DISPLAY 'QUANTOS DIAS DE AULA SEGUIDOS COM FALTA GERAM '
                   'ALERTA (EX: 03)? '
           ACCEPT WS-SEGUIDAS-STR

           IF WS-SEGUIDAS-STR IS NOT NUMERIC THEN
               DISPLAY 'QUANTIDADE INVALIDA - DIGITE 2 DIGITOS, EX: 03'
           ELSE
               MOVE WS-SEGUIDAS-STR TO WS-SEGUIDAS-LIMITE
               IF WS-SEGUIDAS-LIMITE = ZEROS THEN
                   DISPLAY 'QUANTIDADE INVALIDA - DIGITE UM VALOR '
                           'MAIOR QUE ZERO'
               ELSE
                   MOVE "S" TO WS-SEGUIDAS-VALIDO-SW
               END-IF
           END-IF.
       P130-DIGITA-SEGUIDAS-FIM.

      *    O BIMESTRE VAI DA PRIMEIRA ABERTURA A ULTIMA DATA DE
      *    FECHAMENTO CADASTRADAS PARA ELE NO CALENDARIO (JANELAS.DAT)
       P150-LE-PERIODO.
           MOVE ZEROS TO WS-INICIO-AAAAMMDD WS-FIM-AAAAMMDD.
           MOVE "N"   TO WS-FIM-JANELAS.

           OPEN INPUT WS-JANELAS-FILE.

           IF WS-JANELAS-NAO-EXISTE THEN
               DISPLAY 'CALENDARIO DE JANELAS (JANELAS.DAT) NAO '
                       'ENCONTRADO'
               GO TO P150-LE-PERIODO-FIM
           END-IF.

           PERFORM P155-LE-JANELA THRU P155-LE-JANELA-FIM.
           PERFORM P160-GUARDA-PERIODO THRU P160-GUARDA-PERIODO-FIM
               UNTIL WS-FIM-JANELAS-SIM.

           CLOSE WS-JANELAS-FILE.
       P150-LE-PERIODO-FIM.

       P155-LE-JANELA.
           READ WS-JANELAS-FILE
               AT END
                   MOVE "S" TO WS-FIM-JANELAS
           END-READ.
       P155-LE-JANELA-FIM.

       P160-GUARDA-PERIODO.
           IF WS-JAN-BIMESTRE IS NOT NUMERIC THEN
               GO TO P160-GUARDA-PERIODO-LE
           END-IF.

           IF WS-JAN-BIMESTRE NOT = WS-BIMESTRE-ALERTA THEN
               GO TO P160-GUARDA-PERIODO-LE
           END-IF.

           MOVE WS-JAN-ABERTURA TO WS-DATA-TRAB.
           MOVE WS-DATA-TRAB-AA TO WS-YMD-AA.
           MOVE WS-DATA-TRAB-MM TO WS-YMD-MM.
           MOVE WS-DATA-TRAB-DD TO WS-YMD-DD.
           MOVE WS-DATA-YYYYMMDD TO WS-JAN-INICIO-AAAAMMDD.

           MOVE WS-JAN-FECHAMENTO TO WS-DATA-TRAB.
           MOVE WS-DATA-TRAB-AA   TO WS-YMD-AA.
           MOVE WS-DATA-TRAB-MM   TO WS-YMD-MM.
           MOVE WS-DATA-TRAB-DD   TO WS-YMD-DD.
           MOVE WS-DATA-YYYYMMDD  TO WS-JAN-FIM-AAAAMMDD.

           IF WS-INICIO-AAAAMMDD = ZEROS
              OR WS-JAN-INICIO-AAAAMMDD < WS-INICIO-AAAAMMDD THEN
               MOVE WS-JAN-INICIO-AAAAMMDD TO WS-INICIO-AAAAMMDD
               MOVE WS-JAN-ABERTURA        TO WS-DATA-INICIO
           END-IF.

           IF WS-JAN-FIM-AAAAMMDD > WS-FIM-AAAAMMDD THEN
               MOVE WS-JAN-FIM-AAAAMMDD TO WS-FIM-AAAAMMDD
               MOVE WS-JAN-FECHAMENTO   TO WS-DATA-FIM
           END-IF.

       P160-GUARDA-PERIODO-LE.
           PERFORM P155-LE-JANELA THRU P155-LE-JANELA-FIM.
       P160-GUARDA-PERIODO-FIM.

      *    OS DIAS LETIVOS DADOS SAO OBTIDOS DIA A DIA PELO PGDIAUTL
      *    (FUNCAO P), A PARTIR DA VESPERA DO INICIO, ATE A REFERENCIA;
      *    DALI ATE O FIM DO BIMESTRE SO SE CONTAM OS DIAS DA SEMANA
      *    DOS DIAS RESTANTES
       P200-MONTA-DIAS-DADOS.
           MOVE WS-INICIO-AAAAMMDD TO WS-DATA-YYYYMMDD.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD) - 1.
           COMPUTE WS-DATA-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEGER).

           MOVE SPACES TO WS-DIA-CORRENTE.
           STRING WS-YMD-DD DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-YMD-MM DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-YMD-AA DELIMITED BY SIZE
                  INTO WS-DIA-CORRENTE.

           MOVE ZEROS TO WS-QTD-DIAS WS-TABELA-SEMANA.
           MOVE "N"   TO WS-FIM-DIAS.
           PERFORM P210-PROXIMO-DIA THRU P210-PROXIMO-DIA-FIM
               UNTIL WS-FIM-DIAS-SIM.
       P200-MONTA-DIAS-DADOS-FIM.

       P210-PROXIMO-DIA.
           MOVE "P"             TO WS-DIA-FUNCAO.
           MOVE WS-DIA-CORRENTE TO WS-DIA-DATA-1.
           MOVE SPACES          TO WS-DIA-DATA-2.
           MOVE ZEROS           TO WS-DIA-QTD-DIAS.
           MOVE "N"             TO WS-DIA-OK.

           CALL "PGDIAUTL" USING WS-DIA-FUNCAO
                                  WS-DIA-DATA-1
                                  WS-DIA-DATA-2
                                  WS-DIA-QTD-DIAS
                                  WS-DIA-DATA-RESULT
                                  WS-DIA-QTD-RESULT
                                  WS-DIA-OK.

           IF NOT WS-DIA-DEU-CERTO THEN
               MOVE "S" TO WS-FIM-DIAS
               GO TO P210-PROXIMO-DIA-FIM
           END-IF.

           MOVE WS-DIA-DATA-RESULT TO WS-DATA-TRAB.
           MOVE WS-DATA-TRAB-AA TO WS-YMD-AA.
           MOVE WS-DATA-TRAB-MM TO WS-YMD-MM.
           MOVE WS-DATA-TRAB-DD TO WS-YMD-DD.

           IF WS-DATA-YYYYMMDD > WS-FIM-AAAAMMDD THEN
               MOVE "S" TO WS-FIM-DIAS
               GO TO P210-PROXIMO-DIA-FIM
           END-IF.

           PERFORM P380-CALCULA-DIA-SEMANA
               THRU P380-CALCULA-DIA-SEMANA-FIM.

           IF WS-DATA-YYYYMMDD > WS-REFERENCIA-AAAAMMDD THEN
               ADD 1 TO WS-SEM-RESTANTES(WS-DIA-SEMANA)
               MOVE WS-DIA-DATA-RESULT TO WS-DIA-CORRENTE
               GO TO P210-PROXIMO-DIA-FIM
           END-IF.

           IF WS-QTD-DIAS = 120 THEN
               DISPLAY 'AVISO: MAIS DE 120 DIAS LETIVOS NO BIMESTRE - '
                       'CONTAGEM LIMITADA AOS 120 PRIMEIROS'
               MOVE "S" TO WS-FIM-DIAS
               GO TO P210-PROXIMO-DIA-FIM
           END-IF.

           ADD 1 TO WS-QTD-DIAS.
           MOVE WS-DATA-YYYYMMDD   TO WS-TAB-DIA(WS-QTD-DIAS).
           MOVE WS-DIA-SEMANA      TO WS-TAB-DIA-SEMANA(WS-QTD-DIAS).
           ADD 1 TO WS-SEM-DADOS(WS-DIA-SEMANA).
           MOVE WS-DIA-DATA-RESULT TO WS-DIA-CORRENTE.
       P210-PROXIMO-DIA-FIM.

      *    A FUNCAO E DO PGDIAUTL NAO CONTA A DATA INICIAL, ENTAO A
      *    PROPRIA REFERENCIA (JA ENTRE OS DIAS DADOS) FICA DE FORA
       P250-CONTA-RESTANTES.
           MOVE ZEROS TO WS-DIAS-RESTANTES.

           IF WS-REFERENCIA-AAAAMMDD >= WS-FIM-AAAAMMDD THEN
               GO TO P250-CONTA-RESTANTES-FIM
           END-IF.

           MOVE "E"                TO WS-DIA-FUNCAO.
           MOVE WS-DATA-REFERENCIA TO WS-DIA-DATA-1.
           MOVE WS-DATA-FIM        TO WS-DIA-DATA-2.
           MOVE ZEROS              TO WS-DIA-QTD-DIAS.
           MOVE "N"                TO WS-DIA-OK.

           CALL "PGDIAUTL" USING WS-DIA-FUNCAO
                                  WS-DIA-DATA-1
                                  WS-DIA-DATA-2
                                  WS-DIA-QTD-DIAS
                                  WS-DIA-DATA-RESULT
                                  WS-DIA-QTD-RESULT
                                  WS-DIA-OK.

           IF WS-DIA-DEU-CERTO THEN
               MOVE WS-DIA-QTD-RESULT TO WS-DIAS-RESTANTES
           END-IF.
       P250-CONTA-RESTANTES-FIM.

      *    TOTAL DE AULAS DA GRADE POR TURMA, DIA DA SEMANA E
      *    DISCIPLINA, PARA CONTAR AS AULAS DE CADA DISCIPLINA E
      *    ESPALHAR A FALTA NO DIA INTEIRO PELAS AULAS DAQUELE DIA
       P280-CARREGA-GRADE.
           MOVE ZEROS TO WS-QTD-GRADE-DIA.
           MOVE "N"   TO WS-FIM-GRADE.

           OPEN INPUT WS-GRADE-FILE.

           IF WS-GRADE-NAO-EXISTE THEN
               GO TO P280-CARREGA-GRADE-FIM
           END-IF.

           PERFORM P285-LE-GRADE THRU P285-LE-GRADE-FIM.
           PERFORM P290-SOMA-AULA-GRADE THRU P290-SOMA-AULA-GRADE-FIM
               UNTIL WS-FIM-GRADE-SIM.

           CLOSE WS-GRADE-FILE.

           IF WS-GRADE-TRUNCADA THEN
               DISPLAY 'AVISO: GRADE HORARIA COM MAIS DE 1000 TURMAS/'
                       'DIAS/DISCIPLINAS - AS DEMAIS FICAM FORA DA '
                       'CONTAGEM'
           END-IF.
       P280-CARREGA-GRADE-FIM.

       P285-LE-GRADE.
           READ WS-GRADE-FILE
               AT END
                   MOVE "S" TO WS-FIM-GRADE
           END-READ.
       P285-LE-GRADE-FIM.

       P290-SOMA-AULA-GRADE.
           IF CPGRADE-DIA-SEMANA IS NOT NUMERIC THEN
               GO TO P290-SOMA-AULA-GRADE-LE
           END-IF.

           IF CPGRADE-DIA-SEMANA < 2 OR CPGRADE-DIA-SEMANA > 8 THEN
               GO TO P290-SOMA-AULA-GRADE-LE
           END-IF.

           MOVE CPGRADE-TURMA      TO WS-NOVO-TURMA.
           MOVE CPGRADE-DIA-SEMANA TO WS-DIA-SEMANA.
           MOVE CPGRADE-DISCIPLINA TO WS-NOVO-DISCIPLINA.
           PERFORM P295-PROCURA-GRADE-DIA
               THRU P295-PROCURA-GRADE-DIA-FIM.

           IF WS-IDX-GRADE-ACHADO > ZEROS THEN
               IF WS-TAB-GD-QTD(WS-IDX-GRADE-ACHADO) < 9 THEN
                   ADD 1 TO WS-TAB-GD-QTD(WS-IDX-GRADE-ACHADO)
               END-IF
           ELSE
               IF WS-QTD-GRADE-DIA < 1000 THEN
                   ADD 1 TO WS-QTD-GRADE-DIA
                   MOVE CPGRADE-TURMA
                     TO WS-TAB-GD-TURMA(WS-QTD-GRADE-DIA)
                   MOVE CPGRADE-DIA-SEMANA
                     TO WS-TAB-GD-DIA(WS-QTD-GRADE-DIA)
                   MOVE CPGRADE-DISCIPLINA
                     TO WS-TAB-GD-DISC(WS-QTD-GRADE-DIA)
                   MOVE 1 TO WS-TAB-GD-QTD(WS-QTD-GRADE-DIA)
               ELSE
                   MOVE "S" TO WS-GRADE-TRUNCADA-SW
               END-IF
           END-IF.

       P290-SOMA-AULA-GRADE-LE.
           PERFORM P285-LE-GRADE THRU P285-LE-GRADE-FIM.
       P290-SOMA-AULA-GRADE-FIM.

       P295-PROCURA-GRADE-DIA.
           MOVE ZEROS TO WS-IDX-GRADE-ACHADO.
           MOVE 1     TO WS-IDX-GRADE-DIA.
           PERFORM P297-COMPARA-GRADE-DIA
               THRU P297-COMPARA-GRADE-DIA-FIM
               UNTIL WS-IDX-GRADE-DIA > WS-QTD-GRADE-DIA
                  OR WS-IDX-GRADE-ACHADO > ZEROS.
       P295-PROCURA-GRADE-DIA-FIM.

       P297-COMPARA-GRADE-DIA.
           IF WS-TAB-GD-TURMA(WS-IDX-GRADE-DIA) = WS-NOVO-TURMA
              AND WS-TAB-GD-DIA(WS-IDX-GRADE-DIA) = WS-DIA-SEMANA
              AND WS-TAB-GD-DISC(WS-IDX-GRADE-DIA)
                = WS-NOVO-DISCIPLINA THEN
               MOVE WS-IDX-GRADE-DIA TO WS-IDX-GRADE-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-GRADE-DIA.
       P297-COMPARA-GRADE-DIA-FIM.

       P300-RECOLHE-FALTAS.
           OPEN INPUT WS-FALTAS-FILE.

           IF WS-FALTAS-NAO-EXISTE THEN
               DISPLAY 'DIARIO DE FALTAS (FALTAS.DAT) NAO ENCONTRADO '
                       '- LANCE AS FALTAS NO PGEXE020'
               GO TO P300-RECOLHE-FALTAS-FIM
           END-IF.

           PERFORM P310-LE-FALTA THRU P310-LE-FALTA-FIM.
           PERFORM P320-ACUMULA-FALTA THRU P320-ACUMULA-FALTA-FIM
               UNTIL WS-FIM-FALTAS-SIM.

           CLOSE WS-FALTAS-FILE.

           DISPLAY 'FALTAS LIDAS: ' WS-CONT-FALTAS-LIDAS
                   ' / NO BIMESTRE: ' WS-CONT-FALTAS-BIM.
           IF WS-CONT-FORA-CALEND > ZEROS THEN
               DISPLAY 'AVISO: ' WS-CONT-FORA-CALEND ' FALTA(S) EM DIA '
                       'QUE NAO E LETIVO IGNORADA(S)'
           END-IF.
       P300-RECOLHE-FALTAS-FIM.

       P310-LE-FALTA.
           READ WS-FALTAS-FILE
               AT END
                   MOVE "S" TO WS-FIM-FALTAS
           END-READ.
       P310-LE-FALTA-FIM.

       P320-ACUMULA-FALTA.
           ADD 1 TO WS-CONT-FALTAS-LIDAS.

           IF WS-FAL-DATA < WS-INICIO-AAAAMMDD
              OR WS-FAL-DATA > WS-REFERENCIA-AAAAMMDD THEN
               GO TO P320-ACUMULA-FALTA-LE
           END-IF.

           ADD 1 TO WS-CONT-FALTAS-BIM.

           MOVE ZEROS TO WS-IDX-DIA-ACHADO.
           MOVE 1     TO WS-IDX-DIA.
           PERFORM P325-PROCURA-DIA THRU P325-PROCURA-DIA-FIM
               UNTIL WS-IDX-DIA > WS-QTD-DIAS
                  OR WS-IDX-DIA-ACHADO > ZEROS.

           IF WS-IDX-DIA-ACHADO = ZEROS THEN
               ADD 1 TO WS-CONT-FORA-CALEND
               GO TO P320-ACUMULA-FALTA-LE
           END-IF.

           MOVE WS-FAL-TURMA  TO WS-NOVO-TURMA.
           MOVE WS-FAL-NUMERO TO WS-NOVO-NUMERO.
           PERFORM P340-VERIFICA-GRADE THRU P340-VERIFICA-GRADE-FIM.

      *    TURMA SEM GRADE HORARIA CONTINUA CONTANDO POR DIA LETIVO
           IF NOT WS-TURMA-TEM-GRADE THEN
               MOVE SPACES TO WS-NOVO-DISCIPLINA
               PERFORM P350-MARCA-DIA-INTEIRO
                   THRU P350-MARCA-DIA-INTEIRO-FIM
               GO TO P320-ACUMULA-FALTA-LE
           END-IF.

      *    FALTA LANCADA POR AULA CONTA NA SUA DISCIPLINA; FALTA NO DIA
      *    INTEIRO (AULA ZERO OU LINHA ANTIGA, SEM AULA) CONTA EM CADA
      *    AULA DA GRADE DA TURMA NAQUELE DIA DA SEMANA, COMO NA
      *    APURACAO DO PGEXE021
           IF WS-FAL-AULA IS NUMERIC
              AND WS-FAL-AULA > ZEROS THEN
               MOVE WS-FAL-DISCIPLINA TO WS-NOVO-DISCIPLINA
               MOVE 1 TO WS-AULAS-FALTADAS
               PERFORM P360-SOMA-FALTA-DISC
                   THRU P360-SOMA-FALTA-DISC-FIM
               GO TO P320-ACUMULA-FALTA-LE
           END-IF.

           MOVE WS-TAB-DIA-SEMANA(WS-IDX-DIA-ACHADO) TO WS-DIA-SEMANA.
           MOVE 1 TO WS-IDX-GRADE-DIA.
           PERFORM P365-FALTA-DIA-INTEIRO
               THRU P365-FALTA-DIA-INTEIRO-FIM
               UNTIL WS-IDX-GRADE-DIA > WS-QTD-GRADE-DIA.

       P320-ACUMULA-FALTA-LE.
           PERFORM P310-LE-FALTA THRU P310-LE-FALTA-FIM.
       P320-ACUMULA-FALTA-FIM.

       P325-PROCURA-DIA.
           IF WS-TAB-DIA(WS-IDX-DIA) = WS-FAL-DATA THEN
               MOVE WS-IDX-DIA TO WS-IDX-DIA-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-DIA.
       P325-PROCURA-DIA-FIM.

      *    PROCURA A POSICAO DO ALUNO NA ORDEM DE TURMA, NUMERO E
      *    DISCIPLINA
       P330-PROCURA-ALUNO.
           MOVE "N" TO WS-ALUNO-ACHADO-SW.
           MOVE 1   TO WS-IDX-POSICAO.
           PERFORM P332-AVANCA-POSICAO THRU P332-AVANCA-POSICAO-FIM
               UNTIL WS-IDX-POSICAO > WS-QTD-ALUNOS
                  OR WS-TAB-CHAVE(WS-IDX-POSICAO) >= WS-ALUNO-NOVO.

           IF WS-IDX-POSICAO <= WS-QTD-ALUNOS THEN
               IF WS-TAB-CHAVE(WS-IDX-POSICAO) = WS-ALUNO-NOVO THEN
                   MOVE "S" TO WS-ALUNO-ACHADO-SW
               END-IF
           END-IF.
       P330-PROCURA-ALUNO-FIM.

       P332-AVANCA-POSICAO.
           ADD 1 TO WS-IDX-POSICAO.
       P332-AVANCA-POSICAO-FIM.

       P335-DESCE-UM-ALUNO.
           MOVE WS-TAB-ALUNO(WS-IDX-MOVE)
             TO WS-TAB-ALUNO(WS-IDX-MOVE + 1).
           SUBTRACT 1 FROM WS-IDX-MOVE.
       P335-DESCE-UM-ALUNO-FIM.

       P340-VERIFICA-GRADE.
           MOVE "N" TO WS-TURMA-GRADE-SW.
           MOVE 1   TO WS-IDX-GRADE-DIA.
           PERFORM P342-COMPARA-TURMA-GRADE
               THRU P342-COMPARA-TURMA-GRADE-FIM
               UNTIL WS-IDX-GRADE-DIA > WS-QTD-GRADE-DIA
                  OR WS-TURMA-TEM-GRADE.
       P340-VERIFICA-GRADE-FIM.

       P342-COMPARA-TURMA-GRADE.
           IF WS-TAB-GD-TURMA(WS-IDX-GRADE-DIA) = WS-NOVO-TURMA THEN
               MOVE "S" TO WS-TURMA-GRADE-SW
           END-IF.
           ADD 1 TO WS-IDX-GRADE-DIA.
       P342-COMPARA-TURMA-GRADE-FIM.

      *    POSICIONA NA LINHA DO ALUNO E DISCIPLINA, ABRINDO A LINHA NA
      *    ORDEM QUANDO ELA AINDA NAO EXISTE
       P345-POSICIONA-ALUNO.
           PERFORM P330-PROCURA-ALUNO THRU P330-PROCURA-ALUNO-FIM.

           IF WS-ALUNO-ACHADO THEN
               GO TO P345-POSICIONA-ALUNO-FIM
           END-IF.

           IF WS-QTD-ALUNOS = 2000 THEN
               MOVE "S" TO WS-TRUNCADO-SW
               GO TO P345-POSICIONA-ALUNO-FIM
           END-IF.

           MOVE WS-QTD-ALUNOS TO WS-IDX-MOVE.
           PERFORM P335-DESCE-UM-ALUNO THRU P335-DESCE-UM-ALUNO-FIM
               UNTIL WS-IDX-MOVE < WS-IDX-POSICAO.
           MOVE SPACES TO WS-TAB-ALUNO(WS-IDX-POSICAO).
           MOVE WS-NOVO-TURMA      TO WS-TAB-TURMA(WS-IDX-POSICAO).
           MOVE WS-NOVO-NUMERO     TO WS-TAB-NUMERO(WS-IDX-POSICAO).
           MOVE WS-NOVO-DISCIPLINA TO WS-TAB-DISCIPLINA(WS-IDX-POSICAO).
           MOVE ZEROS TO WS-TAB-FALTAS(WS-IDX-POSICAO)
                         WS-TAB-DADAS(WS-IDX-POSICAO)
                         WS-TAB-TOTAL(WS-IDX-POSICAO)
                         WS-TAB-SEQUENCIA(WS-IDX-POSICAO).
           ADD 1 TO WS-QTD-ALUNOS.
           MOVE "S" TO WS-ALUNO-ACHADO-SW.
       P345-POSICIONA-ALUNO-FIM.

      *    FALTA REPETIDA NO MESMO DIA NAO CONTA DUAS VEZES
       P350-MARCA-DIA-INTEIRO.
           PERFORM P345-POSICIONA-ALUNO THRU P345-POSICIONA-ALUNO-FIM.

           IF NOT WS-ALUNO-ACHADO THEN
               GO TO P350-MARCA-DIA-INTEIRO-FIM
           END-IF.

           IF WS-TAB-AUSENTE(WS-IDX-POSICAO, WS-IDX-DIA-ACHADO)
              NOT = "S" THEN
               MOVE "S"
                 TO WS-TAB-AUSENTE(WS-IDX-POSICAO, WS-IDX-DIA-ACHADO)
               ADD 1 TO WS-TAB-FALTAS(WS-IDX-POSICAO)
           END-IF.
       P350-MARCA-DIA-INTEIRO-FIM.

       P360-SOMA-FALTA-DISC.
           PERFORM P345-POSICIONA-ALUNO THRU P345-POSICIONA-ALUNO-FIM.

           IF NOT WS-ALUNO-ACHADO THEN
               GO TO P360-SOMA-FALTA-DISC-FIM
           END-IF.

           ADD WS-AULAS-FALTADAS TO WS-TAB-FALTAS(WS-IDX-POSICAO).
           MOVE "S"
             TO WS-TAB-AUSENTE(WS-IDX-POSICAO, WS-IDX-DIA-ACHADO).
       P360-SOMA-FALTA-DISC-FIM.

       P365-FALTA-DIA-INTEIRO.
           IF WS-TAB-GD-TURMA(WS-IDX-GRADE-DIA) = WS-NOVO-TURMA
              AND WS-TAB-GD-DIA(WS-IDX-GRADE-DIA) = WS-DIA-SEMANA THEN
               MOVE WS-TAB-GD-DISC(WS-IDX-GRADE-DIA)
                 TO WS-NOVO-DISCIPLINA
               MOVE WS-TAB-GD-QTD(WS-IDX-GRADE-DIA)
                 TO WS-AULAS-FALTADAS
               PERFORM P360-SOMA-FALTA-DISC
                   THRU P360-SOMA-FALTA-DISC-FIM
           END-IF.
           ADD 1 TO WS-IDX-GRADE-DIA.
       P365-FALTA-DIA-INTEIRO-FIM.

      *    DIA DA SEMANA DA DATA EM WS-DATA-YYYYMMDD, NA NUMERACAO DA
      *    GRADE (2 = SEGUNDA ... 6 = SEXTA)
       P380-CALCULA-DIA-SEMANA.
           COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YYYYMMDD).
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DATA-INTEGER - 1, 7) + 2.
       P380-CALCULA-DIA-SEMANA-FIM.

      *    O NOME DO ALUNO VEM DO CADASTRO MESTRE
       P400-BUSCA-NOMES.
           IF WS-QTD-ALUNOS = ZEROS THEN
               GO TO P400-BUSCA-NOMES-FIM
           END-IF.

           OPEN INPUT WS-MESTRE-FILE.

           IF WS-MESTRE-NAO-EXISTE THEN
               DISPLAY 'AVISO: CADASTRO MESTRE (ALUNMEST.DAT) NAO '
                       'ENCONTRADO - O ALERTA SAI SEM OS NOMES'
               GO TO P400-BUSCA-NOMES-FIM
           END-IF.

           PERFORM P410-LE-MESTRE THRU P410-LE-MESTRE-FIM.
           PERFORM P420-GUARDA-NOME THRU P420-GUARDA-NOME-FIM
               UNTIL WS-FIM-MESTRE-SIM.

           CLOSE WS-MESTRE-FILE.
       P400-BUSCA-NOMES-FIM.

       P410-LE-MESTRE.
           READ WS-MESTRE-FILE
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.
       P410-LE-MESTRE-FIM.

       P420-GUARDA-NOME.
           MOVE CPALUNO-TURMA  TO WS-NOVO-TURMA.
           MOVE CPALUNO-NUMERO TO WS-NOVO-NUMERO.
           MOVE LOW-VALUES     TO WS-NOVO-DISCIPLINA.
           PERFORM P330-PROCURA-ALUNO THRU P330-PROCURA-ALUNO-FIM.

           PERFORM P425-MARCA-ALUNO THRU P425-MARCA-ALUNO-FIM
               UNTIL WS-IDX-POSICAO > WS-QTD-ALUNOS
                  OR WS-TAB-TURMA(WS-IDX-POSICAO) NOT = WS-NOVO-TURMA
                  OR WS-TAB-NUMERO(WS-IDX-POSICAO) NOT = WS-NOVO-NUMERO.

           PERFORM P410-LE-MESTRE THRU P410-LE-MESTRE-FIM.
       P420-GUARDA-NOME-FIM.

      *    O NOME E A SAIDA DA TURMA VALEM PARA TODAS AS LINHAS DE
      *    DISCIPLINA DO ALUNO
       P425-MARCA-ALUNO.
           IF WS-TAB-NOME(WS-IDX-POSICAO) = SPACES THEN
               MOVE CPALUNO-NOME TO WS-TAB-NOME(WS-IDX-POSICAO)
           END-IF.
           IF CPALUNO-INATIVO THEN
               MOVE "S" TO WS-TAB-INATIVO(WS-IDX-POSICAO)
           END-IF.
           ADD 1 TO WS-IDX-POSICAO.
       P425-MARCA-ALUNO-FIM.

      *    TRES CRITERIOS DE ALERTA, POR DISCIPLINA NA TURMA COM GRADE
      *    E POR DIA LETIVO NA TURMA SEM GRADE: N DIAS DE AULA SEGUIDOS
      *    COM FALTA; FALTAS ACIMA DE 25 POR CENTO DO TOTAL DO BIMESTRE
      *    (NEM COM PRESENCA EM TODAS AS AULAS RESTANTES O ALUNO CHEGA A
      *    75); E AS FALTAS PROJETADAS NO RITMO ATUAL ACIMA DESSE MESMO
      *    LIMITE
       P450-AVALIA-ALUNO.
           MOVE "N" TO WS-TAB-ALERTA-SEQ(WS-IDX-ALUNO)
                       WS-TAB-ALERTA-LIM(WS-IDX-ALUNO)
                       WS-TAB-ALERTA-PRJ(WS-IDX-ALUNO).

           IF WS-TAB-TURMA(WS-IDX-ALUNO) NOT = WS-ANT-TURMA
              OR WS-TAB-NUMERO(WS-IDX-ALUNO) NOT = WS-ANT-NUMERO THEN
               ADD 1 TO WS-CONT-ALUNOS-FALTA
               MOVE WS-TAB-TURMA(WS-IDX-ALUNO)  TO WS-ANT-TURMA
               MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO WS-ANT-NUMERO
           END-IF.

           IF WS-TAB-FORA-DA-TURMA(WS-IDX-ALUNO) THEN
               GO TO P450-AVALIA-ALUNO-PROXIMO
           END-IF.

           PERFORM P470-SOMA-AULAS-DISC THRU P470-SOMA-AULAS-DISC-FIM.

      *    DISCIPLINA QUE NAO TEM AULA NA GRADE DA TURMA NO PERIODO
      *    NAO TEM BASE PARA O PERCENTUAL
           IF WS-TAB-DADAS(WS-IDX-ALUNO) = ZEROS THEN
               ADD 1 TO WS-CONT-SEM-AULA
               GO TO P450-AVALIA-ALUNO-PROXIMO
           END-IF.

           MOVE ZEROS TO WS-SEQUENCIA-ATUAL.
           MOVE 1     TO WS-IDX-DIA.
           PERFORM P455-CONTA-SEQUENCIA THRU P455-CONTA-SEQUENCIA-FIM
               UNTIL WS-IDX-DIA > WS-QTD-DIAS.

           IF WS-TAB-SEQUENCIA(WS-IDX-ALUNO) >= WS-SEGUIDAS-LIMITE THEN
               MOVE "S" TO WS-TAB-ALERTA-SEQ(WS-IDX-ALUNO)
               ADD 1 TO WS-CONT-SEGUIDAS
           END-IF.

           IF WS-TAB-FALTAS(WS-IDX-ALUNO) * 4
              > WS-TAB-TOTAL(WS-IDX-ALUNO) THEN
               MOVE "S" TO WS-TAB-ALERTA-LIM(WS-IDX-ALUNO)
               ADD 1 TO WS-CONT-SEM-75
           ELSE
               COMPUTE WS-FALTAS-PROJETADAS =
                       (WS-TAB-FALTAS(WS-IDX-ALUNO)
                        * WS-TAB-TOTAL(WS-IDX-ALUNO))
                       / WS-TAB-DADAS(WS-IDX-ALUNO)
               IF WS-FALTAS-PROJETADAS * 4
                  > WS-TAB-TOTAL(WS-IDX-ALUNO) THEN
                   MOVE "S" TO WS-TAB-ALERTA-PRJ(WS-IDX-ALUNO)
                   ADD 1 TO WS-CONT-PROJECAO
               END-IF
           END-IF.

           IF WS-TAB-FALTAS-SEGUIDAS(WS-IDX-ALUNO)
              OR WS-TAB-SEM-75(WS-IDX-ALUNO)
              OR WS-TAB-PROJECAO(WS-IDX-ALUNO) THEN
               ADD 1 TO WS-CONT-LINHAS-RISCO
               IF WS-TAB-TURMA(WS-IDX-ALUNO) NOT = WS-RISCO-TURMA
                  OR WS-TAB-NUMERO(WS-IDX-ALUNO)
                     NOT = WS-RISCO-NUMERO THEN
                   ADD 1 TO WS-CONT-RISCO
                   MOVE WS-TAB-TURMA(WS-IDX-ALUNO)  TO WS-RISCO-TURMA
                   MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO WS-RISCO-NUMERO
               END-IF
           END-IF.

       P450-AVALIA-ALUNO-PROXIMO.
           ADD 1 TO WS-IDX-ALUNO.
       P450-AVALIA-ALUNO-FIM.

      *    NA DISCIPLINA SO CONTAM OS DIAS EM QUE ELA TEM AULA NA GRADE:
      *    O DIA SEM AULA DELA NAO QUEBRA A SEQUENCIA
       P455-CONTA-SEQUENCIA.
           MOVE WS-TAB-DIA-SEMANA(WS-IDX-DIA) TO WS-IDX-SEMANA.
           IF WS-DISC-TEM-AULA(WS-IDX-SEMANA) NOT = "S" THEN
               GO TO P455-CONTA-SEQUENCIA-PROXIMO
           END-IF.

           IF WS-TAB-AUSENTE(WS-IDX-ALUNO, WS-IDX-DIA) = "S" THEN
               ADD 1 TO WS-SEQUENCIA-ATUAL
               IF WS-SEQUENCIA-ATUAL
                  > WS-TAB-SEQUENCIA(WS-IDX-ALUNO) THEN
                   MOVE WS-SEQUENCIA-ATUAL
                     TO WS-TAB-SEQUENCIA(WS-IDX-ALUNO)
               END-IF
           ELSE
               MOVE ZEROS TO WS-SEQUENCIA-ATUAL
           END-IF.

       P455-CONTA-SEQUENCIA-PROXIMO.
           ADD 1 TO WS-IDX-DIA.
       P455-CONTA-SEQUENCIA-FIM.

       P460-CALCULA-PERCENTUAIS.
           COMPUTE WS-PRESENCAS =
                   WS-TAB-DADAS(WS-IDX-ALUNO)
                 - WS-TAB-FALTAS(WS-IDX-ALUNO).
           IF WS-PRESENCAS < ZEROS THEN
               MOVE ZEROS TO WS-PRESENCAS
           END-IF.
           COMPUTE WS-PERC-ATUAL =
                   (WS-PRESENCAS * 100) / WS-TAB-DADAS(WS-IDX-ALUNO).

           COMPUTE WS-PRESENCAS =
                   WS-TAB-TOTAL(WS-IDX-ALUNO)
                 - WS-TAB-FALTAS(WS-IDX-ALUNO).
           IF WS-PRESENCAS < ZEROS THEN
               MOVE ZEROS TO WS-PRESENCAS
           END-IF.
           COMPUTE WS-PERC-MAXIMO =
                   (WS-PRESENCAS * 100) / WS-TAB-TOTAL(WS-IDX-ALUNO).

           COMPUTE WS-FALTAS-PROJETADAS =
                   (WS-TAB-FALTAS(WS-IDX-ALUNO)
                    * WS-TAB-TOTAL(WS-IDX-ALUNO))
                   / WS-TAB-DADAS(WS-IDX-ALUNO).
           COMPUTE WS-PRESENCAS =
                   WS-TAB-TOTAL(WS-IDX-ALUNO) - WS-FALTAS-PROJETADAS.
           IF WS-PRESENCAS < ZEROS THEN
               MOVE ZEROS TO WS-PRESENCAS
           END-IF.
           COMPUTE WS-PERC-PROJETADO =
                   (WS-PRESENCAS * 100) / WS-TAB-TOTAL(WS-IDX-ALUNO).
       P460-CALCULA-PERCENTUAIS-FIM.

      *    AULAS DADAS E TOTAL DO BIMESTRE DA LINHA: NA TURMA SEM GRADE
      *    SAO OS DIAS LETIVOS; NA DISCIPLINA, AS AULAS DELA NA GRADE
      *    VEZES OS DIAS LETIVOS DADOS E RESTANTES DE CADA DIA DA SEMANA
       P470-SOMA-AULAS-DISC.
           IF WS-TAB-DISCIPLINA(WS-IDX-ALUNO) = SPACES THEN
               MOVE WS-QTD-DIAS   TO WS-TAB-DADAS(WS-IDX-ALUNO)
               MOVE WS-DIAS-TOTAL TO WS-TAB-TOTAL(WS-IDX-ALUNO)
               MOVE ALL "S" TO WS-TABELA-DIAS-DISC
               GO TO P470-SOMA-AULAS-DISC-FIM
           END-IF.

           MOVE ALL "N" TO WS-TABELA-DIAS-DISC.
           MOVE ZEROS   TO WS-TAB-DADAS(WS-IDX-ALUNO)
                           WS-TAB-TOTAL(WS-IDX-ALUNO).
           MOVE 1 TO WS-IDX-GRADE-DIA.
           PERFORM P475-SOMA-AULA-GRADE THRU P475-SOMA-AULA-GRADE-FIM
               UNTIL WS-IDX-GRADE-DIA > WS-QTD-GRADE-DIA.
       P470-SOMA-AULAS-DISC-FIM.

       P475-SOMA-AULA-GRADE.
           IF WS-TAB-GD-TURMA(WS-IDX-GRADE-DIA)
                = WS-TAB-TURMA(WS-IDX-ALUNO)
              AND WS-TAB-GD-DISC(WS-IDX-GRADE-DIA)
                = WS-TAB-DISCIPLINA(WS-IDX-ALUNO) THEN
               MOVE WS-TAB-GD-DIA(WS-IDX-GRADE-DIA) TO WS-IDX-SEMANA
               MOVE "S" TO WS-DISC-TEM-AULA(WS-IDX-SEMANA)
               COMPUTE WS-TAB-DADAS(WS-IDX-ALUNO) =
                       WS-TAB-DADAS(WS-IDX-ALUNO)
                     + WS-TAB-GD-QTD(WS-IDX-GRADE-DIA)
                     * WS-SEM-DADOS(WS-IDX-SEMANA)
               COMPUTE WS-TAB-TOTAL(WS-IDX-ALUNO) =
                       WS-TAB-TOTAL(WS-IDX-ALUNO)
                     + WS-TAB-GD-QTD(WS-IDX-GRADE-DIA)
                     * (WS-SEM-DADOS(WS-IDX-SEMANA)
                      + WS-SEM-RESTANTES(WS-IDX-SEMANA))
           END-IF.
           ADD 1 TO WS-IDX-GRADE-DIA.
       P475-SOMA-AULA-GRADE-FIM.

       P500-IMPRIME-ALUNO.
           IF NOT WS-TAB-FALTAS-SEGUIDAS(WS-IDX-ALUNO)
              AND NOT WS-TAB-SEM-75(WS-IDX-ALUNO)
              AND NOT WS-TAB-PROJECAO(WS-IDX-ALUNO) THEN
               GO TO P500-IMPRIME-ALUNO-PROXIMO
           END-IF.

           IF WS-TAB-TURMA(WS-IDX-ALUNO) NOT = WS-TURMA-ANTERIOR THEN
               IF WS-TURMA-ANTERIOR NOT = SPACES THEN
                   PERFORM P520-TOTAL-TURMA THRU P520-TOTAL-TURMA-FIM
               END-IF
               PERFORM P510-QUEBRA-TURMA THRU P510-QUEBRA-TURMA-FIM
           END-IF.

           IF WS-CONT-LINHAS >= 55 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           PERFORM P460-CALCULA-PERCENTUAIS
               THRU P460-CALCULA-PERCENTUAIS-FIM.

           MOVE SPACES                          TO WS-LINHA-DETALHE.
           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO)     TO WS-DET-NUMERO.
           MOVE WS-TAB-NOME(WS-IDX-ALUNO)       TO WS-DET-NOME.
           IF WS-TAB-DISCIPLINA(WS-IDX-ALUNO) = SPACES THEN
               MOVE "DIAS"                      TO WS-DET-DISCIPLINA
           ELSE
               MOVE WS-TAB-DISCIPLINA(WS-IDX-ALUNO)
                                                TO WS-DET-DISCIPLINA
           END-IF.
           MOVE WS-TAB-FALTAS(WS-IDX-ALUNO)     TO WS-DET-FALTAS.
           MOVE WS-PERC-ATUAL                   TO WS-DET-ATUAL.
           MOVE WS-PERC-MAXIMO                  TO WS-DET-MAXIMO.
           MOVE WS-PERC-PROJETADO               TO WS-DET-PROJETADO.
           MOVE WS-TAB-SEQUENCIA(WS-IDX-ALUNO)  TO WS-DET-SEQUENCIA.
           IF WS-TAB-FALTAS-SEGUIDAS(WS-IDX-ALUNO) THEN
               MOVE "SEGUIDAS" TO WS-DET-AL-SEQ
           END-IF.
           IF WS-TAB-SEM-75(WS-IDX-ALUNO) THEN
               MOVE "SEM 75%"  TO WS-DET-AL-LIM
           END-IF.
           IF WS-TAB-PROJECAO(WS-IDX-ALUNO) THEN
               MOVE "PROJECAO" TO WS-DET-AL-PRJ
           END-IF.

           MOVE WS-LINHA-DETALHE TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

      *    UMA CARTA POR ALUNO, COM UM BLOCO PARA CADA DISCIPLINA EM
      *    RISCO
           IF NOT WS-AVISO-ABERTO
              OR WS-TAB-TURMA(WS-IDX-ALUNO) NOT = WS-AVISO-TURMA
              OR WS-TAB-NUMERO(WS-IDX-ALUNO) NOT = WS-AVISO-NUMERO THEN
               IF WS-AVISO-ABERTO THEN
                   PERFORM P770-ENCERRA-AVISO
                       THRU P770-ENCERRA-AVISO-FIM
               END-IF
               PERFORM P700-EMITE-AVISO THRU P700-EMITE-AVISO-FIM
               ADD 1 TO WS-CONT-RISCO-TURMA
           END-IF.

           PERFORM P730-DETALHA-AVISO THRU P730-DETALHA-AVISO-FIM.

       P500-IMPRIME-ALUNO-PROXIMO.
           ADD 1 TO WS-IDX-ALUNO.
       P500-IMPRIME-ALUNO-FIM.

       P510-QUEBRA-TURMA.
           IF WS-CONT-LINHAS >= 52 THEN
               PERFORM P800-NOVA-PAGINA THRU P800-NOVA-PAGINA-FIM
           END-IF.

           MOVE WS-TAB-TURMA(WS-IDX-ALUNO) TO WS-TURMA-ANTERIOR.
           MOVE ZEROS TO WS-CONT-RISCO-TURMA.

           MOVE "T" TO WS-TIPO-TABELA.
           CALL "PGTABREF" USING WS-TIPO-TABELA
                                  WS-TURMA-ANTERIOR
                                  WS-DESC-TURMA
                                  WS-REF-ACHOU-SW.
           IF NOT WS-REF-ENCONTRADO THEN
               MOVE SPACES TO WS-DESC-TURMA
           END-IF.

           MOVE WS-TURMA-ANTERIOR TO WS-TUR-TURMA.
           MOVE WS-DESC-TURMA     TO WS-TUR-DESCRICAO.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TURMA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 2 TO WS-CONT-LINHAS.
       P510-QUEBRA-TURMA-FIM.

       P520-TOTAL-TURMA.
           MOVE WS-CONT-RISCO-TURMA TO WS-SUB-RISCO.
           MOVE WS-LINHA-SUBTOTAL TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
       P520-TOTAL-TURMA-FIM.

       P600-IMPRIME-RODAPE.
           MOVE WS-DC-DIA TO WS-ROD-DIA.
           MOVE WS-DC-MES TO WS-ROD-MES.
           MOVE WS-DC-ANO TO WS-ROD-ANO.

           MOVE WS-CONT-ALUNOS-FALTA TO WS-TOT-ALUNOS.
           MOVE WS-CONT-RISCO    TO WS-TOT-RISCO.
           MOVE WS-CONT-LINHAS-RISCO TO WS-TOT-LINHAS-RISCO.
           MOVE WS-CONT-SEGUIDAS TO WS-TOT-SEGUIDAS.
           MOVE WS-CONT-SEM-75   TO WS-TOT-SEM-75.
           MOVE WS-CONT-PROJECAO TO WS-TOT-PROJECAO.
           MOVE WS-CONT-CARTAS   TO WS-TOT-CARTAS.

           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "=" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-7 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-3 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-4 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-5 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TOTAL-6 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE SPACES TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-DATA TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
       P600-IMPRIME-RODAPE-FIM.

      *    CARTA DE AVISO AO RESPONSAVEL, UMA POR ALUNO EM RISCO, NO
      *    FORMULARIO DE 66 LINHAS DAS CARTAS DE CONVOCACAO. AQUI SAI O
      *    CABECALHO; O P730 GRAVA UM BLOCO POR DISCIPLINA EM RISCO E O
      *    P770 FECHA A CARTA
       P700-EMITE-AVISO.
           ADD 1 TO WS-CONT-CARTAS.
           MOVE ZEROS TO WS-CONT-LINHAS-CARTA.
           MOVE "S"   TO WS-AVISO-ABERTO-SW.
           MOVE WS-TAB-TURMA(WS-IDX-ALUNO)  TO WS-AVISO-TURMA.
           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO WS-AVISO-NUMERO.

           PERFORM P710-LE-RESPONSAVEL THRU P710-LE-RESPONSAVEL-FIM.

           MOVE "ESCOLA MUNICIPAL PROFESSOR ANTONIO"
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE "AVISO DE FALTAS DO ALUNO"
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE ALL "=" TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           IF WS-IDX-DESTINO > ZEROS THEN
               PERFORM P720-ENDERECA-CARTA
                   THRU P720-ENDERECA-CARTA-FIM
           ELSE
               MOVE "AOS SENHORES PAIS OU RESPONSAVEIS,"
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE WS-TAB-NOME(WS-IDX-ALUNO)   TO WS-CARTA-NOME.
           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO WS-CARTA-NUMERO.
           MOVE WS-LINHA-ALUNO TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE WS-TAB-TURMA(WS-IDX-ALUNO)  TO WS-CARTA-TURMA.
           MOVE WS-DESC-TURMA               TO WS-CARTA-DESC-TUR.
           MOVE WS-LINHA-CARTA-TURMA TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
       P700-EMITE-AVISO-FIM.

       P730-DETALHA-AVISO.
           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           IF WS-TAB-DISCIPLINA(WS-IDX-ALUNO) = SPACES THEN
               MOVE "TODAS AS AULAS"  TO WS-CARTA-ASSUNTO
               MOVE "DIAS LETIVOS"    TO WS-CARTA-UNIDADE
               MOVE "DIAS LETIVOS RESTANTES NO BIMESTRE..:"
                 TO WS-CARTA-ROT-REST
           ELSE
               MOVE "DISCIPLINA "     TO WS-CARTA-ROTULO
               MOVE WS-TAB-DISCIPLINA(WS-IDX-ALUNO) TO WS-CARTA-DISC
               MOVE "AULAS"           TO WS-CARTA-UNIDADE
               MOVE "AULAS RESTANTES DA DISCIPLINA.......:"
                 TO WS-CARTA-ROT-REST
           END-IF.

           MOVE WS-DATA-REFERENCIA          TO WS-CARTA-REFERENCIA.
           MOVE WS-TAB-FALTAS(WS-IDX-ALUNO) TO WS-CARTA-FALTAS.
           MOVE WS-TAB-DADAS(WS-IDX-ALUNO)  TO WS-CARTA-DADOS.
           MOVE WS-LINHA-FALTAS TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE WS-PERC-ATUAL TO WS-CARTA-ATUAL.
           MOVE WS-LINHA-FREQUENCIA TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           COMPUTE WS-CARTA-RESTANTES =
                   WS-TAB-TOTAL(WS-IDX-ALUNO)
                 - WS-TAB-DADAS(WS-IDX-ALUNO).
           MOVE WS-LINHA-RESTANTES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           IF WS-TAB-FALTAS-SEGUIDAS(WS-IDX-ALUNO) THEN
               MOVE WS-TAB-SEQUENCIA(WS-IDX-ALUNO)
                 TO WS-CARTA-SEQUENCIA
               MOVE WS-LINHA-SEGUIDAS TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
           END-IF.

           IF WS-TAB-SEM-75(WS-IDX-ALUNO) THEN
               MOVE "MESMO COM PRESENCA EM TODAS AS AULAS "
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE "RESTANTES, O ALUNO NAO ALCANCARA A FREQUENCIA "
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE "MINIMA DE 75 POR CENTO NO BIMESTRE."
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
           END-IF.

           IF WS-TAB-PROJECAO(WS-IDX-ALUNO) THEN
               MOVE "MANTIDO O RITMO ATUAL DE FALTAS, A FREQUENCIA DO"
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE "ALUNO FICARA ABAIXO DO MINIMO DE 75 POR CENTO NO"
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE "BIMESTRE."
                 TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
           END-IF.
       P730-DETALHA-AVISO-FIM.

       P770-ENCERRA-AVISO.
           MOVE "N" TO WS-AVISO-ABERTO-SW.

           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE "SOLICITAMOS O COMPARECIMENTO DO RESPONSAVEL A"
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE "SECRETARIA DA ESCOLA. FREQUENCIA ABAIXO DE 75 POR"
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE "CENTO REPROVA O ALUNO POR FALTA, AINDA QUE TENHA"
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE "MEDIA PARA APROVACAO."
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE WS-DATA-HOJE        TO WS-CARTA-EMISSAO.
           MOVE WS-LINHA-EMISSAO    TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           MOVE SPACES TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
           MOVE "ASSINATURA DA DIRECAO: ______________________________"
             TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.

           PERFORM P750-COMPLETA-PAGINA
               THRU P750-COMPLETA-PAGINA-FIM.
       P770-ENCERRA-AVISO-FIM.

       P710-LE-RESPONSAVEL.
           MOVE ZEROS TO WS-IDX-DESTINO.

           IF NOT WS-RESPONS-ABERTO THEN
               GO TO P710-LE-RESPONSAVEL-FIM
           END-IF.

           MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO CPRESP-NUMERO.
           READ WS-RESPONS-FILE
               INVALID KEY
                   GO TO P710-LE-RESPONSAVEL-FIM
           END-READ.

           MOVE 1 TO WS-IDX-RESP.
           PERFORM P715-ESCOLHE-DESTINO THRU P715-ESCOLHE-DESTINO-FIM
               UNTIL WS-IDX-RESP > 2
                  OR WS-IDX-DESTINO > ZEROS.

           IF WS-IDX-DESTINO = ZEROS
              AND CPRESP-NOME(1) NOT = SPACES THEN
               MOVE 1 TO WS-IDX-DESTINO
           END-IF.
       P710-LE-RESPONSAVEL-FIM.

       P715-ESCOLHE-DESTINO.
           IF CPRESP-NOME(WS-IDX-RESP) NOT = SPACES
              AND CPRESP-ENDERECO(WS-IDX-RESP) NOT = SPACES THEN
               MOVE WS-IDX-RESP TO WS-IDX-DESTINO
           END-IF.
           ADD 1 TO WS-IDX-RESP.
       P715-ESCOLHE-DESTINO-FIM.

       P720-ENDERECA-CARTA.
           ADD 1 TO WS-CONT-NOMINAIS.

           IF CPRESP-ENDERECO(WS-IDX-DESTINO) NOT = SPACES THEN
               MOVE CPRESP-NOME(WS-IDX-DESTINO) TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE CPRESP-ENDERECO(WS-IDX-DESTINO) TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE CPRESP-BAIRRO(WS-IDX-DESTINO) TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE CPRESP-CIDADE(WS-IDX-DESTINO) TO WS-END-CIDADE
               MOVE CPRESP-UF(WS-IDX-DESTINO)     TO WS-END-UF
               MOVE WS-LINHA-CIDADE TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE CPRESP-CEP(WS-IDX-DESTINO)  TO WS-END-CEP
               MOVE WS-TAB-NUMERO(WS-IDX-ALUNO) TO WS-END-ALUNO
               MOVE WS-LINHA-CEP TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
               MOVE SPACES TO WS-CARTAS-LINHA
               PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM
           END-IF.

           MOVE CPRESP-NOME(WS-IDX-DESTINO) TO WS-CARTA-RESPONS.
           MOVE WS-LINHA-SAUDACAO TO WS-CARTAS-LINHA.
           PERFORM P740-GRAVA-LINHA THRU P740-GRAVA-LINHA-FIM.
       P720-ENDERECA-CARTA-FIM.

      *    CARTA COM MUITAS DISCIPLINAS PASSA PARA A FOLHA SEGUINTE
       P740-GRAVA-LINHA.
           WRITE WS-CARTAS-LINHA.
           ADD 1 TO WS-CONT-LINHAS-CARTA.
           IF WS-CONT-LINHAS-CARTA = 66 THEN
               MOVE ZEROS TO WS-CONT-LINHAS-CARTA
           END-IF.
       P740-GRAVA-LINHA-FIM.

       P750-COMPLETA-PAGINA.
           IF WS-CONT-LINHAS-CARTA > ZEROS THEN
               PERFORM P760-GRAVA-BRANCO THRU P760-GRAVA-BRANCO-FIM
                   UNTIL WS-CONT-LINHAS-CARTA >= 66
           END-IF.
       P750-COMPLETA-PAGINA-FIM.

       P760-GRAVA-BRANCO.
           MOVE SPACES TO WS-CARTAS-LINHA.
           WRITE WS-CARTAS-LINHA.
           ADD 1 TO WS-CONT-LINHAS-CARTA.
       P760-GRAVA-BRANCO-FIM.

       P800-NOVA-PAGINA.
           ADD 1 TO WS-CONT-PAGINA.
           MOVE WS-CONT-PAGINA     TO WS-CAB-PAGINA.
           MOVE WS-BIMESTRE-ALERTA TO WS-CAB-BIMESTRE.
           MOVE WS-DATA-REFERENCIA TO WS-CAB-REFERENCIA.
           MOVE WS-QTD-DIAS        TO WS-CAB-DADOS.
           MOVE WS-DIAS-RESTANTES  TO WS-CAB-RESTANTES.
           MOVE WS-DIAS-TOTAL      TO WS-CAB-TOTAL.
           MOVE WS-SEGUIDAS-LIMITE TO WS-CAB-SEGUIDAS.

           IF WS-CONT-PAGINA > 1 THEN
               MOVE SPACES TO WS-RELAT-LINHA
               WRITE WS-RELAT-LINHA
           END-IF.

           MOVE WS-LINHA-CABEC-1 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CABEC-2 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-CABEC-3 TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE WS-LINHA-TITULO TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.
           MOVE ALL "-" TO WS-RELAT-LINHA.
           WRITE WS-RELAT-LINHA.

           MOVE ZEROS TO WS-CONT-LINHAS.
       P800-NOVA-PAGINA-FIM.
       END PROGRAM PGEXE038.
