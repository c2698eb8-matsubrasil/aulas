      *****************************************************************
      *    COPY.......: CPCALEND
      *    AUTOR......: EQUIPE DE SUPORTE COBOL
      *    OBJETIVO...: LAYOUT DA LINHA DO CALENDARIO DA ESCOLA
      *                 (CALENDAR.DAT): OS DIAS SEM AULA PROPRIOS DA
      *                 ESCOLA, ALEM DOS FERIADOS DE FERIADOS.DAT, COM
      *                 A DATA (AAAAMMDD), O TIPO DO DIA E UMA
      *                 DESCRICAO. MANTIDO PELO PGEXE049 E LIDO PELO
      *                 PGDIAUTL, QUE NAO CONTA ESSES DIAS COMO LETIVOS.
      *    USO........: COPY CPCALEND.
      *-----------------------------------------------------------------
      *    DATA          AUTOR        DESCRICAO
      *    15/10/2026    SUPORTE      VERSAO INICIAL: RECESSO, DIA DE
      *                               PLANEJAMENTO E CONSELHO DE CLASSE
      *                               ERAM CONTADOS COMO DIAS LETIVOS.
      *****************************************************************
           03  CPCAL-DATA                PIC 9(08).
           03  CPCAL-DATA-R  REDEFINES CPCAL-DATA.
               05  CPCAL-AA              PIC 9(04).
               05  CPCAL-MM              PIC 9(02).
               05  CPCAL-DD              PIC 9(02).
           03  CPCAL-SEP1                PIC X(02).
           03  CPCAL-TIPO                PIC X(01).
               88  CPCAL-RECESSO             VALUE "R".
               88  CPCAL-PLANEJAMENTO        VALUE "P".
               88  CPCAL-CONSELHO            VALUE "C".
               88  CPCAL-OUTRO               VALUE "O".
               88  CPCAL-TIPO-VALIDO         VALUE "R" "P" "C" "O".
           03  CPCAL-SEP2                PIC X(02).
           03  CPCAL-DESCRICAO           PIC X(30).
