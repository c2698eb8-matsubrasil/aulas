      *                               SEM O BLOQUEIO, O OPERADOR 51 ERA
      *                               APAGADO EM TODA ASSINATURA BEM
      *                               SUCEDIDA.
      *    15/10/2026    SUPORTE      NOVA OPCAO K, VIRADA DO ANO
      *                               LETIVO (PGEXE032), RESTRITA: ELA
      *                               ARQUIVA O MESTRE NO HISTORICO,
      *                               ESVAZIA O ALUNMEST.DAT E REGRAVA
      *                               TURMA.DAT COM A MATRICULA DO ANO
      *                               NOVO. RECEBE O CODIGO DO OPERADOR
      *                               PARA O JORNAL DAS EXCLUSOES.
      *    15/10/2026    SUPORTE      NOVA OPCAO L, HISTORICO ESCOLAR
      *                               (PGEXE033), GERADO DO HISTORICO
      *                               DE ANOS ENCERRADOS. SO GRAVA O
      *                               RELATORIO, COMO O BOLETIM, E POR
      *                               ISSO FICA LIBERADA AO PERFIL C.
      *    15/10/2026    SUPORTE      NOVO PERFIL P (PROFESSOR): LANCA
      *                               E CORRIGE NOTAS (OPCOES 4, 5 E C)
      *                               SO NAS TURMAS/DISCIPLINAS
      *                               ATRIBUIDAS A ELE. AS OPCOES DE
      *                               ADMINISTRACAO E O BOLETIM DE
      *                               ALUNO (OPCAO 2, QUE GRAVA NOTA SEM
      *                               CONFERIR A ATRIBUICAO) SAO
      *                               NEGADAS AO PERFIL P. O PGEXE019
      *                               PASSOU A RECEBER O OPERADOR E O
      *                               PERFIL.
      *    15/10/2026    SUPORTE      NOVA OPCAO M, MANUTENCAO DE
      *                               PROFESSORES E ATRIBUICOES
      *                               (PGEXE034), RESTRITA, COM CANCEL
      *                               DO PGATRIB NA VOLTA PELO MESMO
      *                               MOTIVO DO PGTABREF.
      *    15/10/2026    SUPORTE      NOVA OPCAO N, RELATORIO DAS
      *                               TURMAS/DISCIPLINAS SEM PROFESSOR
      *                               (PGEXE035). SO GRAVA O RELATORIO
      *                               E POR ISSO FICA LIBERADA AO
      *                               PERFIL C.
      *    15/10/2026    SUPORTE      NOVA OPCAO P, MANUTENCAO DO
      *                               CADASTRO DE RESPONSAVEIS
      *                               (PGEXE036), RESTRITA E NEGADA
      *                               TAMBEM AO PERFIL P. RECEBE O
      *                               CODIGO DO OPERADOR, GRAVADO NO
      *                               REGISTRO. A LETRA O FOI PULADA
      *                               PARA NAO SE CONFUNDIR COM O ZERO
      *                               DE SAIR.
      *    15/10/2026    SUPORTE      NOVA OPCAO Q, PENDENCIAS DE
      *                               CONTATO DOS RESPONSAVEIS
      *                               (PGEXE037). SO GRAVA O RELATORIO
      *                               E POR ISSO FICA LIBERADA AO
      *                               PERFIL C.
      *    15/10/2026    SUPORTE      NOVA OPCAO R, ALERTA DE FALTAS
      *                               DO BIMESTRE (PGEXE038), COM O
      *                               RELATORIO DE ALUNOS EM RISCO E OS
      *                               AVISOS AOS RESPONSAVEIS. SO GRAVA
      *                               RELATORIOS E POR ISSO FICA
      *                               LIBERADA AOS PERFIS C E P.
      *    15/10/2026    SUPORTE      NOVA OPCAO S, MANUTENCAO DA GRADE
      *                               HORARIA SEMANAL (PGEXE039), QUE
      *                               DIZ A DISCIPLINA DE CADA AULA
      *                               PARA A CHAMADA POR AULA E A
      *                               FREQUENCIA POR DISCIPLINA.
      *                               RESTRITA E NEGADA TAMBEM AO
      *                               PERFIL P.
      *    15/10/2026    SUPORTE      NOVAS OPCOES T, U E V: PEDIDO DE
      *                               ALTERACAO DE NOTA FORA DA JANELA
      *                               (PGEXE040), APROVACAO DOS PEDIDOS
      *                               PELA DIRECAO (PGEXE041, QUE SO
      *                               ACEITA O NOVO PERFIL D) E O
      *                               RELATORIO MENSAL DOS PEDIDOS PARA
      *                               A INSPECAO (PGEXE042). T E U SAO
      *                               RESTRITAS E NEGADAS AO PERFIL P;
      *                               V SO GRAVA RELATORIO E FICA
      *                               LIBERADA A TODOS. O PERFIL D TEM
      *                               NO MENU O MESMO ACESSO DO T.
      *    15/10/2026    SUPORTE      BLOQUEIO DO OPERADOR APOS
      *                               WS-MAX-FALHAS SENHAS ERRADAS
      *                               SEGUIDAS: ANTES DAVA PARA TENTAR
      *                               SENHAS SEM FIM. O CONTADOR DE
      *                               FALHAS FOI PARA O FIM DA LINHA DE
      *                               OPERADOR.DAT, ZERA NA ASSINATURA
      *                               CERTA E, NO LIMITE, O INDICADOR
      *                               DE ATIVO VIRA "B" (BLOQUEADO), QUE
      *                               SO O PERFIL D DESFAZ NO PGEXE016.
      *                               TODA ASSINATURA RECUSADA (CODIGO
      *                               INEXISTENTE, SENHA ERRADA,
      *                               BLOQUEADO, DESATIVADO, VENCIDO) E
      *                               O PROPRIO BLOQUEIO SAO GRAVADOS EM
      *                               SESSAO.DAT PARA O RELATORIO
      *                               SEMANAL DE SEGURANCA (PGEXE044).
      *                               O PGEXE016 PASSA A RECEBER O
      *                               OPERADOR E O PERFIL. NOVA OPCAO
      *                               W, RESTRITA E NEGADA AO PERFIL P,
      *                               QUE EMITE O RELATORIO.
      *    15/10/2026    SUPORTE      NOVAS OPCOES X E Y DO CENSO
      *                               ESCOLAR: GERACAO DO ARQUIVO DE
      *                               RENDIMENTO PARA A SECRETARIA
      *                               ESTADUAL (PGEXE045, COMPLETO OU SO
      *                               O REENVIO DOS REJEITADOS) E O
      *                               PROCESSAMENTO DO ARQUIVO DE
      *                               RETORNO DELES (PGEXE046). AS DUAS
      *                               SAO RESTRITAS E NEGADAS AO PERFIL
      *                               P.
      *    15/10/2026    SUPORTE      COM AS LETRAS DO MENU ESGOTADAS,
      *                               A OPCAO Z ABRE UMA SEGUNDA TELA
      *                               DE OPCOES NUMERADAS, COM AS SUAS
      *                               PROPRIAS LISTAS DE RESTRICAO; NA
      *                               SESSAO A ESCOLHA FICA GRAVADA
      *                               COMO "OPCAO Z" MAIS O NUMERO.
      *                               PRIMEIRAS OPCOES: 1 -
      *                               MOVIMENTACAO DE MATRICULA
      *                               (PGEXE047, RESTRITA E NEGADA AO
      *                               PERFIL P) E 2 - RELATORIO MENSAL
      *                               DE MOVIMENTACAO (PGEXE048,
      *                               LIBERADA A TODOS).
      *    15/10/2026    SUPORTE      SEGUNDA TELA: 3 - CALENDARIO DA
      *                               ESCOLA, COM OS DIAS SEM AULA
      *                               (PGEXE049, RESTRITA E NEGADA AO
      *                               PERFIL P, COM CANCEL DO PGDIAUTL
      *                               COMO NOS FERIADOS) E 4 -
      *                               VALIDACAO DO CALENDARIO LETIVO
      *                               (PGEXE050, LIBERADA A TODOS).
      *    15/10/2026    SUPORTE      SEGUNDA TELA: 5 - GRADE DO
      *                               CONSELHO DE CLASSE (PGEXE051,
      *                               LIBERADA A TODOS) E 6 - DECISOES
      *                               DO CONSELHO DE CLASSE (PGEXE052,
      *                               RESTRITA E NEGADA AO PERFIL P,
      *                               POIS ALTERA A SITUACAO FINAL).
      *    15/10/2026    SUPORTE      O CODIGO DO OPERADOR PASSOU A SER
      *                               PASSADO AO PGEXE011, PGEXE012,
      *                               PGEXE028 E PGEXE029, QUE O GRAVAM
      *                               NO CATALOGO DE RELATORIOS. NA
      *                               SEGUNDA TELA: 7 - CATALOGO DE
      *                               RELATORIOS (PGEXE054, LISTA,
      *                               VISUALIZA E REIMPRIME AS VERSOES
      *                               GUARDADAS, LIBERADA A TODOS) E
      *                               8 - RETENCAO E EXPURGO (PGEXE055,
      *                               RESTRITA E NEGADA AO PERFIL P,
      *                               POIS APAGA AS COPIAS VENCIDAS).
      *    15/10/2026    SUPORTE      O BLOQUEIO POR SENHAS ERRADAS
      *                               GANHOU INDICADOR PROPRIO NO FIM
      *                               DA LINHA DE OPERADOR.DAT, EM VEZ
      *                               DE TROCAR O ATIVO POR "B": O
      *                               OPERADOR DESATIVADO ("N") QUE
      *                               ERRAVA A SENHA VIRAVA "B" E O
      *                               DESBLOQUEIO DA DIRECAO O DEVOLVIA
      *                               COMO ATIVO. LINHA ANTIGA COM "B"
      *                               ENTRA BLOQUEADA E DESATIVADA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-OPE-ULT-ASSIN    PIC X(10).
           03 WS-OPE-SEP6         PIC X(02).
           03 WS-OPE-VALIDADE     PIC X(10).
           03 WS-OPE-SEP7         PIC X(02).
           03 WS-OPE-FALHAS       PIC 9(02).
           03 WS-OPE-SEP8         PIC X(02).
           03 WS-OPE-BLOQUEIO     PIC X(01).

       FD  WS-SESSAO-FILE
           LABEL RECORD IS STANDARD.
           88 WS-OPCAO-CLASSIF       VALUE "H" "h".
           88 WS-OPCAO-CARTAS        VALUE "I" "i".
           88 WS-OPCAO-JANELAS       VALUE "J" "j".
           88 WS-OPCAO-VIRADA        VALUE "K" "k".
           88 WS-OPCAO-HISTORICO     VALUE "L" "l".
           88 WS-OPCAO-PROFESSORES   VALUE "M" "m".
           88 WS-OPCAO-SEM-PROFESSOR VALUE "N" "n".
           88 WS-OPCAO-RESPONSAVEIS  VALUE "P" "p".
           88 WS-OPCAO-SEM-CONTATO   VALUE "Q" "q".
           88 WS-OPCAO-ALERTA-FALTAS VALUE "R" "r".
           88 WS-OPCAO-GRADE-HORARIA VALUE "S" "s".
           88 WS-OPCAO-PEDIDO-NOTA   VALUE "T" "t".
           88 WS-OPCAO-APROVA-PEDIDO VALUE "U" "u".
           88 WS-OPCAO-RELAT-PEDIDOS VALUE "V" "v".
           88 WS-OPCAO-SEGURANCA     VALUE "W" "w".
           88 WS-OPCAO-CENSO         VALUE "X" "x".
           88 WS-OPCAO-RETORNO-CENSO VALUE "Y" "y".
           88 WS-OPCAO-SEGUNDA-TELA  VALUE "Z" "z".
           88 WS-OPCAO-SAIR          VALUE "0".
           88 WS-OPCAO-RESTRITA      VALUE "2" "4" "5" "9" "A" "a"
                                           "B" "b" "C" "c" "D" "d"
                                           "E" "e" "J" "j" "K" "k"
                                           "M" "m" "P" "p" "S" "s"
                                           "T" "t" "U" "u" "W" "w"
                                           "X" "x" "Y" "y".
           88 WS-OPCAO-ADMINISTRACAO VALUE "2" "9" "A" "a" "B" "b"
                                           "E" "e" "J" "j" "K" "k"
                                           "M" "m" "P" "p" "S" "s"
                                           "T" "t" "U" "u" "W" "w"
                                           "X" "x" "Y" "y".

      *    SEGUNDA TELA DO MENU (OPCAO Z)
       77 WS-OPCAO-MENU-2      PIC X(01) VALUE SPACES.
           88 WS-OPCAO2-MOVIMENTACAO VALUE "1".
           88 WS-OPCAO2-RELAT-MOVIM  VALUE "2".
           88 WS-OPCAO2-CALENDARIO   VALUE "3".
           88 WS-OPCAO2-VALIDA-CALEND VALUE "4".
           88 WS-OPCAO2-GRADE-CONS   VALUE "5".
           88 WS-OPCAO2-DECISAO-CONS VALUE "6".
           88 WS-OPCAO2-CATALOGO-REL VALUE "7".
           88 WS-OPCAO2-EXPURGO-REL  VALUE "8".
           88 WS-OPCAO2-VOLTAR       VALUE "0".
           88 WS-OPCAO2-RESTRITA     VALUE "1" "3" "6" "8".
           88 WS-OPCAO2-ADMINISTRACAO VALUE "1" "3" "6" "8".

       77 WS-OPERADOR-STATUS   PIC X(02) VALUE ZEROS.
           88 WS-OPERADOR-OK         VALUE "00".
       77 WS-OPERADOR-PERFIL   PIC X(01) VALUE SPACES.
           88 WS-PERFIL-TOTAL        VALUE "T".
           88 WS-PERFIL-CONSULTA     VALUE "C".
           88 WS-PERFIL-PROFESSOR    VALUE "P".

       77 WS-EVENTO-SESSAO     PIC X(20) VALUE SPACES.

      *    SENHAS ERRADAS SEGUIDAS ATE O BLOQUEIO DO OPERADOR
       77 WS-MAX-FALHAS        PIC 9(02) VALUE 3.

       77 WS-QTD-OPERADORES    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OPERADOR      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO        PIC 9(03) VALUE ZEROS.
              05 WS-TAB-ATIVO        PIC X(01).
              05 WS-TAB-ULT-ASSIN    PIC X(10).
              05 WS-TAB-VALIDADE     PIC X(10).
              05 WS-TAB-FALHAS       PIC 9(02).
              05 WS-TAB-BLOQUEIO     PIC X(01).
                 88 WS-TAB-BLOQUEADO      VALUE "S".

       01 WS-DATA-CORRENTE.
           03 WS-DC-AAAAMMDD     PIC X(08).
            IF WS-IDX-ACHADO > ZEROS THEN
                PERFORM P085-VALIDA-OPERADOR
                    THRU P085-VALIDA-OPERADOR-FIM
            ELSE
                MOVE "FALHA OPERADOR" TO WS-EVENTO-SESSAO
                PERFORM P087-REGISTRA-FALHA
                    THRU P087-REGISTRA-FALHA-FIM
            END-IF.

            IF WS-OPERADOR-ASSINADO THEN
            MOVE WS-OPE-VALIDADE
              TO WS-TAB-VALIDADE(WS-QTD-OPERADORES).

      *     LINHA SEM O CONTADOR DE FALHAS ENTRA ZERADA
            IF WS-OPE-FALHAS IS NUMERIC THEN
                MOVE WS-OPE-FALHAS TO WS-TAB-FALHAS(WS-QTD-OPERADORES)
            ELSE
                MOVE ZEROS TO WS-TAB-FALHAS(WS-QTD-OPERADORES)
            END-IF.

      *     O "B" NO ATIVO E DO LAYOUT ANTERIOR, QUE NAO GUARDAVA SE O
      *     OPERADOR ESTAVA DESATIVADO ANTES DO BLOQUEIO: ELE CONTINUA
      *     BLOQUEADO E VOLTA DESATIVADO, PARA O DESBLOQUEIO NAO
      *     REATIVAR QUEM FOI DESLIGADO DE PROPOSITO
            IF WS-OPE-BLOQUEIO = "S" THEN
                MOVE "S" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
            ELSE
                MOVE "N" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
            END-IF.
            IF WS-OPE-ATIVO = "B" THEN
                MOVE "S" TO WS-TAB-BLOQUEIO(WS-QTD-OPERADORES)
                MOVE "N" TO WS-TAB-ATIVO(WS-QTD-OPERADORES)
            END-IF.

            PERFORM P070-LE-OPERADOR THRU P070-LE-OPERADOR-FIM.
       P075-GUARDA-OPERADOR-FIM.

       P080-COMPARA-OPERADOR-FIM.

       P085-VALIDA-OPERADOR.
      *     O BLOQUEIO VALE ATE COM A SENHA CERTA, SENAO BASTARIA
      *     CONTINUAR TENTANDO
            IF WS-TAB-BLOQUEADO(WS-IDX-ACHADO) THEN
                DISPLAY 'OPERADOR BLOQUEADO POR SENHAS ERRADAS - '
                        'PROCURE A DIRECAO'
                MOVE "FALHA BLOQUEADO" TO WS-EVENTO-SESSAO
                PERFORM P087-REGISTRA-FALHA
                    THRU P087-REGISTRA-FALHA-FIM
                GO TO P085-VALIDA-OPERADOR-FIM
            END-IF.

            IF WS-TAB-SENHA(WS-IDX-ACHADO) NOT = WS-SENHA-DIGITADA THEN
                PERFORM P086-CONTA-FALHA THRU P086-CONTA-FALHA-FIM
                GO TO P085-VALIDA-OPERADOR-FIM
            END-IF.

            IF WS-TAB-ATIVO(WS-IDX-ACHADO) = "N" THEN
                DISPLAY 'OPERADOR DESATIVADO - PROCURE A DIRETORIA'
                MOVE "FALHA DESATIVADO" TO WS-EVENTO-SESSAO
                PERFORM P087-REGISTRA-FALHA
                    THRU P087-REGISTRA-FALHA-FIM
                GO TO P085-VALIDA-OPERADOR-FIM
            END-IF.

                    DISPLAY 'ACESSO VENCIDO EM '
                            WS-TAB-VALIDADE(WS-IDX-ACHADO)
                            ' - PROCURE A DIRETORIA'
                    MOVE "FALHA VENCIDO" TO WS-EVENTO-SESSAO
                    PERFORM P087-REGISTRA-FALHA
                        THRU P087-REGISTRA-FALHA-FIM
                    GO TO P085-VALIDA-OPERADOR-FIM
                END-IF
            END-IF.
            MOVE WS-TAB-CODIGO(WS-IDX-ACHADO) TO WS-OPERADOR-CODIGO.
            MOVE WS-TAB-NOME(WS-IDX-ACHADO)   TO WS-OPERADOR-NOME.
            MOVE WS-TAB-PERFIL(WS-IDX-ACHADO) TO WS-OPERADOR-PERFIL.
            MOVE ZEROS TO WS-TAB-FALHAS(WS-IDX-ACHADO).
       P085-VALIDA-OPERADOR-FIM.

       P086-CONTA-FALHA.
            ADD 1 TO WS-TAB-FALHAS(WS-IDX-ACHADO).
            MOVE "FALHA SENHA" TO WS-EVENTO-SESSAO.
            PERFORM P087-REGISTRA-FALHA THRU P087-REGISTRA-FALHA-FIM.

      *     O BLOQUEIO NAO MEXE NO ATIVO: DESBLOQUEADO, O OPERADOR
      *     VOLTA COMO ESTAVA, ATIVO OU DESATIVADO
            IF WS-TAB-FALHAS(WS-IDX-ACHADO) >= WS-MAX-FALHAS
               AND NOT WS-TAB-BLOQUEADO(WS-IDX-ACHADO) THEN
                MOVE "S" TO WS-TAB-BLOQUEIO(WS-IDX-ACHADO)
                DISPLAY 'SENHA ERRADA ' WS-TAB-FALHAS(WS-IDX-ACHADO)
                        ' VEZES SEGUIDAS - OPERADOR BLOQUEADO. SO A '
                        'DIRECAO DESBLOQUEIA'
                MOVE "BLOQUEIO" TO WS-EVENTO-SESSAO
                PERFORM P087-REGISTRA-FALHA
                    THRU P087-REGISTRA-FALHA-FIM
            END-IF.

            PERFORM P092-REGRAVA-ARQUIVO THRU P092-REGRAVA-ARQUIVO-FIM.
       P086-CONTA-FALHA-FIM.

      *     A RECUSA E GRAVADA NO CODIGO DIGITADO, QUE PODE NEM EXISTIR
       P087-REGISTRA-FALHA.
            MOVE WS-CODIGO-DIGITADO TO WS-OPERADOR-CODIGO.
            PERFORM P800-GRAVA-SESSAO THRU P800-GRAVA-SESSAO-FIM.
            MOVE SPACES TO WS-OPERADOR-CODIGO.
       P087-REGISTRA-FALHA-FIM.

       P090-REGISTRA-ASSINATURA.
            MOVE SPACES TO WS-DATA-HOJE-DDMMAAAA.
            STRING WS-DC-DIA DELIMITED BY SIZE
                   '/'       DELIMITED BY SIZE
            MOVE WS-DATA-HOJE-DDMMAAAA
              TO WS-TAB-ULT-ASSIN(WS-IDX-ACHADO).

            PERFORM P092-REGRAVA-ARQUIVO THRU P092-REGRAVA-ARQUIVO-FIM.
       P090-REGISTRA-ASSINATURA-FIM.

       P092-REGRAVA-ARQUIVO.
      *     COM A CARGA TRUNCADA, REGRAVAR O ARQUIVO DESTRUIRIA OS
      *     OPERADORES NAO CARREGADOS (MESMA PROTECAO DO GRAVAR DO
      *     PGEXE016): A ASSINATURA VALE, MAS A DATA E O CONTADOR DE
      *     FALHAS NAO SAO GRAVADOS
            IF WS-CARGA-OPE-TRUNCADA THEN
                DISPLAY 'A DATA DA ULTIMA ASSINATURA E O CONTADOR DE '
                        'FALHAS NAO FORAM GRAVADOS: OPERADOR.DAT NAO '
                        'COUBE NA TABELA E A REGRAVACAO DESTRUIRIA OS '
                        'OPERADORES NAO CARREGADOS'
                GO TO P092-REGRAVA-ARQUIVO-FIM
            END-IF.

            OPEN OUTPUT WS-OPERADOR-FILE.

            MOVE 1 TO WS-IDX-OPERADOR.
                UNTIL WS-IDX-OPERADOR > WS-QTD-OPERADORES.

            CLOSE WS-OPERADOR-FILE.
       P092-REGRAVA-ARQUIVO-FIM.

       P095-REGRAVA-OPERADOR.
            MOVE SPACES TO WS-OPERADOR-REGISTRO.
            MOVE WS-TAB-ULT-ASSIN(WS-IDX-OPERADOR)
              TO WS-OPE-ULT-ASSIN.
            MOVE WS-TAB-VALIDADE(WS-IDX-OPERADOR)  TO WS-OPE-VALIDADE.
            MOVE WS-TAB-FALHAS(WS-IDX-OPERADOR)    TO WS-OPE-FALHAS.
            MOVE WS-TAB-BLOQUEIO(WS-IDX-OPERADOR)  TO WS-OPE-BLOQUEIO.

            WRITE WS-OPERADOR-REGISTRO.

            DISPLAY 'H - CLASSIFICACAO E QUADRO DE HONRA'
            DISPLAY 'I - CARTAS DE CONVOCACAO (RECUPERACAO)'
            DISPLAY 'J - MANUTENCAO DAS JANELAS DE LANCAMENTO'
            DISPLAY 'K - VIRADA DO ANO LETIVO'
            DISPLAY 'L - HISTORICO ESCOLAR'
            DISPLAY 'M - MANUTENCAO DE PROFESSORES E ATRIBUICOES'
            DISPLAY 'N - TURMAS E DISCIPLINAS SEM PROFESSOR'
            DISPLAY 'P - MANUTENCAO DE RESPONSAVEIS'
            DISPLAY 'Q - PENDENCIAS DE CONTATO DOS RESPONSAVEIS'
            DISPLAY 'R - ALERTA DE FALTAS DO BIMESTRE'
            DISPLAY 'S - MANUTENCAO DA GRADE HORARIA'
            DISPLAY 'T - PEDIDO DE ALTERACAO DE NOTA'
            DISPLAY 'U - APROVACAO DE PEDIDOS (DIRECAO)'
            DISPLAY 'V - RELATORIO MENSAL DE PEDIDOS'
            DISPLAY 'W - RELATORIO SEMANAL DE SEGURANCA'
            DISPLAY 'X - ARQUIVO DO CENSO ESCOLAR (RENDIMENTO)'
            DISPLAY 'Y - RETORNO DO CENSO ESCOLAR (REJEITADOS)'
            DISPLAY 'Z - OUTRAS OPCOES (SEGUNDA TELA)'
            DISPLAY '0 - SAIR'
            DISPLAY '================================================'
            DISPLAY 'ESCOLHA UMA OPCAO: '
                GO TO P100-EXIBE-MENU-FIM
            END-IF

            IF WS-OPCAO-ADMINISTRACAO AND WS-PERFIL-PROFESSOR THEN
                DISPLAY 'OPCAO RESTRITA - NAO LIBERADA AO PERFIL '
                        'PROFESSOR'
                MOVE SPACES TO WS-EVENTO-SESSAO
                STRING "NEGADA OPCAO " DELIMITED BY SIZE
                       WS-OPCAO-MENU   DELIMITED BY SIZE
                       INTO WS-EVENTO-SESSAO
                PERFORM P800-GRAVA-SESSAO THRU P800-GRAVA-SESSAO-FIM
                GO TO P100-EXIBE-MENU-FIM
            END-IF

            IF NOT WS-OPCAO-SAIR THEN
                MOVE SPACES TO WS-EVENTO-SESSAO
                STRING "OPCAO "      DELIMITED BY SIZE
                    CALL "PGEXE010" USING WS-OPERADOR-CODIGO
                                          WS-OPERADOR-PERFIL
                WHEN WS-OPCAO-ESTATISTICA
                    CALL "PGEXE011" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO-BOLETIM-IMP
                    CALL "PGEXE012" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO-EXPORTA-CSV
                    CALL "PGEXE013"
                WHEN WS-OPCAO-FERIADOS
                    CALL "PGEXE015"
                    CANCEL "PGDIAUTL"
                WHEN WS-OPCAO-OPERADORES
                    CALL "PGEXE016" USING WS-OPERADOR-CODIGO
                                          WS-OPERADOR-PERFIL
      *         APOS A MANUTENCAO DAS TABELAS O PGTABREF PASSA POR
      *         CANCEL PELO MESMO MOTIVO DO PGDIAUTL NOS FERIADOS:
      *         A CARGA DELE E FEITA UMA VEZ POR CICLO DE VIDA
                    CALL "PGEXE018"
                    CANCEL "PGTABREF"
                WHEN WS-OPCAO-REJEITOS
                    CALL "PGEXE019" USING WS-OPERADOR-CODIGO
                                          WS-OPERADOR-PERFIL
                WHEN WS-OPCAO-FALTAS
                    CALL "PGEXE020"
                WHEN WS-OPCAO-REMESSA
                WHEN WS-OPCAO-CONSULTA-ALU
                    CALL "PGEXE027"
                WHEN WS-OPCAO-CLASSIF
                    CALL "PGEXE028" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO-CARTAS
                    CALL "PGEXE029" USING WS-OPERADOR-CODIGO
      *         APOS A MANUTENCAO DAS JANELAS O PGJANELA PASSA POR
      *         CANCEL PELO MESMO MOTIVO DO PGDIAUTL NOS FERIADOS
                WHEN WS-OPCAO-JANELAS
                    CALL "PGEXE031"
                    CANCEL "PGJANELA"
                WHEN WS-OPCAO-VIRADA
                    CALL "PGEXE032" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO-HISTORICO
                    CALL "PGEXE033"
      *         CANCEL PELO MESMO MOTIVO DO PGTABREF NAS TABELAS
                WHEN WS-OPCAO-PROFESSORES
                    CALL "PGEXE034"
                    CANCEL "PGATRIB"
                WHEN WS-OPCAO-SEM-PROFESSOR
                    CALL "PGEXE035"
                WHEN WS-OPCAO-RESPONSAVEIS
                    CALL "PGEXE036" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO-SEM-CONTATO
                    CALL "PGEXE037"
                WHEN WS-OPCAO-ALERTA-FALTAS
                    CALL "PGEXE038"
                WHEN WS-OPCAO-GRADE-HORARIA
                    CALL "PGEXE039"
                WHEN WS-OPCAO-PEDIDO-NOTA
                    CALL "PGEXE040" USING WS-OPERADOR-CODIGO
                                          WS-OPERADOR-PERFIL
                WHEN WS-OPCAO-APROVA-PEDIDO
                    CALL "PGEXE041" USING WS-OPERADOR-CODIGO
                                          WS-OPERADOR-PERFIL
                WHEN WS-OPCAO-RELAT-PEDIDOS
                    CALL "PGEXE042"
                WHEN WS-OPCAO-SEGURANCA
                    CALL "PGEXE044"
                WHEN WS-OPCAO-CENSO
                    CALL "PGEXE045"
                WHEN WS-OPCAO-RETORNO-CENSO
                    CALL "PGEXE046"
                WHEN WS-OPCAO-SEGUNDA-TELA
                    MOVE SPACES TO WS-OPCAO-MENU-2
                    PERFORM P150-EXIBE-MENU-2 THRU P150-EXIBE-MENU-2-FIM
                        UNTIL WS-OPCAO2-VOLTAR
                WHEN WS-OPCAO-SAIR
                    CONTINUE
                WHEN OTHER
            END-EVALUATE.
       P100-EXIBE-MENU-FIM.

       P150-EXIBE-MENU-2.
            DISPLAY ' '
            DISPLAY '================================================'
            DISPLAY 'OUTRAS OPCOES - OPERADOR ' WS-OPERADOR-CODIGO
            DISPLAY '1 - MOVIMENTACAO DE MATRICULA'
            DISPLAY '2 - RELATORIO MENSAL DE MOVIMENTACAO'
            DISPLAY '3 - CALENDARIO DA ESCOLA (DIAS SEM AULA)'
            DISPLAY '4 - VALIDACAO DO CALENDARIO LETIVO'
            DISPLAY '5 - GRADE DO CONSELHO DE CLASSE'
            DISPLAY '6 - DECISOES DO CONSELHO DE CLASSE'
            DISPLAY '7 - CATALOGO DE RELATORIOS'
            DISPLAY '8 - RETENCAO E EXPURGO DE RELATORIOS'
            DISPLAY '0 - VOLTAR AO MENU PRINCIPAL'
            DISPLAY '================================================'
            DISPLAY 'ESCOLHA UMA OPCAO: '
            ACCEPT WS-OPCAO-MENU-2

            IF WS-OPCAO2-RESTRITA AND WS-PERFIL-CONSULTA THEN
                DISPLAY 'OPCAO RESTRITA - O SEU PERFIL E SOMENTE '
                        'DE CONSULTA'
                MOVE SPACES TO WS-EVENTO-SESSAO
                STRING "NEGADA OPCAO Z" DELIMITED BY SIZE
                       WS-OPCAO-MENU-2  DELIMITED BY SIZE
                       INTO WS-EVENTO-SESSAO
                PERFORM P800-GRAVA-SESSAO THRU P800-GRAVA-SESSAO-FIM
                GO TO P150-EXIBE-MENU-2-FIM
            END-IF

            IF WS-OPCAO2-ADMINISTRACAO AND WS-PERFIL-PROFESSOR THEN
                DISPLAY 'OPCAO RESTRITA - NAO LIBERADA AO PERFIL '
                        'PROFESSOR'
                MOVE SPACES TO WS-EVENTO-SESSAO
                STRING "NEGADA OPCAO Z" DELIMITED BY SIZE
                       WS-OPCAO-MENU-2  DELIMITED BY SIZE
                       INTO WS-EVENTO-SESSAO
                PERFORM P800-GRAVA-SESSAO THRU P800-GRAVA-SESSAO-FIM
                GO TO P150-EXIBE-MENU-2-FIM
            END-IF

            IF NOT WS-OPCAO2-VOLTAR THEN
                MOVE SPACES TO WS-EVENTO-SESSAO
                STRING "OPCAO Z"       DELIMITED BY SIZE
                       WS-OPCAO-MENU-2 DELIMITED BY SIZE
                       INTO WS-EVENTO-SESSAO
                PERFORM P800-GRAVA-SESSAO THRU P800-GRAVA-SESSAO-FIM
            END-IF

            EVALUATE TRUE
                WHEN WS-OPCAO2-MOVIMENTACAO
                    CALL "PGEXE047" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO2-RELAT-MOVIM
                    CALL "PGEXE048"
                WHEN WS-OPCAO2-CALENDARIO
                    CALL "PGEXE049"
                    CANCEL "PGDIAUTL"
                WHEN WS-OPCAO2-VALIDA-CALEND
                    CALL "PGEXE050"
                WHEN WS-OPCAO2-GRADE-CONS
                    CALL "PGEXE051"
                WHEN WS-OPCAO2-DECISAO-CONS
                    CALL "PGEXE052" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO2-CATALOGO-REL
                    CALL "PGEXE054" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO2-EXPURGO-REL
                    CALL "PGEXE055" USING WS-OPERADOR-CODIGO
                WHEN WS-OPCAO2-VOLTAR
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
            END-EVALUATE.
       P150-EXIBE-MENU-2-FIM.

       P800-GRAVA-SESSAO.
            OPEN EXTEND WS-SESSAO-FILE.

