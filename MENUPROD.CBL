      *    *  MENU DO OPERADOR COM SIGN-ON E NIVEIS DE        *
      *    *  AUTORIZACAO: OPERADOR COMUM (NIVEL 1) TEM       *
      *    *  INCLUSAO, ALTERACAO, CONSULTA E CADASTROS;      *
      *    *  EXCLUSAO, EXCLUSAO EM LOTE, EXPURGO E ESTORNO   *
      *    *  DE MOVIMENTO EXIGEM SUPERVISOR (NIVEL 2). CADA  *
      *    *  SIGN-ON E CADA CHAMADA DE PROGRAMA VAI PARA O   *
      *    *  LOG DE SESSAO                                   *
      *    ****************************************************
      *    A SENHA E GUARDADA CIFRADA (CRIPSEN). TROCA OBRIGATORIA
      *    NO PRIMEIRO ACESSO E QUANDO A SENHA PASSA DA VALIDADE;
      *    SENHAS ERRADAS SEGUIDAS BLOQUEIAM O OPERADOR ATE O
      *    SUPERVISOR LIBERAR. O OPERADOR DO SIGN-ON FICA NA
      *    VARIAVEL DE AMBIENTE MENUPROD_OPERADOR PARA OS PROGRAMAS
      *    CHAMADOS GRAVAREM NOS LOGS E NO KARDEX.
      *    PARAMETRO PELA VARIAVEL DE AMBIENTE:
      *    MENUPROD_VALIDADE  DIAS DE VALIDADE DA SENHA
      *                       (VAZIO = 90; ZERO = NAO EXPIRA)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       77  W-RESP            PIC  X     VALUE SPACE.
       77  W-COD-OPERADOR    PIC  X(12) VALUE SPACES.
       77  W-SENHA           PIC  X(8)  VALUE SPACES.
       77  W-SENHA-NOVA      PIC  X(8)  VALUE SPACES.
       77  W-SENHA-CONFIRMA  PIC  X(8)  VALUE SPACES.
       77  W-SENHA-CIFRADA   PIC  9(12) VALUE ZERO.
       77  W-QTDE-BRANCOS    PIC  9(2)  VALUE ZERO.
       77  W-MIN-SENHA       PIC  9     VALUE 4.
       77  W-NOME-OPERADOR   PIC  X(20) VALUE SPACES.
       77  W-NIVEL-OPERADOR  PIC  9     VALUE ZERO.
           88  OPERADOR-SUPERVISOR  VALUE 2.
           88  SIGNON-OK     VALUE "S".
       77  W-TENTATIVAS      PIC  9     VALUE ZERO.
       77  W-MAX-TENTATIVAS  PIC  9     VALUE 3.
       77  W-MAX-FALHAS      PIC  9     VALUE 3.
       77  W-FILTRO-VALIDADE PIC  X(3)  VALUE SPACES.
       77  W-FILTRO-VALIDADE-J PIC X(3) JUSTIFIED RIGHT
                                        VALUE SPACES.
       77  W-DIAS-VALIDADE   PIC  9(3)  VALUE 90.
       77  W-DIAS-SENHA      PIC  S9(7) VALUE ZERO.
       77  W-DATA-ATUAL-NUM  PIC  9(8)  VALUE ZERO.
       77  W-TROCA-MODO      PIC  X     VALUE "V".
           88  TROCA-FORCADA     VALUE "F".
           88  TROCA-VOLUNTARIA  VALUE "V".
       77  W-TROCA-OK        PIC  X     VALUE "N".
           88  TROCA-EFETUADA    VALUE "S".
       77  W-ESTAVA-BLOQUEADO PIC X     VALUE "N".
           88  ESTAVA-BLOQUEADO  VALUE "S".
       77  OPCAO-MENU        PIC  X     VALUE SPACE.
       77  W-PROGRAMA        PIC  X(8)  VALUE SPACES.
       77  W-ACESSO-OK       PIC  X     VALUE "N".
       01  TELA-SIGNON-DADOS.
           02  D1 LINE 10 COLUMN 22 PIC X(12) TO W-COD-OPERADOR.
           02  D2 LINE 12 COLUMN 22 PIC X(8)  TO W-SENHA SECURE.
       01  TELA-TROCA-SENHA.
           02  BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 15.
           02  T1 LINE 05 COLUMN 15 VALUE
                          "TROCA DE SENHA DO OPERADOR".
           02  T11 LINE 07 COLUMN 22 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 09 COLUMN 10 VALUE "OPERADOR:".
           02  T12 LINE 09 COLUMN 24 PIC X(12) FROM W-COD-OPERADOR.
           02  T3 LINE 11 COLUMN 10 VALUE "SENHA ATUAL:".
           02  T4 LINE 13 COLUMN 10 VALUE "NOVA SENHA:".
           02  T5 LINE 15 COLUMN 10 VALUE "CONFIRMACAO:".
       01  TELA-TROCA-ATUAL.
           02  D4 LINE 11 COLUMN 24 PIC X(8) TO W-SENHA SECURE.
       01  TELA-TROCA-NOVA.
           02  D5 LINE 13 COLUMN 24 PIC X(8) TO W-SENHA-NOVA SECURE.
           02  D6 LINE 15 COLUMN 24 PIC X(8) TO W-SENHA-CONFIRMA
                                             SECURE.
       01  TELA-MENU.
           02  BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 15.
           02  T1 LINE 02 COLUMN 15 VALUE
                          "B - BACKUP ARQUIVOS (SUP)".
           02  T20 LINE 10 COLUMN 50 VALUE
                          "R - RESTAURACAO     (SUP)".
           02  T21 LINE 11 COLUMN 50 VALUE
                          "P - PEDIDOS DE COMPRA".
           02  T22 LINE 12 COLUMN 50 VALUE
                          "E - RECEBIMENTO DE PEDIDO".
           02  T23 LINE 13 COLUMN 50 VALUE
                          "T - TROCAR SENHA".
           02  T24 LINE 14 COLUMN 50 VALUE
                          "S - LIBERAR SENHA   (SUP)".
           02  T25 LINE 15 COLUMN 50 VALUE
                          "L - LOCAIS DE ESTOQUE".
           02  T26 LINE 16 COLUMN 50 VALUE
                          "M - ESTORNO MOVIMENTO (SUP)".
           02  T27 LINE 17 COLUMN 50 VALUE
                          "A - ESTRUTURA DE KITS".
           02  T28 LINE 18 COLUMN 50 VALUE
                          "D - DISPONIBILIDADE KITS".
           02  T16 LINE 19 COLUMN 10 VALUE "OPCAO:".
       01  TELA-MENU-DADOS.
           02  D3 LINE 19 COLUMN 18 PIC X TO OPCAO-MENU AUTO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           MOVE  DATA-SIS  TO  W-DATA-ATUAL-NUM.
           PERFORM TRATAR-VALIDADE.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM ROTINA-SIGNON.
           IF  SIGNON-OK
               PERFORM PUBLICAR-OPERADOR
               PERFORM PROCESSAR-MENU UNTIL OPCAO-MENU = "X"
               MOVE  "LOGOFF"  TO  W-EVENTO
               PERFORM GRAVAR-LOG-SESSAO
               MOVE  SPACES  TO  W-COD-OPERADOR
               PERFORM PUBLICAR-OPERADOR
           END-IF.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           STOP RUN.

       TRATAR-VALIDADE.
           ACCEPT  W-FILTRO-VALIDADE
                   FROM ENVIRONMENT "MENUPROD_VALIDADE".
           IF  W-FILTRO-VALIDADE NOT = SPACES
               UNSTRING  W-FILTRO-VALIDADE  DELIMITED BY SPACE
                   INTO  W-FILTRO-VALIDADE-J
               INSPECT W-FILTRO-VALIDADE-J
                       REPLACING LEADING SPACE BY ZERO
               IF  W-FILTRO-VALIDADE-J NUMERIC
                   MOVE  W-FILTRO-VALIDADE-J  TO  W-DIAS-VALIDADE
               END-IF
           END-IF.

      *  OS PROGRAMAS CHAMADOS LEEM O OPERADOR DO SIGN-ON DESTA
      *  VARIAVEL (SEM ELA, COMO NA RODADA NOTURNA, FICA O LOGNAME);
      *  NO LOGOFF ELA E LIMPA.
       PUBLICAR-OPERADOR.
           DISPLAY "MENUPROD_OPERADOR" UPON ENVIRONMENT-NAME.
           DISPLAY W-COD-OPERADOR UPON ENVIRONMENT-VALUE.

      *  ATE TRES TENTATIVAS DE SIGN-ON; CADA TENTATIVA, VALIDA OU
      *  NEGADA, E REGISTRADA NO LOG DE SESSAO.
       ROTINA-SIGNON.
             TO W-COD-OPERADOR
           MOVE  W-COD-OPERADOR  TO  OPER-CODIGO
           READ  CAD-OPERADOR
           EVALUATE  TRUE
               WHEN  CODERRO-OPE NOT = "00"
                   MOVE  "SIGNON NEGADO"  TO  W-EVENTO
                   PERFORM GRAVAR-LOG-SESSAO
                   DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1440
                           WITH BLINK
               WHEN  OPER-BLOQUEADO
                   MOVE  "SIGNON RECUSADO - BLOQUEADO"  TO  W-EVENTO
                   PERFORM GRAVAR-LOG-SESSAO
                   DISPLAY "OPERADOR BLOQUEADO - PROCURE O SUPERVISOR"
                           AT 1440 WITH BLINK
               WHEN  OTHER
                   CALL  "CRIPSEN"  USING  OPER-CODIGO  W-SENHA
                                           W-SENHA-CIFRADA
                   IF  W-SENHA-CIFRADA = OPER-SENHA-CIFRADA
                       PERFORM ACEITAR-SIGNON
                   ELSE
                       PERFORM REGISTRAR-SENHA-ERRADA
                   END-IF
           END-EVALUATE.

      *  SENHA CERTA ZERA AS FALHAS; NO PRIMEIRO ACESSO (OU APOS
      *  LIBERACAO PELO SUPERVISOR) E COM A SENHA VENCIDA, O SIGN-ON
      *  SO SE COMPLETA DEPOIS DA TROCA.
       ACEITAR-SIGNON.
           MOVE  ZERO  TO  OPER-FALHAS
           REWRITE  REG-OPERADOR
           MOVE  OPER-NOME    TO  W-NOME-OPERADOR
           MOVE  OPER-NIVEL   TO  W-NIVEL-OPERADOR
           MOVE  "SIGNON"     TO  W-EVENTO
           PERFORM GRAVAR-LOG-SESSAO
           PERFORM CALCULAR-IDADE-SENHA
           IF  TROCA-OBRIGATORIA OR
               (W-DIAS-VALIDADE > ZERO AND
                W-DIAS-SENHA > W-DIAS-VALIDADE)
               IF  TROCA-OBRIGATORIA
                   DISPLAY "PRIMEIRO ACESSO - CADASTRE UMA NOVA SENHA"
                           AT 1440 WITH BLINK
               ELSE
                   DISPLAY "SENHA VENCIDA - CADASTRE UMA NOVA SENHA"
                           AT 1440 WITH BLINK
               END-IF
               MOVE  "F"  TO  W-TROCA-MODO
               PERFORM ROTINA-TROCAR-SENHA
               IF  TROCA-EFETUADA
                   MOVE  "S"  TO  W-SIGNON-OK
               ELSE
                   MOVE  "SIGNON SEM TROCA DE SENHA"  TO  W-EVENTO
                   PERFORM GRAVAR-LOG-SESSAO
               END-IF
           ELSE
               MOVE  "S"  TO  W-SIGNON-OK
           END-IF.

      *  DATA DE TROCA AUSENTE OU INVALIDA CONTA COMO SENHA VENCIDA.
       CALCULAR-IDADE-SENHA.
           IF  OPER-DATA-SENHA NUMERIC AND
               OPER-DATA-SENHA > 19000000 AND
               OPER-DATA-SENHA NOT > W-DATA-ATUAL-NUM
               COMPUTE  W-DIAS-SENHA =
                        FUNCTION INTEGER-OF-DATE (W-DATA-ATUAL-NUM)
                      - FUNCTION INTEGER-OF-DATE (OPER-DATA-SENHA)
           ELSE
               MOVE  9999999  TO  W-DIAS-SENHA
           END-IF.

      *  CADA SENHA ERRADA FICA CONTADA NO CADASTRO, E NAO SO NA
      *  SESSAO, PARA NAO ADIANTAR SAIR E ENTRAR DE NOVO NO MENU;
      *  NA ULTIMA O OPERADOR E BLOQUEADO.
       REGISTRAR-SENHA-ERRADA.
           IF  OPER-FALHAS NOT NUMERIC
               MOVE  ZERO  TO  OPER-FALHAS
           END-IF.
           ADD  1  TO  OPER-FALHAS
           IF  OPER-FALHAS >= W-MAX-FALHAS
               MOVE  "B"  TO  OPER-SITUACAO
           END-IF.
           REWRITE  REG-OPERADOR
           IF  OPER-BLOQUEADO
               MOVE  "BLOQUEIO POR SENHA INVALIDA"  TO  W-EVENTO
               PERFORM GRAVAR-LOG-SESSAO
               DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO" AT 1440
                       WITH BLINK
           ELSE
               MOVE  "SIGNON NEGADO"  TO  W-EVENTO
               PERFORM GRAVAR-LOG-SESSAO
                       WITH BLINK
           END-IF.

      *  TROCA DA PROPRIA SENHA: PELO MENU (VOLUNTARIA) PEDE A SENHA
      *  ATUAL; NO SIGN-ON (FORCADA) ELA ACABOU DE SER CONFERIDA. A
      *  NOVA SENHA TEM DE SER DIFERENTE DA ATUAL E CONFIRMADA.
       ROTINA-TROCAR-SENHA.
           MOVE  "N"  TO  W-TROCA-OK
           INITIALIZE  W-SENHA-NOVA  W-SENHA-CONFIRMA.
           MOVE  W-COD-OPERADOR  TO  OPER-CODIGO
           READ  CAD-OPERADOR
           IF  CODERRO-OPE NOT = "00"
               DISPLAY "ERRO AO LER O CADASTRO DO OPERADOR" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY TELA-TROCA-SENHA
               IF  TROCA-VOLUNTARIA
                   INITIALIZE  W-SENHA
                   ACCEPT D4
                   CALL  "CRIPSEN"  USING  OPER-CODIGO  W-SENHA
                                           W-SENHA-CIFRADA
               ELSE
                   MOVE  OPER-SENHA-CIFRADA  TO  W-SENHA-CIFRADA
               END-IF
               IF  W-SENHA-CIFRADA NOT = OPER-SENHA-CIFRADA
                   MOVE  "TROCA DE SENHA NEGADA"  TO  W-EVENTO
                   PERFORM GRAVAR-LOG-SESSAO
                   DISPLAY "SENHA ATUAL INVALIDA" AT 2040
                           WITH FOREGROUND-COLOR 4
               ELSE
                   ACCEPT D5
                   ACCEPT D6
                   PERFORM VALIDAR-SENHA-NOVA
               END-IF
           END-IF.
           MOVE  "V"  TO  W-TROCA-MODO.
       VALIDAR-SENHA-NOVA.
           MOVE  ZERO  TO  W-QTDE-BRANCOS
           INSPECT W-SENHA-NOVA TALLYING W-QTDE-BRANCOS FOR ALL SPACE
           CALL  "CRIPSEN"  USING  OPER-CODIGO  W-SENHA-NOVA
                                   W-SENHA-CIFRADA
           EVALUATE  TRUE
               WHEN  W-QTDE-BRANCOS > 8 - W-MIN-SENHA
                   DISPLAY "A SENHA DEVE TER NO MINIMO 4 CARACTERES"
                           AT 2040 WITH FOREGROUND-COLOR 4
               WHEN  W-SENHA-NOVA NOT = W-SENHA-CONFIRMA
                   DISPLAY "CONFIRMACAO DIFERENTE DA NOVA SENHA"
                           AT 2040 WITH FOREGROUND-COLOR 4
               WHEN  W-SENHA-CIFRADA = OPER-SENHA-CIFRADA
                   DISPLAY "A NOVA SENHA DEVE SER DIFERENTE DA ATUAL"
                           AT 2040 WITH FOREGROUND-COLOR 4
               WHEN  OTHER
                   PERFORM GRAVAR-SENHA-NOVA
           END-EVALUATE.
       GRAVAR-SENHA-NOVA.
           MOVE  W-SENHA-CIFRADA   TO  OPER-SENHA-CIFRADA
           MOVE  W-DATA-ATUAL-NUM  TO  OPER-DATA-SENHA
           MOVE  ZERO  TO  OPER-FALHAS
           MOVE  "N"   TO  OPER-TROCA-SENHA
           REWRITE  REG-OPERADOR
           IF  CODERRO-OPE NOT = "00"
               DISPLAY "ERRO AO GRAVAR A NOVA SENHA" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               MOVE  "S"  TO  W-TROCA-OK
               MOVE  "TROCA DE SENHA"  TO  W-EVENTO
               PERFORM GRAVAR-LOG-SESSAO
               DISPLAY "SENHA ALTERADA" AT 2040
           END-IF.

       PROCESSAR-MENU.
           MOVE  SPACE  TO  OPCAO-MENU.
           DISPLAY TELA-MENU.
               WHEN  "R"
                   MOVE  "RSTARQS"   TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-SUPERVISOR
               WHEN  "P"
                   MOVE  "PEDMANT"   TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-COMUM
               WHEN  "E"
                   MOVE  "PEDRECEB"  TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-COMUM
               WHEN  "L"
                   MOVE  "MANTLOC"   TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-COMUM
               WHEN  "M"
                   MOVE  "ESTORNO"   TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-SUPERVISOR
               WHEN  "A"
                   MOVE  "KITMANT"   TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-COMUM
               WHEN  "D"
                   MOVE  "KITDISP"   TO  W-PROGRAMA
                   PERFORM CHAMAR-PROGRAMA-COMUM
               WHEN  "C"
                   PERFORM ROTINA-CADASTRAR-OPERADOR
               WHEN  "T"
                   MOVE  "V"  TO  W-TROCA-MODO
                   PERFORM ROTINA-TROCAR-SENHA
               WHEN  "S"
                   PERFORM ROTINA-LIBERAR-SENHA
               WHEN  "X"
                   CONTINUE
               WHEN  OTHER
                   DISPLAY "PROGRAMA NAO DISPONIVEL: " W-PROGRAMA
                           AT 2140 WITH FOREGROUND-COLOR 4
           END-CALL.
      *  O CODIGO DE RETORNO DOS JOBS DE LOTE CHAMADOS PELO MENU SO
      *  INTERESSA A CADEIA NOTURNA E NAO PODE VIRAR O DO MENUPROD.
           MOVE  ZERO  TO  RETURN-CODE.

      *  INCLUSAO DE OPERADOR DIRETO PELO MENU (SOMENTE SUPERVISOR),
      *  PARA O CADASTRO DE OPERADORES NAO DEPENDER DE EDICAO MANUAL
       COMPLETAR-CADASTRO-OPERADOR.
           DISPLAY "NOME . . . . . . . . . . :" AT 2210
           ACCEPT  OPER-NOME AT 2238
           DISPLAY "SENHA PROVISORIA . . . . :" AT 2310
           INITIALIZE  W-SENHA-NOVA
           ACCEPT  W-SENHA-NOVA AT 2338 WITH SECURE
           DISPLAY "NIVEL (1=COMUM 2=SUPERV.):" AT 2410
           ACCEPT  OPER-NIVEL AT 2438
           IF  OPER-NIVEL NOT NUMERIC OR
               (OPER-NIVEL NOT = 1 AND OPER-NIVEL NOT = 2)
               DISPLAY "NIVEL INVALIDO" AT 2140 WITH BLINK
           ELSE
               PERFORM PREPARAR-SENHA-PROVISORIA
               WRITE  REG-OPERADOR
               IF  CODERRO-OPE NOT = "00"
                   DISPLAY "ERRO AO INCLUIR O OPERADOR" AT 2140
               END-IF
           END-IF.

      *  SENHA PROVISORIA (OPERADOR NOVO OU LIBERADO PELO
      *  SUPERVISOR): GRAVADA CIFRADA, SEM FALHAS NEM BLOQUEIO, E
      *  COM TROCA OBRIGATORIA NO PROXIMO SIGN-ON.
       PREPARAR-SENHA-PROVISORIA.
           CALL  "CRIPSEN"  USING  OPER-CODIGO  W-SENHA-NOVA
                                   OPER-SENHA-CIFRADA
           MOVE  W-DATA-ATUAL-NUM  TO  OPER-DATA-SENHA
           MOVE  ZERO  TO  OPER-FALHAS
           MOVE  "A"   TO  OPER-SITUACAO
           MOVE  "S"   TO  OPER-TROCA-SENHA.

      *  LIBERACAO DE OPERADOR (SOMENTE SUPERVISOR): GRAVA UMA SENHA
      *  PROVISORIA E DESBLOQUEIA; E A UNICA FORMA DE TIRAR O
      *  BLOQUEIO POR SENHAS ERRADAS.
       ROTINA-LIBERAR-SENHA.
           IF  NOT OPERADOR-SUPERVISOR
               DISPLAY "ACESSO RESTRITO AO SUPERVISOR" AT 2140
                       WITH BLINK
               MOVE  "ACESSO NEGADO LIBERA SENHA"  TO  W-EVENTO
               PERFORM GRAVAR-LOG-SESSAO
           ELSE
               INITIALIZE  REG-OPERADOR
               DISPLAY "CODIGO DO OPERADOR . . . :" AT 2110
               ACCEPT  OPER-CODIGO AT 2138
               MOVE FUNCTION UPPER-CASE (OPER-CODIGO) TO OPER-CODIGO
               READ  CAD-OPERADOR
               IF  CODERRO-OPE NOT = "00"
                   DISPLAY "OPERADOR NAO CADASTRADO" AT 2140
                           WITH BLINK
               ELSE
                   PERFORM LIBERAR-OPERADOR
               END-IF
           END-IF.
       LIBERAR-OPERADOR.
           MOVE  "N"  TO  W-ESTAVA-BLOQUEADO
           IF  OPER-BLOQUEADO
               MOVE  "S"  TO  W-ESTAVA-BLOQUEADO
           END-IF.
           DISPLAY "SENHA PROVISORIA . . . . :" AT 2210
           INITIALIZE  W-SENHA-NOVA
           ACCEPT  W-SENHA-NOVA AT 2238 WITH SECURE
           IF  W-SENHA-NOVA = SPACES
               DISPLAY "SENHA INVALIDA" AT 2140 WITH BLINK
           ELSE
               PERFORM PREPARAR-SENHA-PROVISORIA
               REWRITE  REG-OPERADOR
               IF  CODERRO-OPE NOT = "00"
                   DISPLAY "ERRO AO LIBERAR O OPERADOR" AT 2140
                           WITH FOREGROUND-COLOR 4
               ELSE
                   IF  ESTAVA-BLOQUEADO
                       MOVE  SPACES  TO  W-EVENTO
                       STRING  "DESBLOQUEIO "  DELIMITED BY SIZE
                               OPER-CODIGO     DELIMITED BY SIZE
                               INTO  W-EVENTO
                       PERFORM GRAVAR-LOG-SESSAO
                   END-IF
                   MOVE  SPACES  TO  W-EVENTO
                   STRING  "SENHA LIBERADA "  DELIMITED BY SIZE
                           OPER-CODIGO        DELIMITED BY SIZE
                           INTO  W-EVENTO
                   PERFORM GRAVAR-LOG-SESSAO
                   DISPLAY "OPERADOR LIBERADO - TROCA NO PROXIMO "
                           "ACESSO" AT 2140
               END-IF
           END-IF.

       GRAVAR-LOG-SESSAO.
           ACCEPT  HORA-SIS  FROM  TIME
           MOVE  HORA OF HORA-SIS  TO  HF-HORA
           MOVE FUNCTION UPPER-CASE (OPER-CODIGO) TO OPER-CODIGO
           DISPLAY "NOME . . . . . . . . . . :" AT 1110
           ACCEPT  OPER-NOME AT 1138
           DISPLAY "SENHA PROVISORIA . . . . :" AT 1210
           INITIALIZE  W-SENHA-NOVA
           ACCEPT  W-SENHA-NOVA AT 1238 WITH SECURE
           MOVE  2  TO  OPER-NIVEL
           PERFORM PREPARAR-SENHA-PROVISORIA
           WRITE  REG-OPERADOR.
           IF  CODERRO-OPE NOT = "00"
               DISPLAY "ERRO AO GRAVAR O SUPERVISOR INICIAL" AT 2040
