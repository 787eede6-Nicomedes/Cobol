       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  MOVIMENTACAO DE ESTOQUE (ENTRADA, SAIDA,    *
      *    *  PEDIDO EM ABERTO, LIBERACAO E TRANSFERENCIA *
      *    *  ENTRE LOCAIS) COM KARDEX                    *
      *    ************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KARDSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
           COPY  KITSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KARDEX.
           COPY  LOCAL.
           COPY  ESTLOC.
           COPY  KIT.
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX       PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC       PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT       PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR        PIC  X(12) VALUE SPACES.
       77  W-RESP            PIC  X     VALUE SPACE.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-MOVIM         PIC X VALUE SPACE.
       88  OPC-MOVIM-OK      VALUE "S" "N".
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
      *  TIPOS DE MOVIMENTO:
      *  E = ENTRADA (RECEBIMENTO)        SOMA EM QTDE-ESTOQUE
      *  S = SAIDA (EXPEDICAO)            SUBTRAI DE QTDE-ESTOQUE
      *  A = ABERTURA DE PEDIDO           SOMA EM QTDE-PEDIDO-ABERTO
      *  L = LIBERACAO DE PEDIDO          SUBTRAI DE QTDE-PEDIDO-ABERTO
      *  T = TRANSFERENCIA ENTRE LOCAIS   SO MUDA O SALDO POR LOCAL
      *  E E S TAMBEM MEXEM NO SALDO DO LOCAL INFORMADO (ESTLOCAL).
      *  UM KIT (PRODUTO COM ESTRUTURA NO ARQUIVO DE KITS) NAO TEM
      *  SALDO PROPRIO E SO ADMITE S, QUE BAIXA CADA COMPONENTE NA
      *  QUANTIDADE DA ESTRUTURA VEZES A QUANTIDADE DE KITS.
       77  W-TIPO-MOV        PIC  X     VALUE SPACE.
           88  TIPO-MOV-OK         VALUE "E" "S" "A" "L" "T".
           88  MOV-ENTRADA         VALUE "E".
           88  MOV-SAIDA           VALUE "S".
           88  MOV-ABRE-PEDIDO     VALUE "A".
           88  MOV-LIBERA-PEDIDO   VALUE "L".
           88  MOV-TRANSFERENCIA   VALUE "T".
       77  W-QTDE-MOV        PIC  9(5)  VALUE ZERO.
      *  CUSTO UNITARIO PAGO, INFORMADO SOMENTE NA ENTRADA
       77  W-CUSTO-UNIT      PIC  9(4)V99  VALUE ZERO.
       77  W-ESTOQUE-NOVO    PIC  X     VALUE "N".
           88  REGISTRO-ESTOQUE-NOVO   VALUE "S".
       77  W-MOVIMENTO-OK    PIC  X     VALUE "N".
           88  MOVIMENTO-VALIDO        VALUE "S".
      *  LOCAL DO MOVIMENTO E, NA TRANSFERENCIA, LOCAL DE DESTINO
       77  W-LOCAL           PIC  X(3)  VALUE SPACES.
       77  W-LOCAL-DESTINO   PIC  X(3)  VALUE SPACES.
       77  W-LOCAL-OK        PIC  X     VALUE "N".
           88  LOCAL-VALIDO            VALUE "S".
       77  W-SALDO-LOCAL     PIC  9(5)  VALUE ZERO.
       77  W-SALDO-DESTINO   PIC  9(5)  VALUE ZERO.
       77  W-LOCAL-NOVO      PIC  X     VALUE "N".
           88  REGISTRO-LOCAL-NOVO     VALUE "S".
       77  W-DESTINO-NOVO    PIC  X     VALUE "N".
           88  REGISTRO-DESTINO-NOVO   VALUE "S".
      *  PARAMETROS DE GRAVAR-SALDO-LOCAL
       77  W-LOC-GRAVAR      PIC  X(3)  VALUE SPACES.
       77  W-QTDE-GRAVAR     PIC  9(5)  VALUE ZERO.
       77  W-NOVO-GRAVAR     PIC  X     VALUE "N".
      *  ESTRUTURA DO KIT EM MOVIMENTO; O ARQUIVO DE KITS E OPCIONAL
      *  (SEM ELE NENHUM PRODUTO E KIT).
       77  W-KIT-OK          PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL      VALUE "S".
       77  W-PRODUTO-KIT     PIC  X     VALUE "N".
           88  PRODUTO-KIT             VALUE "S".
       77  W-ERRO-KIT        PIC  X     VALUE "N".
           88  ERRO-NO-KIT             VALUE "S".
       77  W-FIM-ITENS       PIC  X     VALUE "N".
           88  FIM-ITENS               VALUE "S".
       77  W-CODKIT          PIC  9(5)  VALUE ZERO.
       77  W-MAX-COMP        PIC  9(2)  VALUE 20.
       77  W-QTD-COMP        PIC  9(2)  VALUE ZERO.
       77  W-IX-COMP         PIC  9(2)  VALUE ZERO.
       77  W-NECESSARIO      PIC  9(9)  VALUE ZERO.
       77  W-SALDO-COMP      PIC  9(5)  VALUE ZERO.
       77  W-SALDO-COMP-LOC  PIC  9(5)  VALUE ZERO.
           COPY  LOCPAD.
       01  W-TABELA-COMPONENTES.
           02  W-TAB-COMP  OCCURS 20 TIMES.
               03  W-TAB-CODCOMP    PIC  9(5).
               03  W-TAB-QTDE       PIC  9(4).
               03  W-TAB-BAIXA      PIC  9(5).
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  T4 LINE 14 COLUMN 10 VALUE "DESCRICAO:".
           02  T8 LINE 12 COLUMN 45 VALUE "ESTOQUE:".
           02  T9 LINE 14 COLUMN 45 VALUE "PED.ABERTO:".
           02  T14 LINE 15 COLUMN 10 VALUE "LOCAL:".
           02  T15 LINE 15 COLUMN 45 VALUE "NO LOCAL:".
           02  T5 LINE 16 COLUMN 10 VALUE "TIPO (E/S/A/L/T):".
           02  T12 LINE 16 COLUMN 45 VALUE "QUANTIDADE:".
           02  T13 LINE 17 COLUMN 45 VALUE "CUSTO UNIT.:".
           02  T16 LINE 17 COLUMN 10 VALUE "DESTINO (T):".
           02  T6 LINE 18 COLUMN 10 VALUE
                          "CONFIRMA O MOVIMENTO?(S/N): ".
           02  T7 LINE 20 COLUMN 10 VALUE "OUTRO MOVIMENTO?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 10 COLUMN 40 PIC ZZZZ9 TO W-CODPROD-PESQUISA.
           02  D1 LINE 12 COLUMN 22 PIC ZZZZ9    FROM CODPROD.
           02  D2 LINE 14 COLUMN 22 PIC X(20)    FROM DESCRI.
           02  D5 LINE 12 COLUMN 57 PIC ZZZZ9    FROM QTDE-ESTOQUE.
           02  D6 LINE 14 COLUMN 57 PIC ZZZZ9
                                     FROM QTDE-PEDIDO-ABERTO.
           02  D9 LINE 15 COLUMN 22 PIC X(3)     USING W-LOCAL.
           02  D11 LINE 15 COLUMN 57 PIC ZZZZ9   FROM W-SALDO-LOCAL.
           02  D3 LINE 16 COLUMN 28 PIC X        TO W-TIPO-MOV AUTO.
           02  D7 LINE 16 COLUMN 57 PIC ZZZZ9    TO W-QTDE-MOV.
           02  D8 LINE 17 COLUMN 57 PIC ZZZ9,99  TO W-CUSTO-UNIT.
           02  D10 LINE 17 COLUMN 26 PIC X(3)    USING W-LOCAL-DESTINO.
           02  D-ALT LINE 18 COLUMN  39 PIC X    TO OPC-MOVIM AUTO.
           02  D4 LINE 20 COLUMN 35 PIC X        TO    OPC  AUTO.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL OPC = "N".
           PERFORM FECHAR-ARQUIVO.
           GOBACK.
       PROCESSA.
           INITIALIZE DATA-DIA CODERRO CODERRO-EST W-CODPROD-PESQUISA
                      W-TIPO-MOV W-QTDE-MOV W-CUSTO-UNIT
                      W-LOCAL W-LOCAL-DESTINO W-SALDO-LOCAL
                      W-SALDO-DESTINO.
           MOVE CORR DATA-SIS TO DATA-DIA.
           DISPLAY TELA.

           ACCEPT D0
           MOVE W-CODPROD-PESQUISA  TO  CODPROD    *> Importante
           IF  W-CODPROD-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 1140
                       WITH BLINK
           ELSE
      *ROTINA PARA LEITURA (PESQUISA) NO CADASTRO DE PRODUTO
               ELSE
                   PERFORM  LER-SALDO-ESTOQUE
                   PERFORM  EXIBIR-DADOS-DO-REGISTRO
                   PERFORM  CARREGAR-ESTRUTURA-KIT
                   PERFORM  ROTINA-MOVIMENTAR
               END-IF
           END-IF.
               INITIALIZE  REG-ESTOQUE
               MOVE  CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.

      *  PRODUTO COM COMPONENTES NO ARQUIVO DE KITS E UM KIT.
       CARREGAR-ESTRUTURA-KIT.
           MOVE  "N"      TO  W-PRODUTO-KIT
           MOVE  ZERO     TO  W-QTD-COMP
           IF  ARQ-KIT-DISPONIVEL
               MOVE  "N"      TO  W-FIM-ITENS
               MOVE  CODPROD  TO  W-CODKIT  KIT-CODKIT
               MOVE  ZEROS    TO  KIT-CODCOMP
               START  CAD-KIT  KEY NOT < KIT-CHAVE
                   INVALID KEY
                       MOVE  "S"  TO  W-FIM-ITENS
               END-START
               PERFORM  GUARDAR-COMPONENTE-KIT  UNTIL  FIM-ITENS
               IF  W-QTD-COMP > ZERO
                   MOVE  "S"  TO  W-PRODUTO-KIT
                   DISPLAY "KIT: A SAIDA BAIXA OS COMPONENTES" AT 1140
               END-IF
           END-IF.
       GUARDAR-COMPONENTE-KIT.
           READ  CAD-KIT  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  KIT-CODKIT NOT = W-CODKIT OR
                       W-QTD-COMP NOT < W-MAX-COMP
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       ADD  1  TO  W-QTD-COMP
                       MOVE  KIT-CODCOMP  TO  W-TAB-CODCOMP (W-QTD-COMP)
                       MOVE  KIT-QTDE     TO  W-TAB-QTDE    (W-QTD-COMP)
                       MOVE  ZERO         TO  W-TAB-BAIXA   (W-QTD-COMP)
                   END-IF
           END-READ.

       ROTINA-MOVIMENTAR.
           PERFORM  PEDIR-LOCAL
           IF  LOCAL-VALIDO
               PERFORM  PEDIR-TIPO-E-QUANTIDADE
           END-IF.

      *  TODO MOVIMENTO E FEITO EM UM LOCAL DO CADASTRO DE LOCAIS;
      *  EM BRANCO ASSUME O LOCAL PADRAO (LOCPAD).
       PEDIR-LOCAL.
           ACCEPT D9
           MOVE FUNCTION UPPER-CASE (W-LOCAL) TO W-LOCAL
           IF  W-LOCAL = SPACES
               MOVE  LOC-PADRAO  TO  W-LOCAL
           END-IF
           DISPLAY  D9
           MOVE  W-LOCAL  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC = "00"
               MOVE  "S"  TO  W-LOCAL-OK
               PERFORM  LER-SALDO-LOCAL
               DISPLAY  D11
           ELSE
               MOVE  "N"  TO  W-LOCAL-OK
               DISPLAY "LOCAL NAO CADASTRADO" AT 1140 WITH BLINK
           END-IF.

      *  PRODUTO SEM REGISTRO NO LOCAL TEM SALDO ZERO ALI; O
      *  REGISTRO SO E CRIADO QUANDO ENTRA MERCADORIA NO LOCAL.
       LER-SALDO-LOCAL.
           MOVE  "N"      TO  W-LOCAL-NOVO
           MOVE  CODPROD  TO  ELC-CODPROD
           MOVE  W-LOCAL  TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-LOCAL
           ELSE
               MOVE  "S"   TO  W-LOCAL-NOVO
               MOVE  ZERO  TO  W-SALDO-LOCAL
           END-IF.

       LER-SALDO-DESTINO.
           MOVE  "N"              TO  W-DESTINO-NOVO
           MOVE  CODPROD          TO  ELC-CODPROD
           MOVE  W-LOCAL-DESTINO  TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-DESTINO
           ELSE
               MOVE  "S"   TO  W-DESTINO-NOVO
               MOVE  ZERO  TO  W-SALDO-DESTINO
           END-IF.

      *  O DESTINO DA TRANSFERENCIA TEM DE SER OUTRO LOCAL CADASTRADO.
       PEDIR-DESTINO.
           ACCEPT D10
           MOVE FUNCTION UPPER-CASE (W-LOCAL-DESTINO)
                TO W-LOCAL-DESTINO
           MOVE  W-LOCAL-DESTINO  TO  CODLOCAL
           IF  W-LOCAL-DESTINO = SPACES OR W-LOCAL-DESTINO = W-LOCAL
               MOVE  "N"  TO  W-MOVIMENTO-OK
               DISPLAY "LOCAL DE DESTINO INVALIDO" AT 1140 WITH BLINK
           ELSE
               READ  CAD-LOCAL
               IF  CODERRO-LOC = "00"
                   PERFORM  LER-SALDO-DESTINO
               ELSE
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   DISPLAY "LOCAL DE DESTINO NAO CADASTRADO" AT 1140
                           WITH BLINK
               END-IF
           END-IF.

       PEDIR-TIPO-E-QUANTIDADE.
      *PEDE O TIPO DE MOVIMENTO E A QUANTIDADE
           PERFORM WITH TEST AFTER UNTIL TIPO-MOV-OK
               ACCEPT D3
               IF  TIPO-MOV-OK
                   DISPLAY "                       " AT 2040
               ELSE
                   DISPLAY " DIGITE E, S, A, L OU T" AT 2040
               END-IF
           END-PERFORM.
           ACCEPT D7
               DISPLAY "QUANTIDADE INVALIDA" AT 1140 WITH BLINK
           ELSE
               PERFORM  VALIDAR-MOVIMENTO
               IF  MOVIMENTO-VALIDO AND MOV-ENTRADA
                   PERFORM  PEDIR-CUSTO-UNITARIO
               END-IF
               IF  MOVIMENTO-VALIDO
                   PERFORM  CONFIRMAR-E-GRAVAR
               END-IF
           END-IF.

      *  TODA ENTRADA TRAZ O CUSTO UNITARIO PAGO, QUE ALIMENTA O
      *  CUSTO MEDIO PONDERADO DO PRODUTO.
       PEDIR-CUSTO-UNITARIO.
           ACCEPT D8
           IF  W-CUSTO-UNIT = ZEROS OR W-CUSTO-UNIT NOT NUMERIC
               MOVE  "N"  TO  W-MOVIMENTO-OK
               DISPLAY "CUSTO UNITARIO INVALIDO" AT 1140 WITH BLINK
           END-IF.

      *  SAIDA E LIBERACAO NAO PODEM DEIXAR O SALDO NEGATIVO; ENTRADA
      *  E ABERTURA NAO PODEM ESTOURAR A CAPACIDADE DO CAMPO.
       VALIDAR-MOVIMENTO.
           MOVE  "S"  TO  W-MOVIMENTO-OK
           EVALUATE  TRUE
               WHEN  PRODUTO-KIT AND NOT MOV-SAIDA
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   DISPLAY "KIT SO ADMITE SAIDA (S)" AT 1140 WITH BLINK
               WHEN  PRODUTO-KIT
                   PERFORM  VALIDAR-SAIDA-KIT
               WHEN  MOV-ENTRADA
                   IF  QTDE-ESTOQUE + W-QTDE-MOV > 99999
                       MOVE  "N"  TO  W-MOVIMENTO-OK
                       MOVE  "N"  TO  W-MOVIMENTO-OK
                       DISPLAY "SALDO DE ESTOQUE INSUFICIENTE"
                               AT 1140 WITH BLINK
                   ELSE
                       IF  W-QTDE-MOV > W-SALDO-LOCAL
                           MOVE  "N"  TO  W-MOVIMENTO-OK
                           DISPLAY "SALDO INSUFICIENTE NO LOCAL"
                                   AT 1140 WITH BLINK
                       END-IF
                   END-IF
               WHEN  MOV-ABRE-PEDIDO
                   IF  QTDE-PEDIDO-ABERTO + W-QTDE-MOV > 99999
                       DISPLAY "SALDO DE PEDIDO INSUFICIENTE"
                               AT 1140 WITH BLINK
                   END-IF
               WHEN  MOV-TRANSFERENCIA
                   PERFORM  PEDIR-DESTINO
                   IF  MOVIMENTO-VALIDO
                       PERFORM  VALIDAR-TRANSFERENCIA
                   END-IF
           END-EVALUATE.

      *  A SAIDA DO KIT E RECUSADA POR INTEIRO SE QUALQUER COMPONENTE
      *  NAO TIVER SALDO, TOTAL OU NO LOCAL, PARA A QUANTIDADE PEDIDA.
       VALIDAR-SAIDA-KIT.
           PERFORM  VALIDAR-COMPONENTE-KIT
                    VARYING W-IX-COMP FROM 1 BY 1
                    UNTIL W-IX-COMP > W-QTD-COMP
                       OR NOT MOVIMENTO-VALIDO.
           PERFORM  LER-SALDO-ESTOQUE.
       VALIDAR-COMPONENTE-KIT.
           COMPUTE  W-NECESSARIO = W-TAB-QTDE (W-IX-COMP) * W-QTDE-MOV
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00"
               MOVE  QTDE-ESTOQUE  TO  W-SALDO-COMP
           ELSE
               MOVE  ZERO          TO  W-SALDO-COMP
           END-IF
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  ELC-CODPROD
           MOVE  W-LOCAL                    TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-COMP-LOC
           ELSE
               MOVE  ZERO      TO  W-SALDO-COMP-LOC
           END-IF
           EVALUATE  TRUE
               WHEN  W-NECESSARIO > W-SALDO-COMP
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   DISPLAY "COMPONENTE " W-TAB-CODCOMP (W-IX-COMP)
                           " SEM SALDO SUFICIENTE" AT 1140 WITH BLINK
               WHEN  W-NECESSARIO > W-SALDO-COMP-LOC
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   DISPLAY "COMPONENTE " W-TAB-CODCOMP (W-IX-COMP)
                           " SEM SALDO NO LOCAL" AT 1140 WITH BLINK
               WHEN  OTHER
                   MOVE  W-NECESSARIO  TO  W-TAB-BAIXA (W-IX-COMP)
           END-EVALUATE.

       VALIDAR-TRANSFERENCIA.
           IF  W-QTDE-MOV > W-SALDO-LOCAL
               MOVE  "N"  TO  W-MOVIMENTO-OK
               DISPLAY "SALDO INSUFICIENTE NO LOCAL" AT 1140
                       WITH BLINK
           ELSE
               IF  W-SALDO-DESTINO + W-QTDE-MOV > 99999
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   DISPLAY "SALDO DO DESTINO ESTOURA O LIMITE" AT 1140
                           WITH BLINK
               END-IF
           END-IF.

       CONFIRMAR-E-GRAVAR.
      *  OPCAO PARA GRAVAR OU DESISTIR
           PERFORM WITH TEST AFTER UNTIL OPC-MOVIM-OK
      *  REALMENTE GRAVADO NO ARQUIVO DE ESTOQUE; SE O WRITE/REWRITE
      *  FALHAR, NADA VAI PARA O HISTORICO.
       APLICAR-MOVIMENTO.
           EVALUATE  TRUE
               WHEN  PRODUTO-KIT
                   PERFORM  APLICAR-SAIDA-KIT
               WHEN  MOV-TRANSFERENCIA
                   PERFORM  APLICAR-TRANSFERENCIA
               WHEN  OTHER
                   PERFORM  APLICAR-MOVIMENTO-ESTOQUE
           END-EVALUATE.

       APLICAR-MOVIMENTO-ESTOQUE.
           EVALUATE  TRUE
               WHEN  MOV-ENTRADA
                   PERFORM  CALCULAR-CUSTO-MEDIO
                   ADD  W-QTDE-MOV  TO  QTDE-ESTOQUE
               WHEN  MOV-SAIDA
                   SUBTRACT  W-QTDE-MOV  FROM  QTDE-ESTOQUE
                       WITH FOREGROUND-COLOR 4
           ELSE
               MOVE  "N"  TO  W-ESTOQUE-NOVO
               IF  MOV-ENTRADA OR MOV-SAIDA
                   PERFORM  ATUALIZAR-SALDO-LOCAL
               END-IF
               PERFORM  EXIBIR-DADOS-DO-REGISTRO
               PERFORM  GRAVAR-KARDEX
               DISPLAY "MOVIMENTO GRAVADO" AT 2040
           END-IF.

      *  CADA COMPONENTE SAI DO ESTOQUE E DO LOCAL DO MOVIMENTO E
      *  GANHA SUA LINHA S NO KARDEX COM O CODIGO DO KIT; O KIT EM SI
      *  NAO TEM SALDO NEM LINHA NO KARDEX. SE UM SALDO NAO PUDER SER
      *  GRAVADO, PARA NO COMPONENTE COM ERRO E AVISA QUAL FOI.
       APLICAR-SAIDA-KIT.
           MOVE  "N"  TO  W-ERRO-KIT
           PERFORM  BAIXAR-COMPONENTE
                    VARYING W-IX-COMP FROM 1 BY 1
                    UNTIL W-IX-COMP > W-QTD-COMP OR ERRO-NO-KIT.
           PERFORM  LER-SALDO-ESTOQUE
           PERFORM  LER-SALDO-LOCAL
           PERFORM  EXIBIR-DADOS-DO-REGISTRO
           DISPLAY  D11
           IF  NOT ERRO-NO-KIT
               DISPLAY "SAIDA DO KIT GRAVADA" AT 2040
           END-IF.
       BAIXAR-COMPONENTE.
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00"
               SUBTRACT  W-TAB-BAIXA (W-IX-COMP)  FROM  QTDE-ESTOQUE
               REWRITE  REG-ESTOQUE
           END-IF
           IF  CODERRO-EST NOT = "00"
               MOVE  "S"  TO  W-ERRO-KIT
               DISPLAY "ERRO AO GRAVAR O SALDO DO COMPONENTE "
                       W-TAB-CODCOMP (W-IX-COMP) AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               IF  CUSTO-MEDIO NOT NUMERIC
                   MOVE  ZERO  TO  CUSTO-MEDIO
               END-IF
               PERFORM  BAIXAR-COMPONENTE-LOCAL
           END-IF.
       BAIXAR-COMPONENTE-LOCAL.
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  ELC-CODPROD
           MOVE  W-LOCAL                    TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               SUBTRACT  W-TAB-BAIXA (W-IX-COMP)  FROM  ELC-QTDE
               MOVE  ELC-QTDE  TO  W-SALDO-COMP-LOC
               REWRITE  REG-ESTLOCAL
           END-IF
           IF  CODERRO-ELC NOT = "00"
               MOVE  "S"  TO  W-ERRO-KIT
               DISPLAY "ERRO AO GRAVAR O LOCAL DO COMPONENTE "
                       W-TAB-CODCOMP (W-IX-COMP) AT 2140
                       WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM  GRAVAR-KARDEX-COMPONENTE
           END-IF.

      *  ENTRADA E SAIDA ACOMPANHAM O SALDO TOTAL NO LOCAL DO
      *  MOVIMENTO, PARA A SOMA DOS LOCAIS CONTINUAR IGUAL AO TOTAL.
       ATUALIZAR-SALDO-LOCAL.
           IF  MOV-ENTRADA
               ADD  W-QTDE-MOV  TO  W-SALDO-LOCAL
           ELSE
               SUBTRACT  W-QTDE-MOV  FROM  W-SALDO-LOCAL
           END-IF
           MOVE  W-LOCAL        TO  W-LOC-GRAVAR
           MOVE  W-SALDO-LOCAL  TO  W-QTDE-GRAVAR
           MOVE  W-LOCAL-NOVO   TO  W-NOVO-GRAVAR
           PERFORM  GRAVAR-SALDO-LOCAL
           IF  CODERRO-ELC = "00"
               MOVE  "N"  TO  W-LOCAL-NOVO
               DISPLAY  D11
           ELSE
               DISPLAY "ERRO AO GRAVAR O SALDO DO LOCAL" AT 2140
                       WITH FOREGROUND-COLOR 4
           END-IF.

      *  A TRANSFERENCIA SO MEXE NO SALDO POR LOCAL: SAI DA ORIGEM E
      *  ENTRA NO DESTINO, E O SALDO TOTAL DO ARQUIVO DE ESTOQUE NAO
      *  MUDA. O KARDEX SO RECEBE O PAR DE LINHAS (T NA ORIGEM, R NO
      *  DESTINO) DEPOIS DOS DOIS SALDOS GRAVADOS; SE O DESTINO
      *  FALHAR, A ORIGEM VOLTA AO SALDO ANTERIOR.
       APLICAR-TRANSFERENCIA.
           SUBTRACT  W-QTDE-MOV  FROM  W-SALDO-LOCAL
           MOVE  W-LOCAL        TO  W-LOC-GRAVAR
           MOVE  W-SALDO-LOCAL  TO  W-QTDE-GRAVAR
           MOVE  W-LOCAL-NOVO   TO  W-NOVO-GRAVAR
           PERFORM  GRAVAR-SALDO-LOCAL
           IF  CODERRO-ELC NOT = "00"
               ADD  W-QTDE-MOV  TO  W-SALDO-LOCAL
               DISPLAY "ERRO AO GRAVAR O SALDO DA ORIGEM" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               ADD  W-QTDE-MOV  TO  W-SALDO-DESTINO
               MOVE  W-LOCAL-DESTINO  TO  W-LOC-GRAVAR
               MOVE  W-SALDO-DESTINO  TO  W-QTDE-GRAVAR
               MOVE  W-DESTINO-NOVO   TO  W-NOVO-GRAVAR
               PERFORM  GRAVAR-SALDO-LOCAL
               IF  CODERRO-ELC NOT = "00"
                   PERFORM  DESFAZER-SAIDA-ORIGEM
                   DISPLAY "ERRO AO GRAVAR O SALDO DO DESTINO" AT 2040
                           WITH FOREGROUND-COLOR 4
               ELSE
                   MOVE  "N"  TO  W-DESTINO-NOVO
                   DISPLAY  D11
                   PERFORM  GRAVAR-KARDEX
                   DISPLAY "TRANSFERENCIA GRAVADA" AT 2040
               END-IF
           END-IF.

       DESFAZER-SAIDA-ORIGEM.
           SUBTRACT  W-QTDE-MOV  FROM  W-SALDO-DESTINO
           ADD  W-QTDE-MOV  TO  W-SALDO-LOCAL
           MOVE  W-LOCAL        TO  W-LOC-GRAVAR
           MOVE  W-SALDO-LOCAL  TO  W-QTDE-GRAVAR
           MOVE  "N"            TO  W-NOVO-GRAVAR
           PERFORM  GRAVAR-SALDO-LOCAL.

      *  GRAVA O SALDO DO PRODUTO NO LOCAL W-LOC-GRAVAR; O REGISTRO
      *  E CRIADO (WRITE) QUANDO O PRODUTO AINDA NAO TINHA SALDO ALI.
       GRAVAR-SALDO-LOCAL.
           INITIALIZE  REG-ESTLOCAL
           MOVE  CODPROD        TO  ELC-CODPROD
           MOVE  W-LOC-GRAVAR   TO  ELC-LOCAL
           MOVE  W-QTDE-GRAVAR  TO  ELC-QTDE
           IF  W-NOVO-GRAVAR = "S"
               WRITE  REG-ESTLOCAL
           ELSE
               REWRITE  REG-ESTLOCAL
           END-IF.

      *  CUSTO MEDIO PONDERADO: O SALDO ANTERIOR AO CUSTO MEDIO
      *  VIGENTE MAIS A ENTRADA AO CUSTO PAGO, SOBRE O NOVO SALDO.
      *  SAIDAS NAO ALTERAM O CUSTO MEDIO.
       CALCULAR-CUSTO-MEDIO.
           COMPUTE  CUSTO-MEDIO ROUNDED =
                    (QTDE-ESTOQUE * CUSTO-MEDIO
                     + W-QTDE-MOV * W-CUSTO-UNIT)
                    / (QTDE-ESTOQUE + W-QTDE-MOV).

       GRAVAR-KARDEX.
           MOVE  CODPROD             TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  ZERO                TO  KDX-PEDIDO
           IF  MOV-ENTRADA
               MOVE  W-CUSTO-UNIT    TO  KDX-CUSTO-UNIT
           ELSE
               MOVE  CUSTO-MEDIO     TO  KDX-CUSTO-UNIT
           END-IF
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  W-LOCAL             TO  KDX-LOCAL
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           IF  MOV-ABRE-PEDIDO OR MOV-LIBERA-PEDIDO
               MOVE  SPACES          TO  KDX-SALDO-LOCAL-X
           ELSE
               MOVE  W-SALDO-LOCAL   TO  KDX-SALDO-LOCAL
           END-IF
           IF  MOV-TRANSFERENCIA
               MOVE  W-LOCAL-DESTINO TO  KDX-LOCAL-CONTRA
           END-IF
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  ZERO                TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX" AT 2040
                       WITH FOREGROUND-COLOR 4
           END-IF.
           IF  MOV-TRANSFERENCIA
               PERFORM  GRAVAR-KARDEX-CHEGADA
           END-IF.

      *  SEGUNDA LINHA DA TRANSFERENCIA: A CHEGADA (R) NO DESTINO,
      *  COM O LOCAL DE ORIGEM COMO CONTRAPARTIDA.
       GRAVAR-KARDEX-CHEGADA.
           MOVE  "R"                 TO  KDX-TIPO-MOV
           MOVE  W-LOCAL-DESTINO     TO  KDX-LOCAL
           MOVE  W-SALDO-DESTINO     TO  KDX-SALDO-LOCAL
           MOVE  W-LOCAL             TO  KDX-LOCAL-CONTRA
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX" AT 2040
                       WITH FOREGROUND-COLOR 4
           END-IF.

      *  LINHA S DE UM COMPONENTE BAIXADO PELA SAIDA DE UM KIT.
       GRAVAR-KARDEX-COMPONENTE.
           MOVE  CODPROD-EST         TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  "S"                 TO  KDX-TIPO-MOV
           MOVE  W-TAB-BAIXA (W-IX-COMP)  TO  KDX-QTDE-MOV
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  ZERO                TO  KDX-PEDIDO
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  W-LOCAL             TO  KDX-LOCAL
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           MOVE  W-SALDO-COMP-LOC    TO  KDX-SALDO-LOCAL
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  W-CODKIT            TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX" AT 2040
                   GOBACK
               END-IF
           END-IF.
      *  O SALDO POR LOCAL E CRIADO PELA CARGA UNICA (CNVLOCAL) A
      *  PARTIR DO ARQUIVO DE ESTOQUE; NAO E CRIADO VAZIO AQUI PARA A
      *  SOMA DOS LOCAIS NAO FICAR DIFERENTE DO TOTAL.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO (CNVLOCAL)"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  I-O  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO (CNVLOCAL)"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  EXTEND  ARQ-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE KARDEX"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT = "00"
               MOVE  "S"  TO  W-KIT-OK
           ELSE
               MOVE  "N"  TO  W-KIT-OK
           END-IF.
       FECHAR-ARQUIVO.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  ARQ-KARDEX.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTLOCAL.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
       FIM-ULTIMA-LINHA.
