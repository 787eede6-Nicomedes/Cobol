      *    *  LEITURA): SALDOS ATUAIS DO ARQUIVO DE       *
      *    *  ESTOQUE E MOVIMENTOS DO KARDEX DO MAIS      *
      *    *  RECENTE PARA O MAIS ANTIGO, COM FILTRO      *
      *    *  OPCIONAL DE PERIODO E DE LOCAL              *
      *    ************************************************
      *    COM O FILTRO DE LOCAL SO SAEM OS MOVIMENTOS DAQUELE LOCAL
      *    (LOCAL EM BRANCO NO KARDEX VALE O LOCAL PADRAO) E A COLUNA
      *    ESTOQ MOSTRA O SALDO RESULTANTE NO LOCAL.
      *    CADA LINHA TRAZ O NUMERO DO MOVIMENTO (EM BRANCO NAS
      *    LINHAS ANTERIORES A NUMERACAO). O ESTORNO (TIPO X) TRAZ AO
      *    LADO O TIPO DO MOVIMENTO ESTORNADO, O MOVIMENTO ESTORNADO
      *    E MARCADO COM * E OS ESTORNOS SAO CONTADOS A PARTE.
      *    A SAIDA DE COMPONENTE FEITA PELA SAIDA DE UM KIT VEM
      *    MARCADA COM K, NUMA COLUNA PROPRIA, PARA A ORIGEM NO KIT
      *    CONTINUAR VISIVEL MESMO DEPOIS DE ESTORNADA (*K).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KARDSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KARDEX.
           COPY  LOCAL.
           COPY  ESTLOC.
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX       PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC       PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC       PIC  X(2)  VALUE SPACES.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  W-CONTINUA        PIC  X     VALUE SPACE.
       88  CONTINUA-OK       VALUE "S" "N".
       77  W-FIM-ARQUIVO     PIC  X     VALUE "N".
           88  FIM-ARQUIVO   VALUE "S".
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       77  W-FILTRO-DATA-INI PIC  X(8)  VALUE SPACES.
       77  W-FILTRO-DATA-FIM PIC  X(8)  VALUE SPACES.
       77  W-DATA-INI-NUM    PIC  9(8)  VALUE ZERO.
       77  W-DATA-MOV-NUM    PIC  9(8)  VALUE ZERO.
       77  W-SALDO-ESTOQUE   PIC  9(5)  VALUE ZERO.
       77  W-SALDO-PEDIDO    PIC  9(5)  VALUE ZERO.
       77  W-CUSTO-MEDIO     PIC  9(4)V9(4)  VALUE ZERO.
       77  W-FILTRO-LOCAL    PIC  X(3)  VALUE SPACES.
       77  W-LOCAL-MOV       PIC  X(3)  VALUE SPACES.
       77  W-SALDO-LOCAL     PIC  9(5)  VALUE ZERO.
       77  W-LOCAL-OK        PIC  X     VALUE "S".
           88  LOCAL-VALIDO  VALUE "S".
           COPY  LOCPAD.
      *  OS MOVIMENTOS DO PRODUTO SAO CARREGADOS NA TABELA E
      *  EXIBIDOS DE TRAS PARA FRENTE (MAIS RECENTE PRIMEIRO);
      *  QUANDO O KARDEX TEM MAIS MOVIMENTOS QUE A TABELA, OS MAIS
       77  W-TAB-QTD         PIC  9(3)  VALUE ZERO.
       77  W-TAB-ULT         PIC  9(3)  VALUE ZERO.
       77  W-TAB-TOTAL       PIC  9(5)  VALUE ZERO.
       77  W-TAB-ESTORNOS    PIC  9(3)  VALUE ZERO.
       77  W-IX-BUSCA        PIC  9(3)  VALUE ZERO.
       77  W-IX-EXIB         PIC  9(3)  VALUE ZERO.
       77  W-QTD-EXIBIDOS    PIC  9(3)  VALUE ZERO.
       77  W-QTD-PAGINA      PIC  9(2)  VALUE ZERO.
       77  W-POS             PIC  9(4)  VALUE ZERO.
       01  W-TABELA-MOVIMENTOS.
           02  W-TAB-MOV  OCCURS 500 TIMES.
               03  W-TAB-NUMERO     PIC  X(8).
               03  W-TAB-DATA       PIC  X(10).
               03  W-TAB-TIPO       PIC  X.
               03  W-TAB-MARCA      PIC  X.
               03  W-TAB-KIT        PIC  X.
               03  W-TAB-QTDE       PIC  X(6).
               03  W-TAB-SALDO-EST  PIC  X(6).
               03  W-TAB-SALDO-PED  PIC  X(6).
               03  W-TAB-OPERADOR   PIC  X(12).
               03  W-TAB-CUSTO      PIC  X(9).
               03  W-TAB-LOCAL      PIC  X(3).
       01  W-LINHA-DETALHE.
           02  WL-NUMERO     PIC  X(8).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-DATA       PIC  X(10).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-TIPO       PIC  X.
           02  WL-MARCA      PIC  X.
           02  WL-KIT        PIC  X.
           02  WL-QTDE       PIC  X(6).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-SALDO-EST  PIC  X(6).
           02  WL-SALDO-PED  PIC  X(6).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-OPERADOR   PIC  X(12).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-CUSTO      PIC  X(9).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-LOCAL      PIC  X(3).
       01  W-LINHA-BRANCA    PIC  X(77) VALUE SPACES.
      *  DESMONTA A DATA DD/MM/AAAA GRAVADA NO KARDEX
       01  W-DATA-MOV.
           02  W-MV-DIA   PIC  9(2).
           02  T5 LINE 04 COLUMN 05 VALUE "DESCRICAO:".
           02  T6 LINE 05 COLUMN 05 VALUE "ESTOQUE ATUAL:".
           02  T7 LINE 05 COLUMN 35 VALUE "PED.ABERTO ATUAL:".
           02  T9 LINE 04 COLUMN 45 VALUE "CUSTO MEDIO:".
           02  T12 LINE 06 COLUMN 05 VALUE "LOCAL:".
           02  T13 LINE 06 COLUMN 35 VALUE "NO LOCAL:".
           02  T8 LINE 07 COLUMN 02 VALUE
           "NUMERO    DATA        T  QTDE    ESTOQ   PEDIDO  OPERADOR".
           02  T10 LINE 07 COLUMN 68 VALUE "C.UNIT".
           02  T14 LINE 07 COLUMN 76 VALUE "LOC".
           02  T15 LINE 18 COLUMN 05 VALUE
               "X = ESTORNO (AO LADO O TIPO ESTORNADO)   * = ESTORNADO".
           02  T16 LINE 18 COLUMN 62 VALUE "K = KIT".
       01  TELA-FILTROS.
           02  D0 LINE 03 COLUMN 13 PIC ZZZZ9 TO W-CODPROD-PESQUISA.
           02  D1 LINE 03 COLUMN 41 PIC X(8) TO W-FILTRO-DATA-INI.
           02  D2 LINE 03 COLUMN 60 PIC X(8) TO W-FILTRO-DATA-FIM.
           02  D7 LINE 06 COLUMN 12 PIC X(3) TO W-FILTRO-LOCAL.
       01  TELA-DADOS.
           02  D3 LINE 04 COLUMN 16 PIC X(20) FROM DESCRI.
           02  D4 LINE 05 COLUMN 20 PIC ZZZZ9 FROM W-SALDO-ESTOQUE.
           02  D5 LINE 05 COLUMN 53 PIC ZZZZ9 FROM W-SALDO-PEDIDO.
           02  D6 LINE 04 COLUMN 58 PIC Z.ZZ9,9999 FROM W-CUSTO-MEDIO.
       01  TELA-LOCAL.
           02  D8 LINE 06 COLUMN 53 PIC ZZZZ9 FROM W-SALDO-LOCAL.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           GOBACK.
       PROCESSA.
           INITIALIZE CODERRO W-CODPROD-PESQUISA
                      W-FILTRO-DATA-INI W-FILTRO-DATA-FIM
                      W-FILTRO-LOCAL.
           MOVE  ZERO      TO  W-DATA-INI-NUM.
           MOVE  99999999  TO  W-DATA-FIM-NUM.
           DISPLAY TELA.
           ACCEPT D0
           ACCEPT D1
           ACCEPT D2
           ACCEPT D7
           MOVE FUNCTION UPPER-CASE (W-FILTRO-LOCAL) TO W-FILTRO-LOCAL
           MOVE W-CODPROD-PESQUISA  TO  CODPROD    *> Importante
           IF  W-CODPROD-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 0413
                       WITH BLINK
           ELSE
      *ROTINA PARA LEITURA (PESQUISA) NO CADASTRO DE PRODUTO
                           WITH BLINK
               ELSE
                   PERFORM  TRATAR-FILTRO-PERIODO
                   PERFORM  TRATAR-FILTRO-LOCAL
                   IF  LOCAL-VALIDO
                       PERFORM  LER-SALDO-ESTOQUE
                       DISPLAY  TELA-DADOS
                       PERFORM  CARREGAR-MOVIMENTOS
                       PERFORM  EXIBIR-EXTRATO
                   END-IF
               END-IF
           END-IF.
      *
               END-IF
           END-IF.

      *  O LOCAL DO FILTRO TEM DE ESTAR NO CADASTRO DE LOCAIS; EM
      *  BRANCO O EXTRATO E DO PRODUTO INTEIRO.
       TRATAR-FILTRO-LOCAL.
           MOVE  "S"  TO  W-LOCAL-OK
           IF  W-FILTRO-LOCAL NOT = SPACES
               MOVE  W-FILTRO-LOCAL  TO  CODLOCAL
               READ  CAD-LOCAL
               IF  CODERRO-LOC NOT = "00"
                   MOVE  "N"  TO  W-LOCAL-OK
                   DISPLAY "LOCAL NAO CADASTRADO" AT 0413 WITH BLINK
               END-IF
           END-IF.

      *  PRODUTO SEM REGISTRO NO ARQUIVO DE ESTOQUE E MOSTRADO COM
      *  SALDOS ZERADOS, MESMA CONVENCAO DO ESTMOV.
       LER-SALDO-ESTOQUE.
           MOVE  ZERO     TO  W-SALDO-ESTOQUE  W-SALDO-PEDIDO
                                  W-CUSTO-MEDIO
           MOVE  CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00"
               MOVE  QTDE-ESTOQUE        TO  W-SALDO-ESTOQUE
               MOVE  QTDE-PEDIDO-ABERTO  TO  W-SALDO-PEDIDO
               IF  CUSTO-MEDIO NUMERIC
                   MOVE  CUSTO-MEDIO     TO  W-CUSTO-MEDIO
               END-IF
           END-IF.
           IF  W-FILTRO-LOCAL NOT = SPACES
               MOVE  ZERO            TO  W-SALDO-LOCAL
               MOVE  CODPROD         TO  ELC-CODPROD
               MOVE  W-FILTRO-LOCAL  TO  ELC-LOCAL
               READ  CAD-ESTLOCAL
               IF  CODERRO-ELC = "00"
                   MOVE  ELC-QTDE  TO  W-SALDO-LOCAL
               END-IF
               DISPLAY  TELA-LOCAL
           END-IF.

      *  O KARDEX E RELIDO DO INICIO A CADA CONSULTA; OS MOVIMENTOS
      *  TABELA EM ANEL.
       CARREGAR-MOVIMENTOS.
           MOVE  ZERO  TO  W-TAB-QTD  W-TAB-ULT  W-TAB-TOTAL
                           W-TAB-ESTORNOS
           MOVE  "N"   TO  W-FIM-ARQUIVO
           OPEN  INPUT  ARQ-KARDEX
           IF  CODERRO-KDX NOT = "00"
           COMPUTE W-DATA-MOV-NUM = W-MV-ANO * 10000
                                   + W-MV-MES * 100
                                   + W-MV-DIA
           MOVE  KDX-LOCAL  TO  W-LOCAL-MOV
           IF  W-LOCAL-MOV = SPACES
               MOVE  LOC-PADRAO  TO  W-LOCAL-MOV
           END-IF
           IF  W-DATA-MOV-NUM >= W-DATA-INI-NUM AND
               W-DATA-MOV-NUM <= W-DATA-FIM-NUM
               IF  W-FILTRO-LOCAL = SPACES OR
                   W-FILTRO-LOCAL = W-LOCAL-MOV
                   PERFORM  GUARDAR-MOVIMENTO
               END-IF
           END-IF.
       GUARDAR-MOVIMENTO.
           ADD  1  TO  W-TAB-TOTAL
           IF  W-TAB-ULT > W-MAX-TABELA
               MOVE  1  TO  W-TAB-ULT
           END-IF
           MOVE  KDX-NUMERO         TO  W-TAB-NUMERO    (W-TAB-ULT)
           MOVE  KDX-DATA           TO  W-TAB-DATA      (W-TAB-ULT)
           MOVE  KDX-TIPO-MOV       TO  W-TAB-TIPO      (W-TAB-ULT)
           MOVE  SPACE              TO  W-TAB-MARCA     (W-TAB-ULT)
           MOVE  SPACE              TO  W-TAB-KIT       (W-TAB-ULT)
           IF  KDX-KIT IS NUMERIC AND KDX-KIT > ZERO
               MOVE  "K"            TO  W-TAB-KIT       (W-TAB-ULT)
           END-IF
           MOVE  KDX-QTDE-MOV       TO  W-TAB-QTDE      (W-TAB-ULT)
           MOVE  KDX-SALDO-ESTOQUE  TO  W-TAB-SALDO-EST (W-TAB-ULT)
           MOVE  KDX-SALDO-PEDIDO   TO  W-TAB-SALDO-PED (W-TAB-ULT)
           MOVE  KDX-OPERADOR       TO  W-TAB-OPERADOR  (W-TAB-ULT)
           MOVE  KDX-CUSTO-UNIT     TO  W-TAB-CUSTO     (W-TAB-ULT)
           MOVE  W-LOCAL-MOV        TO  W-TAB-LOCAL     (W-TAB-ULT)
      *  NO EXTRATO DE UM LOCAL A COLUNA ESTOQ E O SALDO DO LOCAL;
      *  LINHA ANTERIOR AO CONTROLE POR LOCAL NAO TEM ESSE SALDO, E
      *  O TOTAL DELA ERA TODO DO LOCAL PADRAO.
           IF  W-FILTRO-LOCAL NOT = SPACES AND
               KDX-SALDO-LOCAL-X NOT = SPACES
               MOVE  KDX-SALDO-LOCAL-X  TO  W-TAB-SALDO-EST (W-TAB-ULT)
           END-IF.
           IF  KDX-TIPO-MOV = "X"
               ADD  1  TO  W-TAB-ESTORNOS
               MOVE  KDX-TIPO-ESTORNADO  TO  W-TAB-MARCA (W-TAB-ULT)
               PERFORM  MARCAR-ESTORNADO
                        VARYING W-IX-BUSCA FROM 1 BY 1
                        UNTIL W-IX-BUSCA > W-TAB-QTD
           END-IF.

      *  O MOVIMENTO ESTORNADO E SEMPRE ANTERIOR AO ESTORNO E, SE
      *  PASSOU NOS FILTROS, JA ESTA NA TABELA.
       MARCAR-ESTORNADO.
           IF  W-TAB-NUMERO (W-IX-BUSCA) = KDX-ESTORNO-DE AND
               W-TAB-TIPO (W-IX-BUSCA) NOT = "X"
               MOVE  "*"  TO  W-TAB-MARCA (W-IX-BUSCA)
           END-IF.

      *  EXIBE DO MAIS RECENTE (ULTIMA POSICAO GRAVADA) PARA O MAIS
      *  ANTIGO, PAGINANDO COMO O CONPROD.
               DISPLAY "FIM DO EXTRATO - " AT 1905
               DISPLAY W-TAB-QTD AT 1922
               DISPLAY " MOVIMENTO(S)" AT 1925
               DISPLAY " - ESTORNOS: " AT 1938
               DISPLAY W-TAB-ESTORNOS AT 1951
               MOVE  "N"  TO  W-CONTINUA
           ELSE
               DISPLAY "MAIS MOVIMENTOS?(S/N):" AT 1905
                    VARYING W-LIN FROM 8 BY 1 UNTIL W-LIN > 17.
           DISPLAY "            " AT 1905.
       LIMPAR-LINHA.
           COMPUTE  W-POS = W-LIN * 100 + 02
           DISPLAY  W-LINHA-BRANCA  AT  W-POS.

       EXIBIR-LINHA.
           MOVE  W-TAB-NUMERO    (W-IX-EXIB)  TO  WL-NUMERO
           MOVE  W-TAB-DATA      (W-IX-EXIB)  TO  WL-DATA
           MOVE  W-TAB-TIPO      (W-IX-EXIB)  TO  WL-TIPO
           MOVE  W-TAB-MARCA     (W-IX-EXIB)  TO  WL-MARCA
           MOVE  W-TAB-KIT       (W-IX-EXIB)  TO  WL-KIT
           MOVE  W-TAB-QTDE      (W-IX-EXIB)  TO  WL-QTDE
           MOVE  W-TAB-SALDO-EST (W-IX-EXIB)  TO  WL-SALDO-EST
           MOVE  W-TAB-SALDO-PED (W-IX-EXIB)  TO  WL-SALDO-PED
           MOVE  W-TAB-OPERADOR  (W-IX-EXIB)  TO  WL-OPERADOR
           MOVE  W-TAB-CUSTO     (W-IX-EXIB)  TO  WL-CUSTO
           MOVE  W-TAB-LOCAL     (W-IX-EXIB)  TO  WL-LOCAL
           COMPUTE  W-POS = W-LIN * 100 + 02
           DISPLAY  W-LINHA-DETALHE  AT  W-POS
           ADD  1  TO  W-LIN
           ADD  1  TO  W-QTD-PAGINA
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO (CNVLOCAL)"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO (CNVLOCAL)"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTLOCAL.
       FIM-ULTIMA-LINHA.
