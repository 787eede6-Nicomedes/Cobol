      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       ESTORNO   INITIAL.
       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  ESTORNO DE MOVIMENTO DO KARDEX: LISTA OS    *
      *    *  MOVIMENTOS DO PRODUTO COMO O CONKARD, E O   *
      *    *  SUPERVISOR ESCOLHE PELO NUMERO O MOVIMENTO  *
      *    *  ERRADO; O ESTORNO DESFAZ O SALDO E GRAVA NO *
      *    *  KARDEX UMA LINHA TIPO X QUE APONTA PARA O   *
      *    *  MOVIMENTO ESTORNADO                         *
      *    ************************************************
      *    ACESSO SOMENTE PELA OPCAO DE SUPERVISOR DO MENUPROD.
      *    SO SAO ESTORNAVEIS OS MOVIMENTOS E/S/A/L DIGITADOS NO
      *    ESTMOV OU NO ESTMVLOT, AINDA NO KARDEX VIVO. SAO RECUSADOS:
      *    - LINHA SEM NUMERO (ANTERIOR A NUMERACAO);
      *    - O PROPRIO ESTORNO (X) E MOVIMENTO JA ESTORNADO;
      *    - TRANSFERENCIA (T/R), QUE SE DESFAZ COM A TRANSFERENCIA
      *      CONTRARIA, E AJUSTE DE INVENTARIO (J), COM NOVA
      *      CONTAGEM;
      *    - MOVIMENTO DE PEDIDO DE COMPRA (PEDGERA, PEDMANT,
      *      PEDRECEB), QUE SE CORRIGE PELO PROPRIO PEDIDO;
      *    - MOVIMENTO DE MES JA FECHADO PELO FECHMES
      *      (ESTQPOS.AAAAMM OU KARDEX.AAAAMM DO MES JA EXISTE);
      *    - ESTORNO QUE DEIXARIA SALDO NEGATIVO OU ESTOURADO.
      *    A SAIDA DE UM COMPONENTE FEITA PELA SAIDA DE UM KIT E
      *    ESTORNADA COMPONENTE A COMPONENTE, E O ESTORNO LEVA O
      *    CODIGO DO KIT DA LINHA ORIGINAL.
      *    O ESTORNO DE UMA ENTRADA TAMBEM TIRA DO CUSTO MEDIO A
      *    PARCELA DELA; O DE UMA SAIDA DEVOLVE AO CUSTO DA SAIDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KARDSEL.
           COPY  ESTLSEL.
           SELECT  ARQ-POSICAO-MES ASSIGN USING W-NOME-POS-MES
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-POS.
           SELECT  ARQ-KARDEX-MES ASSIGN USING W-NOME-KDX-MES
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-KDM.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KARDEX.
           COPY  ESTLOC.
       FD  ARQ-POSICAO-MES
           LABEL  RECORD  STANDARD.
       01  REG-POSICAO-MES     PIC  X(28).
       FD  ARQ-KARDEX-MES
           LABEL  RECORD  STANDARD.
       01  REG-KARDEX-MES      PIC  X(120).
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX       PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC       PIC  X(2)  VALUE SPACES.
       77  CODERRO-POS       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDM       PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR        PIC  X(12) VALUE SPACES.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-ESTORNO       PIC X VALUE SPACE.
       88  OPC-ESTORNO-OK    VALUE "S" "N".
       77  W-CONTINUA        PIC  X     VALUE SPACE.
       88  CONTINUA-OK       VALUE "S" "N".
       77  W-FIM-ARQUIVO     PIC  X     VALUE "N".
           88  FIM-ARQUIVO   VALUE "S".
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       77  W-NUMERO-ESTORNO  PIC  9(8)  VALUE ZERO.
       77  W-ESTOQUE-OK      PIC  X     VALUE "N".
           88  ESTOQUE-ENCONTRADO      VALUE "S".
       77  W-ESTORNO-OK      PIC  X     VALUE "N".
           88  ESTORNO-VALIDO          VALUE "S".
       77  W-ACHOU-ORIGINAL  PIC  X     VALUE "N".
           88  ORIGINAL-ENCONTRADO     VALUE "S".
       77  W-JA-ESTORNADO    PIC  X     VALUE "N".
           88  ORIGINAL-JA-ESTORNADO   VALUE "S".
      *  LOCAL E SALDO DO LOCAL DO MOVIMENTO ESTORNADO (E/S)
       77  W-LOCAL           PIC  X(3)  VALUE SPACES.
       77  W-SALDO-LOCAL     PIC  9(5)  VALUE ZERO.
       77  W-LOCAL-NOVO      PIC  X     VALUE "N".
           88  REGISTRO-LOCAL-NOVO     VALUE "S".
       77  W-QTDE-ESTORNO    PIC  9(5)  VALUE ZERO.
       77  W-CUSTO-ORIGINAL  PIC  9(4)V9(4)  VALUE ZERO.
       77  W-CUSTO-CALCULO   PIC  S9(9)V9(4) VALUE ZERO.
       77  W-COMPET-MOV      PIC  9(6)  VALUE ZERO.
       77  W-QTDE-TEXTO      PIC  X(6)  VALUE SPACES.
      *  MESMA TABELA EM ANEL DO CONKARD, SEM OS FILTROS
       77  W-MAX-TABELA      PIC  9(3)  VALUE 500.
       77  W-TAB-QTD         PIC  9(3)  VALUE ZERO.
       77  W-TAB-ULT         PIC  9(3)  VALUE ZERO.
       77  W-TAB-TOTAL       PIC  9(5)  VALUE ZERO.
       77  W-IX-EXIB         PIC  9(3)  VALUE ZERO.
       77  W-IX-BUSCA        PIC  9(3)  VALUE ZERO.
       77  W-QTD-EXIBIDOS    PIC  9(3)  VALUE ZERO.
       77  W-QTD-PAGINA      PIC  9(2)  VALUE ZERO.
       77  W-MAX-PAGINA      PIC  9(2)  VALUE 10.
       77  W-LIN             PIC  9(2)  VALUE ZERO.
       77  W-POS             PIC  9(4)  VALUE ZERO.
           COPY  LOCPAD.
      *  MOVIMENTO ESCOLHIDO, COMO ESTA GRAVADO NO KARDEX
       01  W-ORIGINAL.
           02  W-ORI-CODPROD    PIC  9(5).
           02  W-ORI-DATA       PIC  X(10).
           02  W-ORI-TIPO       PIC  X.
               88  ORI-ESTORNAVEL      VALUE "E" "S" "A" "L".
               88  ORI-ENTRADA         VALUE "E".
               88  ORI-SAIDA           VALUE "S".
               88  ORI-ABRE-PEDIDO     VALUE "A".
               88  ORI-LIBERA-PEDIDO   VALUE "L".
               88  ORI-TRANSFERENCIA   VALUE "T" "R".
           02  W-ORI-QTDE       PIC  X(6).
           02  W-ORI-PEDIDO     PIC  9(6).
           02  W-ORI-CUSTO      PIC  X(9).
           02  W-ORI-LOCAL      PIC  X(3).
           02  W-ORI-KIT        PIC  9(5).
       01  W-NOME-POS-MES.
           02  FILLER          PIC  X(8)  VALUE "ESTQPOS.".
           02  W-POS-MES-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-NOME-KDX-MES.
           02  FILLER          PIC  X(7)  VALUE "KARDEX.".
           02  W-KDX-MES-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-TABELA-MOVIMENTOS.
           02  W-TAB-MOV  OCCURS 500 TIMES.
               03  W-TAB-NUMERO     PIC  X(8).
               03  W-TAB-DATA       PIC  X(10).
               03  W-TAB-TIPO       PIC  X.
               03  W-TAB-MARCA      PIC  X.
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
           02  FILLER        PIC  X     VALUE SPACE.
           02  WL-QTDE       PIC  X(6).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WL-SALDO-EST  PIC  X(6).
           02  FILLER        PIC  X(2)  VALUE SPACES.
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
           02  FILLER     PIC  X.
           02  W-MV-MES   PIC  9(2).
           02  FILLER     PIC  X.
           02  W-MV-ANO   PIC  9(4).
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  DIA  PIC  99.
       01  DATA-DIA.
           02  DIA  PIC  99/.
           02  MES  PIC  99/.
           02  ANO  PIC  9999.
       01  DATA-COM-BARRA  REDEFINES  DATA-DIA  PIC X(10).

       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 15.
           02  T1 LINE 01 COLUMN 15 VALUE
                                    "ESTORNO DE MOVIMENTO DO KARDEX".
           02  T11 LINE 01 COLUMN 60 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 03 COLUMN 05 VALUE "CODIGO:".
           02  T5 LINE 03 COLUMN 25 VALUE "DESCRICAO:".
           02  T6 LINE 04 COLUMN 05 VALUE "ESTOQUE ATUAL:".
           02  T7 LINE 04 COLUMN 30 VALUE "PED.ABERTO ATUAL:".
           02  T9 LINE 04 COLUMN 55 VALUE "C.MEDIO:".
           02  T8 LINE 06 COLUMN 02 VALUE
           "NUMERO    DATA        T  QTDE    ESTOQ   PEDIDO  OPERADOR".
           02  T10 LINE 06 COLUMN 68 VALUE "C.UNIT".
           02  T14 LINE 06 COLUMN 76 VALUE "LOC".
           02  T15 LINE 17 COLUMN 05 VALUE
               "X = ESTORNO (AO LADO O TIPO ESTORNADO)   * = ESTORNADO".
       01  TELA-PRODUTO.
           02  D0 LINE 03 COLUMN 13 PIC ZZZZ9 TO W-CODPROD-PESQUISA.
       01  TELA-DADOS.
           02  D3 LINE 03 COLUMN 36 PIC X(20) FROM DESCRI.
           02  D4 LINE 04 COLUMN 20 PIC ZZZZ9 FROM QTDE-ESTOQUE.
           02  D5 LINE 04 COLUMN 48 PIC ZZZZ9 FROM QTDE-PEDIDO-ABERTO.
           02  D6 LINE 04 COLUMN 64 PIC Z.ZZ9,9999 FROM CUSTO-MEDIO.
       01  TELA-NUMERO.
           02  T16 LINE 18 COLUMN 05 VALUE
                          "MOVIMENTO A ESTORNAR (ZERO = NENHUM):".
           02  D7 LINE 18 COLUMN 43 PIC ZZZZZZZ9 TO W-NUMERO-ESTORNO.
       01  TELA-ORIGINAL.
           02  T17 LINE 19 COLUMN 05 VALUE "TIPO:".
           02  D8 LINE 19 COLUMN 11 PIC X     FROM W-ORI-TIPO.
           02  T18 LINE 19 COLUMN 15 VALUE "QTDE:".
           02  D9 LINE 19 COLUMN 21 PIC X(6)  FROM W-ORI-QTDE.
           02  T19 LINE 19 COLUMN 30 VALUE "LOCAL:".
           02  D10 LINE 19 COLUMN 37 PIC X(3) FROM W-LOCAL.
           02  T20 LINE 19 COLUMN 43 VALUE "DATA:".
           02  D11 LINE 19 COLUMN 49 PIC X(10) FROM W-ORI-DATA.
           02  T21 LINE 20 COLUMN 05 VALUE
                          "CONFIRMA O ESTORNO?(S/N):".
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL OPC = "N".
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           GOBACK.
       PROCESSA.
           INITIALIZE CODERRO CODERRO-EST W-CODPROD-PESQUISA
                      W-NUMERO-ESTORNO W-LOCAL W-SALDO-LOCAL.
           DISPLAY TELA.

      *PEDE O PRODUTO DO MOVIMENTO A ESTORNAR
           ACCEPT D0
           MOVE W-CODPROD-PESQUISA  TO  CODPROD
           IF  W-CODPROD-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 0536
                       WITH BLINK
           ELSE
               READ CAD-PRODUTO
               IF  CODERRO NOT = "00"
                   DISPLAY "PRODUTO NAO FOI ENCONTRADO" AT 0536
                           WITH BLINK
               ELSE
                   PERFORM  LER-SALDO-ESTOQUE
                   DISPLAY  TELA-DADOS
                   PERFORM  CARREGAR-MOVIMENTOS
                   PERFORM  EXIBIR-EXTRATO
                   IF  W-TAB-QTD > ZERO
                       PERFORM  ROTINA-ESTORNAR
                   END-IF
               END-IF
           END-IF.
      *
      *  OPCAO PARA CONTINUAR OU PARAR
           DISPLAY "OUTRO ESTORNO?(S/N):" AT 2105.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC AT 2126
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               IF  OPC-OK
                   DISPLAY "                   " AT 2340
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2340
               END-IF
           END-PERFORM.

      *  O ESTORNO REGRAVA O REGISTRO DE ESTOQUE, QUE PRECISA EXISTIR
      *  (TODO MOVIMENTO ESTORNAVEL JA O CRIOU).
       LER-SALDO-ESTOQUE.
           MOVE  "S"      TO  W-ESTOQUE-OK
           MOVE  CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST NOT = "00"
               MOVE  "N"      TO  W-ESTOQUE-OK
               INITIALIZE  REG-ESTOQUE
               MOVE  CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.

      *  O KARDEX E RELIDO DO INICIO A CADA CONSULTA; TODOS OS
      *  MOVIMENTOS DO PRODUTO VAO PARA A TABELA EM ANEL.
       CARREGAR-MOVIMENTOS.
           MOVE  ZERO  TO  W-TAB-QTD  W-TAB-ULT  W-TAB-TOTAL
           MOVE  "N"   TO  W-FIM-ARQUIVO
           OPEN  INPUT  ARQ-KARDEX
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ARQUIVO DE KARDEX NAO ENCONTRADO" AT 2205
                       WITH BLINK
           ELSE
               PERFORM  LER-KARDEX  UNTIL  FIM-ARQUIVO
               CLOSE  ARQ-KARDEX
           END-IF.
       LER-KARDEX.
           READ ARQ-KARDEX
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  KDX-CODPROD = CODPROD
                       PERFORM  GUARDAR-MOVIMENTO
                   END-IF
           END-READ.
       GUARDAR-MOVIMENTO.
           ADD  1  TO  W-TAB-TOTAL
           IF  W-TAB-QTD < W-MAX-TABELA
               ADD  1  TO  W-TAB-QTD
           END-IF
           ADD  1  TO  W-TAB-ULT
           IF  W-TAB-ULT > W-MAX-TABELA
               MOVE  1  TO  W-TAB-ULT
           END-IF
           MOVE  KDX-NUMERO         TO  W-TAB-NUMERO    (W-TAB-ULT)
           MOVE  KDX-DATA           TO  W-TAB-DATA      (W-TAB-ULT)
           MOVE  KDX-TIPO-MOV       TO  W-TAB-TIPO      (W-TAB-ULT)
           MOVE  SPACE              TO  W-TAB-MARCA     (W-TAB-ULT)
           MOVE  KDX-QTDE-MOV       TO  W-TAB-QTDE      (W-TAB-ULT)
           MOVE  KDX-SALDO-ESTOQUE  TO  W-TAB-SALDO-EST (W-TAB-ULT)
           MOVE  KDX-SALDO-PEDIDO   TO  W-TAB-SALDO-PED (W-TAB-ULT)
           MOVE  KDX-OPERADOR       TO  W-TAB-OPERADOR  (W-TAB-ULT)
           MOVE  KDX-CUSTO-UNIT     TO  W-TAB-CUSTO     (W-TAB-ULT)
           MOVE  KDX-LOCAL          TO  W-TAB-LOCAL     (W-TAB-ULT)
           IF  KDX-LOCAL = SPACES
               MOVE  LOC-PADRAO     TO  W-TAB-LOCAL     (W-TAB-ULT)
           END-IF
           IF  KDX-TIPO-MOV = "X"
               MOVE  KDX-TIPO-ESTORNADO  TO  W-TAB-MARCA (W-TAB-ULT)
               PERFORM  MARCAR-ESTORNADO
                        VARYING W-IX-BUSCA FROM 1 BY 1
                        UNTIL W-IX-BUSCA > W-TAB-QTD
           END-IF.
       MARCAR-ESTORNADO.
           IF  W-TAB-NUMERO (W-IX-BUSCA) = KDX-ESTORNO-DE AND
               W-TAB-TIPO (W-IX-BUSCA) NOT = "X"
               MOVE  "*"  TO  W-TAB-MARCA (W-IX-BUSCA)
           END-IF.

      *  EXIBE DO MAIS RECENTE PARA O MAIS ANTIGO, COMO O CONKARD.
       EXIBIR-EXTRATO.
           IF  W-TAB-QTD = ZERO
               DISPLAY "NENHUM MOVIMENTO NO KARDEX" AT 1805 WITH BLINK
           ELSE
               IF  W-TAB-TOTAL > W-MAX-TABELA
                   DISPLAY "EXIBINDO SOMENTE OS ULTIMOS " AT 2205
                   DISPLAY W-MAX-TABELA AT 2233
                   DISPLAY " MOVIMENTOS" AT 2236
               END-IF
               MOVE  W-TAB-ULT  TO  W-IX-EXIB
               MOVE  ZERO       TO  W-QTD-EXIBIDOS
               MOVE  "S"        TO  W-CONTINUA
               PERFORM  EXIBIR-PAGINA  UNTIL  W-CONTINUA = "N"
           END-IF.

      *  O OPERADOR PODE PARAR A LISTA NA PAGINA EM QUE ESTA O
      *  MOVIMENTO; A PAGINA FICA NA TELA PARA A ESCOLHA DO NUMERO.
       EXIBIR-PAGINA.
           PERFORM  LIMPAR-LISTA.
           MOVE  ZERO  TO  W-QTD-PAGINA
           MOVE  7     TO  W-LIN
           PERFORM  EXIBIR-LINHA
                    UNTIL W-QTD-EXIBIDOS >= W-TAB-QTD
                       OR W-QTD-PAGINA >= W-MAX-PAGINA.
           IF  W-QTD-EXIBIDOS >= W-TAB-QTD
               MOVE  "N"  TO  W-CONTINUA
           ELSE
               DISPLAY "MAIS MOVIMENTOS?(S/N):" AT 1805
               PERFORM WITH TEST AFTER UNTIL CONTINUA-OK
                   ACCEPT W-CONTINUA AT 1828
                   MOVE FUNCTION UPPER-CASE (W-CONTINUA) TO W-CONTINUA
                   IF  NOT CONTINUA-OK
                       DISPLAY " DIGITE S OU N" AT 2340
                   END-IF
               END-PERFORM
               DISPLAY "                        " AT 1805
               DISPLAY "              " AT 2340
           END-IF.

       LIMPAR-LISTA.
           PERFORM  LIMPAR-LINHA
                    VARYING W-LIN FROM 7 BY 1 UNTIL W-LIN > 16.
       LIMPAR-LINHA.
           COMPUTE  W-POS = W-LIN * 100 + 02
           DISPLAY  W-LINHA-BRANCA  AT  W-POS.

       EXIBIR-LINHA.
           MOVE  W-TAB-NUMERO    (W-IX-EXIB)  TO  WL-NUMERO
           MOVE  W-TAB-DATA      (W-IX-EXIB)  TO  WL-DATA
           MOVE  W-TAB-TIPO      (W-IX-EXIB)  TO  WL-TIPO
           MOVE  W-TAB-MARCA     (W-IX-EXIB)  TO  WL-MARCA
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
           ADD  1  TO  W-QTD-EXIBIDOS
           SUBTRACT  1  FROM  W-IX-EXIB
           IF  W-IX-EXIB < 1
               MOVE  W-MAX-TABELA  TO  W-IX-EXIB
           END-IF.

       ROTINA-ESTORNAR.
           DISPLAY  TELA-NUMERO
           ACCEPT D7
           IF  W-NUMERO-ESTORNO = ZERO
               DISPLAY "NENHUM MOVIMENTO ESTORNADO" AT 2205
           ELSE
               PERFORM  VALIDAR-ESTORNO
               IF  ESTORNO-VALIDO
                   DISPLAY  TELA-ORIGINAL
                   PERFORM  CONFIRMAR-E-ESTORNAR
               END-IF
           END-IF.

      *  O MOVIMENTO E PROCURADO NO KARDEX VIVO PELO NUMERO; NA MESMA
      *  LEITURA SE VE SE ALGUM ESTORNO JA APONTA PARA ELE.
       LOCALIZAR-ORIGINAL.
           MOVE  "N"  TO  W-ACHOU-ORIGINAL  W-JA-ESTORNADO
           MOVE  "N"  TO  W-FIM-ARQUIVO
           OPEN  INPUT  ARQ-KARDEX
           IF  CODERRO-KDX = "00"
               PERFORM  PROCURAR-ORIGINAL  UNTIL  FIM-ARQUIVO
               CLOSE  ARQ-KARDEX
           END-IF.
       PROCURAR-ORIGINAL.
           READ ARQ-KARDEX
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  KDX-NUMERO NUMERIC AND
                       KDX-NUMERO = W-NUMERO-ESTORNO
                       PERFORM  GUARDAR-ORIGINAL
                   END-IF
                   IF  KDX-TIPO-MOV = "X" AND
                       KDX-ESTORNO-DE NUMERIC AND
                       KDX-ESTORNO-DE = W-NUMERO-ESTORNO
                       MOVE  "S"  TO  W-JA-ESTORNADO
                   END-IF
           END-READ.
       GUARDAR-ORIGINAL.
           MOVE  "S"             TO  W-ACHOU-ORIGINAL
           MOVE  KDX-CODPROD     TO  W-ORI-CODPROD
           MOVE  KDX-DATA        TO  W-ORI-DATA
           MOVE  KDX-TIPO-MOV    TO  W-ORI-TIPO
           MOVE  KDX-QTDE-MOV    TO  W-ORI-QTDE
           MOVE  KDX-CUSTO-UNIT  TO  W-ORI-CUSTO
           MOVE  KDX-LOCAL       TO  W-ORI-LOCAL
           IF  KDX-PEDIDO NUMERIC
               MOVE  KDX-PEDIDO  TO  W-ORI-PEDIDO
           ELSE
               MOVE  ZERO        TO  W-ORI-PEDIDO
           END-IF
           IF  KDX-KIT NUMERIC
               MOVE  KDX-KIT     TO  W-ORI-KIT
           ELSE
               MOVE  ZERO        TO  W-ORI-KIT
           END-IF.

       VALIDAR-ESTORNO.
           MOVE  "S"  TO  W-ESTORNO-OK
           DISPLAY  W-LINHA-BRANCA  AT  2202
           PERFORM  LER-SALDO-ESTOQUE
           PERFORM  LOCALIZAR-ORIGINAL
           EVALUATE  TRUE
               WHEN  NOT ORIGINAL-ENCONTRADO
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "MOVIMENTO NAO ENCONTRADO NO KARDEX VIVO"
                           AT 2205 WITH BLINK
               WHEN  W-ORI-CODPROD NOT = CODPROD
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "O MOVIMENTO E DE OUTRO PRODUTO"
                           AT 2205 WITH BLINK
               WHEN  W-ORI-TIPO = "X"
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "ESTORNO NAO PODE SER ESTORNADO"
                           AT 2205 WITH BLINK
               WHEN  ORI-TRANSFERENCIA
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "TRANSFERENCIA - FAZER A TRANSFERENCIA "
                           "CONTRARIA NO ESTMOV" AT 2205 WITH BLINK
               WHEN  W-ORI-TIPO = "J"
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "AJUSTE DE INVENTARIO - FAZER NOVA CONTAGEM"
                           AT 2205 WITH BLINK
               WHEN  NOT ORI-ESTORNAVEL
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "TIPO DE MOVIMENTO NAO ESTORNAVEL"
                           AT 2205 WITH BLINK
               WHEN  W-ORI-PEDIDO > ZERO
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "MOVIMENTO DE PEDIDO DE COMPRA - CORRIGIR "
                           "PELO PEDIDO" AT 2205 WITH BLINK
               WHEN  ORIGINAL-JA-ESTORNADO
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "MOVIMENTO JA ESTORNADO"
                           AT 2205 WITH BLINK
               WHEN  NOT ESTOQUE-ENCONTRADO
                   MOVE  "N"  TO  W-ESTORNO-OK
                   DISPLAY "PRODUTO SEM REGISTRO NO ARQUIVO DE ESTOQUE"
                           AT 2205 WITH BLINK
           END-EVALUATE.
           IF  ESTORNO-VALIDO
               PERFORM  VERIFICAR-MES-FECHADO
           END-IF.
           IF  ESTORNO-VALIDO
               PERFORM  VALIDAR-SALDOS
           END-IF.

      *  O MES DO MOVIMENTO ESTA FECHADO SE O FECHMES JA GRAVOU A
      *  FOTO OU O ARQUIVO MORTO DO KARDEX DELE (MESMO CRITERIO DO
      *  PROPRIO FECHMES PARA NAO REFECHAR UMA COMPETENCIA).
       VERIFICAR-MES-FECHADO.
           MOVE  W-ORI-DATA  TO  W-DATA-MOV
           IF  W-MV-MES NUMERIC AND W-MV-ANO NUMERIC
               COMPUTE W-COMPET-MOV = W-MV-ANO * 100 + W-MV-MES
               MOVE  W-COMPET-MOV  TO  W-POS-MES-SEQ
               MOVE  W-COMPET-MOV  TO  W-KDX-MES-SEQ
               OPEN  INPUT  ARQ-POSICAO-MES
               IF  CODERRO-POS = "00"
                   CLOSE  ARQ-POSICAO-MES
                   MOVE  "N"  TO  W-ESTORNO-OK
               END-IF
               OPEN  INPUT  ARQ-KARDEX-MES
               IF  CODERRO-KDM = "00"
                   CLOSE  ARQ-KARDEX-MES
                   MOVE  "N"  TO  W-ESTORNO-OK
               END-IF
           ELSE
               MOVE  "N"  TO  W-ESTORNO-OK
           END-IF.
           IF  NOT ESTORNO-VALIDO
               DISPLAY "MES DO MOVIMENTO JA FECHADO (FECHMES)"
                       AT 2205 WITH BLINK
           END-IF.

      *  O ESTORNO E O MOVIMENTO CONTRARIO, COM AS MESMAS REGRAS DO
      *  ESTMOV: NENHUM SALDO PODE FICAR NEGATIVO OU ESTOURAR O CAMPO.
      *  LOCAL EM BRANCO NO KARDEX VALE O LOCAL PADRAO.
       VALIDAR-SALDOS.
           MOVE  ZERO  TO  W-QTDE-ESTORNO
           MOVE  W-ORI-QTDE  TO  W-QTDE-TEXTO
           INSPECT W-QTDE-TEXTO REPLACING ALL "." BY SPACE
           COMPUTE W-QTDE-ESTORNO = FUNCTION NUMVAL (W-QTDE-TEXTO)
           MOVE  ZERO  TO  W-CUSTO-ORIGINAL
           IF  W-ORI-CUSTO NOT = SPACES
               COMPUTE W-CUSTO-ORIGINAL = FUNCTION NUMVAL (W-ORI-CUSTO)
           END-IF
           MOVE  W-ORI-LOCAL  TO  W-LOCAL
           IF  W-LOCAL = SPACES
               MOVE  LOC-PADRAO  TO  W-LOCAL
           END-IF
           IF  ORI-ENTRADA OR ORI-SAIDA
               PERFORM  LER-SALDO-LOCAL
           END-IF
           EVALUATE  TRUE
               WHEN  ORI-ENTRADA
                   IF  W-QTDE-ESTORNO > QTDE-ESTOQUE
                       MOVE  "N"  TO  W-ESTORNO-OK
                       DISPLAY "SALDO DE ESTOQUE INSUFICIENTE PARA O "
                               "ESTORNO" AT 2205 WITH BLINK
                   ELSE
                       IF  W-QTDE-ESTORNO > W-SALDO-LOCAL
                           MOVE  "N"  TO  W-ESTORNO-OK
                           DISPLAY "SALDO INSUFICIENTE NO LOCAL "
                                   W-LOCAL AT 2205 WITH BLINK
                       END-IF
                   END-IF
               WHEN  ORI-SAIDA
                   IF  QTDE-ESTOQUE + W-QTDE-ESTORNO > 99999 OR
                       W-SALDO-LOCAL + W-QTDE-ESTORNO > 99999
                       MOVE  "N"  TO  W-ESTORNO-OK
                       DISPLAY "SALDO DE ESTOQUE ESTOURA O LIMITE"
                               AT 2205 WITH BLINK
                   END-IF
               WHEN  ORI-ABRE-PEDIDO
                   IF  W-QTDE-ESTORNO > QTDE-PEDIDO-ABERTO
                       MOVE  "N"  TO  W-ESTORNO-OK
                       DISPLAY "SALDO DE PEDIDO INSUFICIENTE PARA O "
                               "ESTORNO" AT 2205 WITH BLINK
                   END-IF
               WHEN  ORI-LIBERA-PEDIDO
                   IF  QTDE-PEDIDO-ABERTO + W-QTDE-ESTORNO > 99999
                       MOVE  "N"  TO  W-ESTORNO-OK
                       DISPLAY "SALDO DE PEDIDO ESTOURA O LIMITE"
                               AT 2205 WITH BLINK
                   END-IF
           END-EVALUATE.

      *  PRODUTO SEM REGISTRO NO LOCAL TEM SALDO ZERO ALI; O
      *  REGISTRO SO E CRIADO SE O ESTORNO DE UMA SAIDA DEVOLVER
      *  MERCADORIA AO LOCAL.
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

       CONFIRMAR-E-ESTORNAR.
      *  OPCAO PARA GRAVAR OU DESISTIR
           PERFORM WITH TEST AFTER UNTIL OPC-ESTORNO-OK
               ACCEPT OPC-ESTORNO AT 2031
               MOVE FUNCTION UPPER-CASE (OPC-ESTORNO) TO OPC-ESTORNO
               IF  OPC-ESTORNO-OK
                   DISPLAY "              " AT 2340
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2340
               END-IF
           END-PERFORM.
           IF  OPC-ESTORNO  =  "S"
               PERFORM  APLICAR-ESTORNO
           END-IF.

      *  MESMA ORDEM DO ESTMOV: PRIMEIRO O SALDO TOTAL, DEPOIS O DO
      *  LOCAL, E O KARDEX SO DEPOIS DO SALDO GRAVADO.
       APLICAR-ESTORNO.
           EVALUATE  TRUE
               WHEN  ORI-ENTRADA
                   PERFORM  DESCONTAR-CUSTO-MEDIO
                   SUBTRACT  W-QTDE-ESTORNO  FROM  QTDE-ESTOQUE
               WHEN  ORI-SAIDA
                   PERFORM  DEVOLVER-CUSTO-MEDIO
                   ADD  W-QTDE-ESTORNO  TO  QTDE-ESTOQUE
               WHEN  ORI-ABRE-PEDIDO
                   SUBTRACT  W-QTDE-ESTORNO  FROM  QTDE-PEDIDO-ABERTO
               WHEN  ORI-LIBERA-PEDIDO
                   ADD  W-QTDE-ESTORNO  TO  QTDE-PEDIDO-ABERTO
           END-EVALUATE.
           REWRITE  REG-ESTOQUE.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ERRO AO GRAVAR O SALDO DE ESTOQUE" AT 2205
                       WITH FOREGROUND-COLOR 4
           ELSE
               IF  ORI-ENTRADA OR ORI-SAIDA
                   PERFORM  ATUALIZAR-SALDO-LOCAL
               END-IF
               DISPLAY  TELA-DADOS
               PERFORM  GRAVAR-KARDEX
               DISPLAY "ESTORNO GRAVADO" AT 2205
           END-IF.

      *  O ESTORNO DA ENTRADA TIRA DO CUSTO MEDIO A PARCELA QUE ELA
      *  TINHA TRAZIDO; SE O SALDO ZERAR, OU SE AS SAIDAS SEGUINTES
      *  TORNAREM A CONTA NEGATIVA, O CUSTO MEDIO FICA COMO ESTA.
       DESCONTAR-CUSTO-MEDIO.
           IF  QTDE-ESTOQUE > W-QTDE-ESTORNO
               COMPUTE  W-CUSTO-CALCULO ROUNDED =
                        (QTDE-ESTOQUE * CUSTO-MEDIO
                         - W-QTDE-ESTORNO * W-CUSTO-ORIGINAL)
                        / (QTDE-ESTOQUE - W-QTDE-ESTORNO)
               IF  W-CUSTO-CALCULO > ZERO AND
                   W-CUSTO-CALCULO < 10000
                   MOVE  W-CUSTO-CALCULO  TO  CUSTO-MEDIO
               END-IF
           END-IF.

      *  A SAIDA ESTORNADA VOLTA AO ESTOQUE PELO CUSTO EM QUE SAIU.
       DEVOLVER-CUSTO-MEDIO.
           COMPUTE  CUSTO-MEDIO ROUNDED =
                    (QTDE-ESTOQUE * CUSTO-MEDIO
                     + W-QTDE-ESTORNO * W-CUSTO-ORIGINAL)
                    / (QTDE-ESTOQUE + W-QTDE-ESTORNO).

       ATUALIZAR-SALDO-LOCAL.
           IF  ORI-SAIDA
               ADD  W-QTDE-ESTORNO  TO  W-SALDO-LOCAL
           ELSE
               SUBTRACT  W-QTDE-ESTORNO  FROM  W-SALDO-LOCAL
           END-IF
           INITIALIZE  REG-ESTLOCAL
           MOVE  CODPROD        TO  ELC-CODPROD
           MOVE  W-LOCAL        TO  ELC-LOCAL
           MOVE  W-SALDO-LOCAL  TO  ELC-QTDE
           IF  REGISTRO-LOCAL-NOVO
               WRITE  REG-ESTLOCAL
           ELSE
               REWRITE  REG-ESTLOCAL
           END-IF.
           IF  CODERRO-ELC = "00"
               MOVE  "N"  TO  W-LOCAL-NOVO
           ELSE
               DISPLAY "ERRO AO GRAVAR O SALDO DO LOCAL" AT 2305
                       WITH FOREGROUND-COLOR 4
           END-IF.

      *  A LINHA DO ESTORNO REPETE A QUANTIDADE E O CUSTO UNITARIO DO
      *  MOVIMENTO ESTORNADO, COM OS SALDOS JA DESFEITOS.
       GRAVAR-KARDEX.
           MOVE  CODPROD             TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  "X"                 TO  KDX-TIPO-MOV
           MOVE  W-QTDE-ESTORNO      TO  KDX-QTDE-MOV
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  ZERO                TO  KDX-PEDIDO
           MOVE  W-CUSTO-ORIGINAL    TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  W-LOCAL             TO  KDX-LOCAL
           IF  ORI-ENTRADA OR ORI-SAIDA
               MOVE  W-SALDO-LOCAL   TO  KDX-SALDO-LOCAL
           ELSE
               MOVE  SPACES          TO  KDX-SALDO-LOCAL-X
           END-IF
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           MOVE  W-NUMERO-ESTORNO    TO  KDX-ESTORNO-DE
           MOVE  W-ORI-TIPO          TO  KDX-TIPO-ESTORNADO
           MOVE  W-ORI-KIT           TO  KDX-KIT
           CALL  "NUMKDX"  USING  KDX-NUMERO
           OPEN  EXTEND  ARQ-KARDEX
           IF  CODERRO-KDX = "00"
               WRITE  REG-KARDEX
               CLOSE  ARQ-KARDEX
           END-IF.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX" AT 2305
                       WITH FOREGROUND-COLOR 4
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO" AT 2205
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  I-O  CAD-ESTOQUE.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO" AT 2205
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  I-O  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO (CNVLOCAL)"
                       AT 2205 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-ESTLOCAL.
       FIM-ULTIMA-LINHA.
