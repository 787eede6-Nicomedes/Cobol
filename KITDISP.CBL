      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       KITDISP   INITIAL.
       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  DISPONIBILIDADE DE KITS: QUANTOS KITS PODEM *
      *    *  SER MONTADOS COM O SALDO ATUAL DOS          *
      *    *  COMPONENTES, NO TOTAL OU EM UM LOCAL        *
      *    ************************************************
      *    PARA CADA COMPONENTE, SALDO / QTDE POR KIT (DIVISAO
      *    INTEIRA); O MENOR RESULTADO E O NUMERO DE KITS POSSIVEIS E
      *    O COMPONENTE QUE O DEU E O LIMITANTE. LOCAL EM BRANCO USA O
      *    SALDO TOTAL DO ARQUIVO DE ESTOQUE; INFORMADO, O SALDO DO
      *    COMPONENTE NAQUELE LOCAL (ESTLOCAL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KITSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KIT.
           COPY  LOCAL.
           COPY  ESTLOC.
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT       PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC       PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC       PIC  X(2)  VALUE SPACES.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  W-LOCAL-OK        PIC  X     VALUE "N".
           88  LOCAL-VALIDO            VALUE "S".
       77  W-FIM-ITENS       PIC  X     VALUE "N".
           88  FIM-ITENS               VALUE "S".
       77  W-CODKIT-PESQUISA PIC  9(5)  VALUE ZEROS.
       77  W-CODKIT          PIC  9(5)  VALUE ZEROS.
       77  W-DESCRI-KIT      PIC  X(20) VALUE SPACES.
       77  W-LOCAL           PIC  X(3)  VALUE SPACES.
       77  W-DESCRI-LOCAL    PIC  X(20) VALUE SPACES.
       77  W-MAX-COMP        PIC  9(2)  VALUE 20.
       77  W-QTD-COMP        PIC  9(2)  VALUE ZERO.
       77  W-IX-COMP         PIC  9(2)  VALUE ZERO.
       77  W-SALDO-COMP      PIC  9(5)  VALUE ZERO.
       77  W-KITS-COMP       PIC  9(5)  VALUE ZERO.
       77  W-KITS-POSSIVEIS  PIC  9(5)  VALUE ZERO.
       77  W-COMP-LIMITANTE  PIC  9(5)  VALUE ZERO.
       77  W-LIN             PIC  9(2)  VALUE ZERO.
       77  W-COL             PIC  9(2)  VALUE ZERO.
       77  W-POS             PIC  9(4)  VALUE ZERO.
       01  W-TABELA-COMPONENTES.
           02  W-TAB-COMP  OCCURS 20 TIMES.
               03  W-TAB-CODCOMP    PIC  9(5).
               03  W-TAB-QTDE       PIC  9(4).
      *  COMPONENTE NA TELA, EM DUAS COLUNAS DE 10
       01  W-LINHA-COMPONENTE.
           02  WC-CODCOMP    PIC  ZZZZ9.
           02  FILLER        PIC  X     VALUE SPACE.
           02  WC-DESCRI     PIC  X(12).
           02  FILLER        PIC  X     VALUE SPACE.
           02  WC-QTDE       PIC  ZZZ9.
           02  FILLER        PIC  X     VALUE SPACE.
           02  WC-SALDO      PIC  ZZZZ9.
           02  FILLER        PIC  X     VALUE SPACE.
           02  WC-KITS       PIC  ZZZZ9.
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
           02  T1 LINE 01 COLUMN 15 VALUE "DISPONIBILIDADE DE KITS".
           02  T11 LINE 01 COLUMN 60 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 03 COLUMN 05 VALUE "KIT:".
           02  T3 LINE 04 COLUMN 05 VALUE "LOCAL (BRANCO = TODOS):".
           02  T4 LINE 06 COLUMN 02 VALUE
                          "COMP. DESCRICAO    QTDE SALDO  KITS".
           02  T5 LINE 06 COLUMN 42 VALUE
                          "COMP. DESCRICAO    QTDE SALDO  KITS".
           02  T6 LINE 18 COLUMN 05 VALUE "KITS POSSIVEIS:".
           02  T7 LINE 18 COLUMN 35 VALUE "COMPONENTE LIMITANTE:".
           02  T8 LINE 20 COLUMN 05 VALUE "OUTRA CONSULTA?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 03 COLUMN 10 PIC ZZZZ9 TO W-CODKIT-PESQUISA.
           02  D1 LINE 03 COLUMN 17 PIC X(20)    FROM W-DESCRI-KIT.
           02  D2 LINE 04 COLUMN 29 PIC X(3)     USING W-LOCAL.
           02  D3 LINE 04 COLUMN 34 PIC X(20)    FROM W-DESCRI-LOCAL.
           02  D4 LINE 18 COLUMN 21 PIC ZZZZ9    FROM W-KITS-POSSIVEIS.
           02  D5 LINE 18 COLUMN 57 PIC ZZZZ9    FROM W-COMP-LIMITANTE.
           02  D6 LINE 20 COLUMN 27 PIC X        TO    OPC  AUTO.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL OPC = "N".
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           GOBACK.
       PROCESSA.
           INITIALIZE DATA-DIA CODERRO W-CODKIT-PESQUISA W-CODKIT
                      W-DESCRI-KIT W-LOCAL W-DESCRI-LOCAL W-QTD-COMP
                      W-KITS-POSSIVEIS W-COMP-LIMITANTE.
           MOVE CORR DATA-SIS TO DATA-DIA.
           DISPLAY TELA.

      *PEDE O KIT A CONSULTAR
           ACCEPT D0
           MOVE W-CODKIT-PESQUISA  TO  CODPROD
           IF  W-CODKIT-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 2205
                       WITH BLINK
           ELSE
               READ CAD-PRODUTO
               IF  CODERRO NOT = "00" OR PROD-INATIVO
                   DISPLAY "PRODUTO NAO FOI ENCONTRADO" AT 2205
                           WITH BLINK
               ELSE
                   MOVE  CODPROD  TO  W-CODKIT
                   MOVE  DESCRI   TO  W-DESCRI-KIT
                   DISPLAY  D1
                   PERFORM  CARREGAR-ESTRUTURA
                   IF  W-QTD-COMP = ZERO
                       DISPLAY "PRODUTO NAO E KIT (SEM COMPONENTES)"
                               AT 2205 WITH BLINK
                   ELSE
                       PERFORM  PEDIR-LOCAL
                       IF  LOCAL-VALIDO
                           PERFORM  CALCULAR-DISPONIBILIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *  OPCAO PARA CONTINUAR OU PARAR
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT D6
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               IF  OPC-OK
                   DISPLAY "                   " AT 2340
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2340
               END-IF
           END-PERFORM.

      *  LOCAL EM BRANCO CONSULTA O SALDO TOTAL; INFORMADO, TEM DE
      *  ESTAR NO CADASTRO DE LOCAIS.
       PEDIR-LOCAL.
           MOVE  "S"  TO  W-LOCAL-OK
           ACCEPT D2
           MOVE FUNCTION UPPER-CASE (W-LOCAL) TO W-LOCAL
           DISPLAY  D2
           IF  W-LOCAL = SPACES
               MOVE  "TODOS OS LOCAIS"  TO  W-DESCRI-LOCAL
           ELSE
               MOVE  W-LOCAL  TO  CODLOCAL
               READ  CAD-LOCAL
               IF  CODERRO-LOC = "00"
                   MOVE  DESCRI-LOCAL  TO  W-DESCRI-LOCAL
               ELSE
                   MOVE  "N"  TO  W-LOCAL-OK
                   DISPLAY "LOCAL NAO CADASTRADO" AT 2205 WITH BLINK
               END-IF
           END-IF.
           DISPLAY  D3.

       CARREGAR-ESTRUTURA.
           MOVE  ZERO      TO  W-QTD-COMP
           MOVE  "N"       TO  W-FIM-ITENS
           MOVE  W-CODKIT  TO  KIT-CODKIT
           MOVE  ZEROS     TO  KIT-CODCOMP
           START  CAD-KIT  KEY NOT < KIT-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-ITENS
           END-START.
           PERFORM  GUARDAR-COMPONENTE  UNTIL  FIM-ITENS.
       GUARDAR-COMPONENTE.
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
                   END-IF
           END-READ.

       CALCULAR-DISPONIBILIDADE.
           MOVE  99999  TO  W-KITS-POSSIVEIS
           PERFORM  AVALIAR-COMPONENTE
                    VARYING W-IX-COMP FROM 1 BY 1
                    UNTIL W-IX-COMP > W-QTD-COMP.
           DISPLAY  D4
           DISPLAY  D5.

      *  O COMPONENTE SEM REGISTRO DE SALDO (TOTAL OU NO LOCAL) TEM
      *  SALDO ZERO E NAO DEIXA MONTAR NENHUM KIT.
       AVALIAR-COMPONENTE.
           IF  W-LOCAL = SPACES
               MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  CODPROD-EST
               READ  CAD-ESTOQUE
               IF  CODERRO-EST = "00"
                   MOVE  QTDE-ESTOQUE  TO  W-SALDO-COMP
               ELSE
                   MOVE  ZERO          TO  W-SALDO-COMP
               END-IF
           ELSE
               MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  ELC-CODPROD
               MOVE  W-LOCAL                    TO  ELC-LOCAL
               READ  CAD-ESTLOCAL
               IF  CODERRO-ELC = "00"
                   MOVE  ELC-QTDE  TO  W-SALDO-COMP
               ELSE
                   MOVE  ZERO      TO  W-SALDO-COMP
               END-IF
           END-IF
           DIVIDE  W-SALDO-COMP  BY  W-TAB-QTDE (W-IX-COMP)
                   GIVING  W-KITS-COMP
           IF  W-KITS-COMP < W-KITS-POSSIVEIS
               MOVE  W-KITS-COMP                TO  W-KITS-POSSIVEIS
               MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  W-COMP-LIMITANTE
           END-IF
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  WC-CODCOMP  CODPROD
           READ  CAD-PRODUTO
           IF  CODERRO = "00"
               MOVE  DESCRI  TO  WC-DESCRI
           ELSE
               MOVE  "** SEM CAD."  TO  WC-DESCRI
           END-IF
           MOVE  W-TAB-QTDE (W-IX-COMP)  TO  WC-QTDE
           MOVE  W-SALDO-COMP            TO  WC-SALDO
           MOVE  W-KITS-COMP             TO  WC-KITS
           IF  W-IX-COMP > 10
               COMPUTE  W-LIN = W-IX-COMP - 4
               MOVE  42  TO  W-COL
           ELSE
               COMPUTE  W-LIN = W-IX-COMP + 6
               MOVE  02  TO  W-COL
           END-IF
           COMPUTE  W-POS = W-LIN * 100 + W-COL
           DISPLAY  W-LINHA-COMPONENTE  AT  W-POS.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO" AT 2205
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT NOT = "00"
               DISPLAY "ARQUIVO DE KITS NAO ENCONTRADO (KITMANT)"
                       AT 2205 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-ESTOQUE.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO" AT 2205
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO (CNVLOCAL)"
                       AT 2205 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO (CNVLOCAL)"
                       AT 2205 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-KIT.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTLOCAL.
       FIM-ULTIMA-LINHA.
