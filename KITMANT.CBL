      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       KITMANT   INITIAL.
       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  MANUTENCAO DA ESTRUTURA DE KITS: INCLUSAO,  *
      *    *  ALTERACAO DA QUANTIDADE E EXCLUSAO DOS      *
      *    *  COMPONENTES DE UM KIT (PRODUTO VENDIDO COMO *
      *    *  CONJUNTO DE OUTROS PRODUTOS)                *
      *    ************************************************
      *    O KIT E UM PRODUTO ATIVO DO CADASTRO, SEM ESTOQUE PROPRIO
      *    (A SAIDA DELE NO ESTMOV/ESTMVLOT BAIXA OS COMPONENTES).
      *    REGRAS DA ESTRUTURA:
      *    - TODO COMPONENTE E UM PRODUTO ATIVO DO CADASTRO;
      *    - O KIT NAO PODE CONTER ELE MESMO;
      *    - A ESTRUTURA TEM UM SO NIVEL: COMPONENTE NAO PODE SER
      *      KIT, E PRODUTO QUE JA E COMPONENTE NAO PODE VIRAR KIT
      *      (ASSIM NENHUM KIT CHEGA A CONTER ELE MESMO POR OUTRO);
      *    - PRODUTO COM ESTOQUE OU PEDIDO EM ABERTO NAO PODE VIRAR
      *      KIT;
      *    - NO MAXIMO 20 COMPONENTES POR KIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KITSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KIT.
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT       PIC  X(2)  VALUE SPACES.
       77  W-RESP            PIC  X     VALUE SPACE.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-GRAVA         PIC X VALUE SPACE.
       88  OPC-GRAVA-OK      VALUE "S" "N".
       77  W-ACAO            PIC X VALUE SPACE.
           88  ACAO-OK           VALUE "I" "A" "E" "N".
           88  ACAO-INCLUIR      VALUE "I".
           88  ACAO-ALTERAR      VALUE "A".
           88  ACAO-EXCLUIR      VALUE "E".
           88  ACAO-NADA         VALUE "N".
       77  W-ESTOQUE-OK      PIC  X     VALUE "N".
           88  ESTOQUE-DISPONIVEL      VALUE "S".
       77  W-KIT-OK          PIC  X     VALUE "N".
           88  KIT-PERMITIDO           VALUE "S".
       77  W-COMP-OK         PIC  X     VALUE "N".
           88  COMPONENTE-VALIDO       VALUE "S".
       77  W-FIM-ITENS       PIC  X     VALUE "N".
           88  FIM-ITENS               VALUE "S".
       77  W-CODKIT-PESQUISA PIC  9(5)  VALUE ZEROS.
       77  W-CODKIT          PIC  9(5)  VALUE ZEROS.
       77  W-DESCRI-KIT      PIC  X(20) VALUE SPACES.
       77  W-CODCOMP-PESQUISA PIC 9(5)  VALUE ZEROS.
       77  W-DESCRI-COMP     PIC  X(20) VALUE SPACES.
       77  W-QTDE-COMP       PIC  9(4)  VALUE ZERO.
       77  W-MAX-COMP        PIC  9(2)  VALUE 20.
       77  W-QTD-COMP        PIC  9(2)  VALUE ZERO.
       77  W-IX-COMP         PIC  9(2)  VALUE ZERO.
       77  W-LIN             PIC  9(2)  VALUE ZERO.
       77  W-COL             PIC  9(2)  VALUE ZERO.
       77  W-POS             PIC  9(4)  VALUE ZERO.
      *  COMPONENTES DO KIT NA TELA, EM DUAS COLUNAS DE 10
       01  W-TABELA-COMPONENTES.
           02  W-TAB-COMP  OCCURS 20 TIMES.
               03  W-TAB-CODCOMP    PIC  9(5).
               03  W-TAB-DESCRI     PIC  X(20).
               03  W-TAB-QTDE       PIC  9(4).
               03  W-TAB-SITUACAO   PIC  X.
       01  W-LINHA-COMPONENTE.
           02  WC-CODCOMP    PIC  ZZZZ9.
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WC-DESCRI     PIC  X(20).
           02  FILLER        PIC  X(2)  VALUE SPACES.
           02  WC-QTDE       PIC  ZZZ9.
           02  FILLER        PIC  X     VALUE SPACE.
           02  WC-SITUACAO   PIC  X.
       01  W-LINHA-BRANCA    PIC  X(78) VALUE SPACES.
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
                                    "MANUTENCAO DA ESTRUTURA DE KITS".
           02  T11 LINE 01 COLUMN 60 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 03 COLUMN 05 VALUE "KIT:".
           02  T3 LINE 03 COLUMN 45 VALUE "COMPONENTES:".
           02  T4 LINE 05 COLUMN 02 VALUE
                          "COMP.  DESCRICAO             QTDE".
           02  T5 LINE 05 COLUMN 42 VALUE
                          "COMP.  DESCRICAO             QTDE".
           02  T12 LINE 16 COLUMN 05 VALUE "* = COMPONENTE INATIVO".
           02  T6 LINE 17 COLUMN 05 VALUE
                    "ACAO (I=INCLUIR A=ALTERAR E=EXCLUIR N=NADA):".
           02  T7 LINE 18 COLUMN 05 VALUE "COMPONENTE:".
           02  T8 LINE 18 COLUMN 50 VALUE "QTDE POR KIT:".
           02  T9 LINE 19 COLUMN 05 VALUE
                          "CONFIRMA A GRAVACAO?(S/N): ".
           02  T10 LINE 20 COLUMN 05 VALUE "OUTRO KIT?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 03 COLUMN 10 PIC ZZZZ9 TO W-CODKIT-PESQUISA.
           02  D1 LINE 03 COLUMN 17 PIC X(20)    FROM W-DESCRI-KIT.
           02  D2 LINE 03 COLUMN 58 PIC Z9       FROM W-QTD-COMP.
           02  D-ACAO LINE 17 COLUMN 50 PIC X    TO W-ACAO AUTO.
           02  D3 LINE 18 COLUMN 17 PIC ZZZZ9    TO W-CODCOMP-PESQUISA.
           02  D4 LINE 18 COLUMN 24 PIC X(20)    FROM W-DESCRI-COMP.
           02  D5 LINE 18 COLUMN 64 PIC ZZZ9     USING W-QTDE-COMP.
           02  D-ALT LINE 19 COLUMN 32 PIC X     TO OPC-GRAVA AUTO.
           02  D6 LINE 20 COLUMN 22 PIC X        TO    OPC  AUTO.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL OPC = "N".
           PERFORM FECHAR-ARQUIVO.
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           GOBACK.
       PROCESSA.
           INITIALIZE DATA-DIA CODERRO W-CODKIT-PESQUISA W-CODKIT
                      W-DESCRI-KIT W-QTD-COMP W-ACAO.
           MOVE CORR DATA-SIS TO DATA-DIA.
           DISPLAY TELA.

      *PEDE O PRODUTO QUE E (OU VAI SER) O KIT
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
                   PERFORM  EXIBIR-ESTRUTURA
                   MOVE  "S"  TO  W-KIT-OK
                   IF  W-QTD-COMP = ZERO
                       PERFORM  VALIDAR-NOVO-KIT
                   END-IF
                   IF  KIT-PERMITIDO
                       PERFORM  ROTINA-ACAO
                                WITH TEST AFTER UNTIL ACAO-NADA
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

      *  PRODUTO AINDA SEM ESTRUTURA: SO VIRA KIT SE NAO FOR
      *  COMPONENTE DE OUTRO KIT E NAO TIVER SALDO PROPRIO.
       VALIDAR-NOVO-KIT.
           MOVE  W-CODKIT  TO  KIT-CODCOMP
           READ  CAD-KIT  KEY IS KIT-CODCOMP
           IF  CODERRO-KIT = "00"
               MOVE  "N"  TO  W-KIT-OK
               DISPLAY "PRODUTO E COMPONENTE DO KIT " KIT-CODKIT
                       " - NAO PODE SER KIT" AT 2205 WITH BLINK
           ELSE
               IF  ESTOQUE-DISPONIVEL
                   MOVE  W-CODKIT  TO  CODPROD-EST
                   READ  CAD-ESTOQUE
                   IF  CODERRO-EST = "00" AND
                       (QTDE-ESTOQUE > ZERO OR
                        QTDE-PEDIDO-ABERTO > ZERO)
                       MOVE  "N"  TO  W-KIT-OK
                       DISPLAY "PRODUTO COM ESTOQUE OU PEDIDO EM "
                               "ABERTO - NAO PODE SER KIT"
                               AT 2205 WITH BLINK
                   END-IF
               END-IF
           END-IF.

       ROTINA-ACAO.
           INITIALIZE  W-CODCOMP-PESQUISA  W-DESCRI-COMP  W-QTDE-COMP
                       OPC-GRAVA
           DISPLAY  D3
           DISPLAY  D4
           DISPLAY  D5
           PERFORM WITH TEST AFTER UNTIL ACAO-OK
               ACCEPT D-ACAO
               MOVE FUNCTION UPPER-CASE (W-ACAO) TO W-ACAO
               IF  ACAO-OK
                   DISPLAY "                       " AT 2340
               ELSE
                   DISPLAY " DIGITE I, A, E OU N" AT 2340
               END-IF
           END-PERFORM.
           IF  NOT ACAO-NADA
               DISPLAY  W-LINHA-BRANCA  AT  2202
           END-IF.
           EVALUATE  TRUE
               WHEN  ACAO-INCLUIR
                   PERFORM  INCLUIR-COMPONENTE
               WHEN  ACAO-ALTERAR
                   PERFORM  ALTERAR-COMPONENTE
               WHEN  ACAO-EXCLUIR
                   PERFORM  EXCLUIR-COMPONENTE
           END-EVALUATE.

      *  O COMPONENTE NOVO E VALIDADO NA ORDEM: CODIGO, O PROPRIO
      *  KIT, CADASTRO ATIVO, NAO SER KIT, NAO CONSTAR DO KIT.
       INCLUIR-COMPONENTE.
           IF  W-QTD-COMP NOT < W-MAX-COMP
               DISPLAY "KIT JA TEM O MAXIMO DE 20 COMPONENTES" AT 2205
                       WITH BLINK
           ELSE
               ACCEPT D3
               PERFORM  VALIDAR-COMPONENTE
               IF  COMPONENTE-VALIDO
                   MOVE  W-CODKIT            TO  KIT-CODKIT
                   MOVE  W-CODCOMP-PESQUISA  TO  KIT-CODCOMP
                   READ  CAD-KIT
                   IF  CODERRO-KIT = "00"
                       DISPLAY "COMPONENTE JA CONSTA DO KIT" AT 2205
                               WITH BLINK
                   ELSE
                       PERFORM  PEDIR-QUANTIDADE
                       IF  OPC-GRAVA = "S"
                           PERFORM  GRAVAR-COMPONENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-COMPONENTE.
           MOVE  "N"  TO  W-COMP-OK
           MOVE  W-CODCOMP-PESQUISA  TO  CODPROD
           IF  W-CODCOMP-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 2205
                       WITH BLINK
           ELSE
               IF  W-CODCOMP-PESQUISA = W-CODKIT
                   DISPLAY "O KIT NAO PODE CONTER ELE MESMO" AT 2205
                           WITH BLINK
               ELSE
                   READ CAD-PRODUTO
                   IF  CODERRO NOT = "00" OR PROD-INATIVO
                       DISPLAY "COMPONENTE NAO CADASTRADO OU INATIVO"
                               AT 2205 WITH BLINK
                   ELSE
                       MOVE  DESCRI  TO  W-DESCRI-COMP
                       DISPLAY  D4
                       PERFORM  VERIFICAR-COMPONENTE-KIT
                   END-IF
               END-IF
           END-IF.

      *  UM COMPONENTE QUE TEM ESTRUTURA PROPRIA E UM KIT; A
      *  ESTRUTURA E DE UM SO NIVEL.
       VERIFICAR-COMPONENTE-KIT.
           MOVE  "S"                 TO  W-COMP-OK
           MOVE  W-CODCOMP-PESQUISA  TO  KIT-CODKIT
           MOVE  ZEROS               TO  KIT-CODCOMP
           START  CAD-KIT  KEY NOT < KIT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ  CAD-KIT  NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF  KIT-CODKIT = W-CODCOMP-PESQUISA
                               MOVE  "N"  TO  W-COMP-OK
                               DISPLAY "COMPONENTE E UM KIT - KIT "
                                       "NAO PODE CONTER OUTRO KIT"
                                       AT 2205 WITH BLINK
                           END-IF
                   END-READ
           END-START.

       PEDIR-QUANTIDADE.
           MOVE  "N"  TO  OPC-GRAVA
           ACCEPT D5
           IF  W-QTDE-COMP = ZEROS OR W-QTDE-COMP NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA" AT 2205 WITH BLINK
           ELSE
               PERFORM  CONFIRMAR-GRAVACAO
           END-IF.

       GRAVAR-COMPONENTE.
           INITIALIZE  REG-KIT
           MOVE  W-CODKIT            TO  KIT-CODKIT
           MOVE  W-CODCOMP-PESQUISA  TO  KIT-CODCOMP
           MOVE  W-QTDE-COMP         TO  KIT-QTDE
           WRITE  REG-KIT.
           IF  CODERRO-KIT NOT = "00"
               DISPLAY "ERRO AO INCLUIR O COMPONENTE" AT 2205 WITH
                       FOREGROUND-COLOR 4
           ELSE
               DISPLAY "COMPONENTE INCLUIDO" AT 2205
               PERFORM  CARREGAR-ESTRUTURA
               PERFORM  EXIBIR-ESTRUTURA
           END-IF.

       ALTERAR-COMPONENTE.
           ACCEPT D3
           PERFORM  LER-COMPONENTE-DO-KIT
           IF  CODERRO-KIT = "00"
               PERFORM  PEDIR-QUANTIDADE
               IF  OPC-GRAVA = "S"
                   MOVE  W-QTDE-COMP  TO  KIT-QTDE
                   REWRITE  REG-KIT
                   IF  CODERRO-KIT NOT = "00"
                       DISPLAY "ERRO AO ALTERAR O COMPONENTE" AT 2205
                               WITH FOREGROUND-COLOR 4
                   ELSE
                       DISPLAY "COMPONENTE ALTERADO" AT 2205
                       PERFORM  CARREGAR-ESTRUTURA
                       PERFORM  EXIBIR-ESTRUTURA
                   END-IF
               END-IF
           END-IF.

       EXCLUIR-COMPONENTE.
           ACCEPT D3
           PERFORM  LER-COMPONENTE-DO-KIT
           IF  CODERRO-KIT = "00"
               PERFORM  CONFIRMAR-GRAVACAO
               IF  OPC-GRAVA = "S"
                   DELETE  CAD-KIT  RECORD
                   IF  CODERRO-KIT NOT = "00"
                       DISPLAY "ERRO AO EXCLUIR O COMPONENTE" AT 2205
                               WITH FOREGROUND-COLOR 4
                   ELSE
                       DISPLAY "COMPONENTE EXCLUIDO" AT 2205
                       PERFORM  CARREGAR-ESTRUTURA
                       PERFORM  EXIBIR-ESTRUTURA
                   END-IF
               END-IF
           END-IF.

      *  ALTERACAO E EXCLUSAO SO SE APLICAM A COMPONENTE JA DO KIT;
      *  O COMPONENTE PODE TER SIDO INATIVADO DEPOIS DE INCLUIDO.
       LER-COMPONENTE-DO-KIT.
           MOVE  W-CODKIT            TO  KIT-CODKIT
           MOVE  W-CODCOMP-PESQUISA  TO  KIT-CODCOMP
           READ  CAD-KIT
           IF  CODERRO-KIT NOT = "00"
               DISPLAY "COMPONENTE NAO CONSTA DO KIT" AT 2205
                       WITH BLINK
           ELSE
               MOVE  KIT-QTDE  TO  W-QTDE-COMP
               MOVE  KIT-CODCOMP  TO  CODPROD
               READ  CAD-PRODUTO
               IF  CODERRO = "00"
                   MOVE  DESCRI  TO  W-DESCRI-COMP
               ELSE
                   MOVE  "*** NAO CADASTRADO ***"  TO  W-DESCRI-COMP
               END-IF
               DISPLAY  D4
               DISPLAY  D5
           END-IF.

      *  LE OS COMPONENTES DO KIT PELA CHAVE (KIT + COMPONENTE).
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
                       MOVE  SPACE     TO  W-TAB-SITUACAO (W-QTD-COMP)
                       MOVE  KIT-CODCOMP  TO  CODPROD
                       READ  CAD-PRODUTO
                       IF  CODERRO = "00"
                           MOVE  DESCRI  TO  W-TAB-DESCRI (W-QTD-COMP)
                           IF  PROD-INATIVO
                               MOVE  "*"  TO  W-TAB-SITUACAO
                                              (W-QTD-COMP)
                           END-IF
                       ELSE
                           MOVE  "*** NAO CADASTRADO ***"
                             TO  W-TAB-DESCRI (W-QTD-COMP)
                           MOVE  "*"  TO  W-TAB-SITUACAO (W-QTD-COMP)
                       END-IF
                   END-IF
           END-READ.

       EXIBIR-ESTRUTURA.
           PERFORM  LIMPAR-LINHA
                    VARYING W-LIN FROM 6 BY 1 UNTIL W-LIN > 15.
           PERFORM  EXIBIR-COMPONENTE
                    VARYING W-IX-COMP FROM 1 BY 1
                    UNTIL W-IX-COMP > W-QTD-COMP.
           DISPLAY  D2.
       LIMPAR-LINHA.
           COMPUTE  W-POS = W-LIN * 100 + 02
           DISPLAY  W-LINHA-BRANCA  AT  W-POS.
       EXIBIR-COMPONENTE.
           IF  W-IX-COMP > 10
               COMPUTE  W-LIN = W-IX-COMP - 5
               MOVE  42  TO  W-COL
           ELSE
               COMPUTE  W-LIN = W-IX-COMP + 5
               MOVE  02  TO  W-COL
           END-IF
           MOVE  W-TAB-CODCOMP  (W-IX-COMP)  TO  WC-CODCOMP
           MOVE  W-TAB-DESCRI   (W-IX-COMP)  TO  WC-DESCRI
           MOVE  W-TAB-QTDE     (W-IX-COMP)  TO  WC-QTDE
           MOVE  W-TAB-SITUACAO (W-IX-COMP)  TO  WC-SITUACAO
           COMPUTE  W-POS = W-LIN * 100 + W-COL
           DISPLAY  W-LINHA-COMPONENTE  AT  W-POS.

      *  OPCAO PARA GRAVAR OU DESISTIR
       CONFIRMAR-GRAVACAO.
           PERFORM WITH TEST AFTER UNTIL OPC-GRAVA-OK
               ACCEPT D-ALT
               MOVE FUNCTION UPPER-CASE (OPC-GRAVA) TO OPC-GRAVA
               IF  OPC-GRAVA-OK
                   DISPLAY "                   " AT 2340
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2340
               END-IF
           END-PERFORM.

       TRATAR-ARQUIVO-INEXISTENTE.
           DISPLAY "ARQUIVO DE KITS NAO ENCONTRADO" AT 2205 WITH
                   FOREGROUND-COLOR 4
           DISPLAY "CRIAR UM ARQUIVO NOVO E VAZIO? (S/N):" AT 2240
           ACCEPT  W-RESP AT 2278
           MOVE  FUNCTION UPPER-CASE (W-RESP)  TO  W-RESP
           IF  W-RESP = "S"
               OPEN  OUTPUT  CAD-KIT
               IF  CODERRO-KIT = "00"
                   CLOSE  CAD-KIT
                   OPEN  I-O  CAD-KIT
               END-IF
           END-IF.
           IF  CODERRO-KIT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE KITS"
                       AT 2205 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.

      *  O ARQUIVO DE ESTOQUE SO E CONSULTADO PARA IMPEDIR QUE UM
      *  PRODUTO COM SALDO VIRE KIT; SE NAO EXISTIR, NAO IMPEDE.
       ABRIR-ARQUIVO.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO" AT 2205
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  I-O  CAD-KIT.
           EVALUATE  CODERRO-KIT
               WHEN  "00"
                   CONTINUE
               WHEN  "35"
                   PERFORM  TRATAR-ARQUIVO-INEXISTENTE
               WHEN  OTHER
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE KITS: "
                           CODERRO-KIT AT 2205 WITH FOREGROUND-COLOR 4
                   GOBACK
           END-EVALUATE.
           OPEN  INPUT  CAD-ESTOQUE.
           IF  CODERRO-EST = "00"
               MOVE "S" TO W-ESTOQUE-OK
           ELSE
               MOVE "N" TO W-ESTOQUE-OK
           END-IF.
       FECHAR-ARQUIVO.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-KIT.
           IF  ESTOQUE-DISPONIVEL
               CLOSE  CAD-ESTOQUE
           END-IF.
       FIM-ULTIMA-LINHA.
