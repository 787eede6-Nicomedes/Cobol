      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       PEDMANT   INITIAL.
       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  MANUTENCAO DE PEDIDOS DE COMPRA: DIGITACAO  *
      *    *  DE PEDIDO NOVO POR FORNECEDOR, INCLUSAO DE  *
      *    *  ITENS EM PEDIDO PENDENTE E CANCELAMENTO DO  *
      *    *  PEDIDO (LIBERA O SALDO AINDA NAO RECEBIDO)  *
      *    ************************************************
      *    CADA ITEM INCLUIDO ABRE O PEDIDO NO ESTOQUE E VAI PARA
      *    O KARDEX COMO TIPO A; O CANCELAMENTO LANCA TIPO L PARA O
      *    PENDENTE DE CADA ITEM ABERTO. OS DOIS COM O NUMERO DO
      *    PEDIDO NO KARDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  FORSEL.
           COPY  KARDSEL.
           COPY  PEDSEL.
           COPY  PITSEL.
           COPY  KITSEL.
           SELECT  ARQ-CONTROLE-PEDIDO ASSIGN TO "PEDCOMP.SEQ"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SEQ.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  FORNEC.
           COPY  KARDEX.
           COPY  PEDCOMP.
           COPY  PEDITEM.
           COPY  KIT.
       FD  ARQ-CONTROLE-PEDIDO
           LABEL  RECORD  STANDARD.
       01  REG-CONTROLE-PEDIDO.
           02  SEQ-ULTIMO-PEDIDO   PIC  9(6).
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-FOR       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX       PIC  X(2)  VALUE SPACES.
       77  CODERRO-PED       PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT       PIC  X(2)  VALUE SPACES.
       77  CODERRO-SEQ       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT       PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR        PIC  X(12) VALUE SPACES.
       77  W-RESP            PIC  X     VALUE SPACE.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-GRAVA         PIC X VALUE SPACE.
       88  OPC-GRAVA-OK      VALUE "S" "N".
       77  OPC-ITEM          PIC X VALUE SPACE.
       88  OPC-ITEM-OK       VALUE "S" "N".
       77  W-ACAO            PIC X VALUE SPACE.
           88  ACAO-OK           VALUE "I" "C" "N".
           88  ACAO-INCLUIR      VALUE "I".
           88  ACAO-CANCELAR     VALUE "C".
       77  W-NUM-PESQUISA    PIC  9(6)  VALUE ZEROS.
       77  W-FORN-PESQUISA   PIC  X(5)  VALUE SPACES.
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       77  W-QTDE-ITEM       PIC  9(5)  VALUE ZERO.
       77  W-QTDE-PENDENTE   PIC  9(5)  VALUE ZERO.
       77  W-QTDE-LIBERA     PIC  9(5)  VALUE ZERO.
       77  W-ITENS-CANCELADOS PIC 9(3)  VALUE ZERO.
       77  W-ESTOQUE-NOVO    PIC  X     VALUE "N".
           88  REGISTRO-ESTOQUE-NOVO   VALUE "S".
       77  W-PEDIDO-OK       PIC  X     VALUE "N".
           88  PEDIDO-DISPONIVEL       VALUE "S".
       77  W-FIM-ITENS       PIC  X     VALUE "N".
           88  FIM-ITENS               VALUE "S".
      *  O ARQUIVO DE KITS E OPCIONAL (SEM ELE NENHUM PRODUTO E KIT).
       77  W-KIT-OK          PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL      VALUE "S".
       77  W-PRODUTO-KIT     PIC  X     VALUE "N".
           88  PRODUTO-KIT             VALUE "S".
           COPY  LOCPAD.
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
           02  T1 LINE 05 COLUMN 15 VALUE
                                    "MANUTENCAO DE PEDIDOS DE COMPRA".
           02  T11 LINE 07 COLUMN 22 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 10 COLUMN 10 VALUE
                          "NUMERO DO PEDIDO (0 = NOVO):".
           02  T3 LINE 12 COLUMN 10 VALUE "FORNECEDOR:".
           02  T4 LINE 13 COLUMN 10 VALUE "EMISSAO:".
           02  T8 LINE 13 COLUMN 45 VALUE "SITUACAO:".
           02  T5 LINE 15 COLUMN 10 VALUE
                          "ACAO (I=INCLUIR ITEM C=CANCELAR N=NADA):".
           02  T9 LINE 16 COLUMN 10 VALUE "PRODUTO:".
           02  T12 LINE 16 COLUMN 50 VALUE "QTDE:".
           02  T6 LINE 18 COLUMN 10 VALUE
                          "CONFIRMA A GRAVACAO?(S/N): ".
           02  T10 LINE 19 COLUMN 10 VALUE "OUTRO ITEM?(S/N):".
           02  T7 LINE 20 COLUMN 10 VALUE "OUTRO PEDIDO?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 10 COLUMN 40 PIC ZZZZZ9 TO W-NUM-PESQUISA.
           02  D1 LINE 12 COLUMN 22 PIC X(5)     TO W-FORN-PESQUISA.
           02  D1N LINE 12 COLUMN 22 PIC X(5)    FROM PED-FORNECEDOR.
           02  D2 LINE 12 COLUMN 30 PIC X(20)    FROM NOME-FORN.
           02  D2P LINE 12 COLUMN 55 PIC ZZZZZ9  FROM PED-NUMERO.
           02  D3 LINE 13 COLUMN 22 PIC X(10)    FROM PED-DATA-EMISSAO.
           02  D3S LINE 13 COLUMN 55 PIC X       FROM PED-SITUACAO.
           02  D-ACAO LINE 15 COLUMN 51 PIC X    TO W-ACAO AUTO.
           02  D5 LINE 16 COLUMN 22 PIC ZZZZ9    TO W-CODPROD-PESQUISA.
           02  D6 LINE 16 COLUMN 28 PIC X(20)    FROM DESCRI.
           02  D7 LINE 16 COLUMN 57 PIC ZZZZ9    TO W-QTDE-ITEM.
           02  D-ALT LINE 18 COLUMN  39 PIC X    TO OPC-GRAVA AUTO.
           02  D-ITEM LINE 19 COLUMN 35 PIC X    TO OPC-ITEM AUTO.
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
           DISPLAY "FIM DE PROCESSAMENTO" AT 2455.
           GOBACK.
       PROCESSA.
           INITIALIZE DATA-DIA CODERRO-PED W-NUM-PESQUISA
                      W-FORN-PESQUISA W-ACAO REG-PEDIDO
                      REG-FORNECEDOR.
           MOVE CORR DATA-SIS TO DATA-DIA.
           DISPLAY TELA.

      *PEDE O NUMERO DO PEDIDO; ZERO ABRE UM PEDIDO NOVO
           ACCEPT D0
           IF  W-NUM-PESQUISA = ZEROS
               PERFORM  ROTINA-NOVO-PEDIDO
           ELSE
               MOVE  W-NUM-PESQUISA  TO  PED-NUMERO
               READ  CAD-PEDIDO
               IF  CODERRO-PED NOT = "00"
                   DISPLAY "PEDIDO NAO FOI ENCONTRADO" AT 1140
                           WITH BLINK
               ELSE
                   PERFORM  EXIBIR-PEDIDO
                   IF  NOT PED-PENDENTE
                       DISPLAY "PEDIDO JA ENCERRADO OU CANCELADO"
                               AT 1140 WITH BLINK
                   ELSE
                       PERFORM  ROTINA-PEDIDO-EXISTENTE
                   END-IF
               END-IF
           END-IF.
      *
      *  OPCAO PARA CONTINUAR OU PARAR
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT D4
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               IF  OPC-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

       EXIBIR-PEDIDO.
           MOVE  PED-FORNECEDOR  TO  CODFORN
           READ  CAD-FORNECEDOR
           IF  CODERRO-FOR NOT = "00"
               MOVE  "*** NAO CADASTRADO ***"  TO  NOME-FORN
           END-IF.
           DISPLAY  D1N
           DISPLAY  D2
           DISPLAY  D2P
           DISPLAY  D3
           DISPLAY  D3S.

      *  PEDIDO DIGITADO: O FORNECEDOR PRECISA EXISTIR NO CADASTRO
      *  BASICO (MANTFOR); O NUMERO SO E TOMADO DA SEQUENCIA DEPOIS
      *  DA CONFIRMACAO.
       ROTINA-NOVO-PEDIDO.
           ACCEPT D1
           MOVE FUNCTION UPPER-CASE (W-FORN-PESQUISA)
             TO W-FORN-PESQUISA
           MOVE  W-FORN-PESQUISA  TO  CODFORN
           READ  CAD-FORNECEDOR
           IF  W-FORN-PESQUISA = SPACES OR CODERRO-FOR NOT = "00"
               DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1140 WITH BLINK
           ELSE
               DISPLAY  D2
               PERFORM  CONFIRMAR-GRAVACAO
               IF  OPC-GRAVA  =  "S"
                   PERFORM  GRAVAR-CABECALHO-PEDIDO
                   IF  PEDIDO-DISPONIVEL
                       PERFORM  EXIBIR-PEDIDO
                       MOVE  "S"  TO  OPC-ITEM
                       PERFORM  INCLUIR-ITEM UNTIL OPC-ITEM = "N"
                   END-IF
               END-IF
           END-IF.

       GRAVAR-CABECALHO-PEDIDO.
           MOVE  "N"  TO  W-PEDIDO-OK
           PERFORM  OBTER-NUMERO-PEDIDO
           INITIALIZE  REG-PEDIDO
           MOVE  SEQ-ULTIMO-PEDIDO  TO  PED-NUMERO
           MOVE  W-FORN-PESQUISA    TO  PED-FORNECEDOR
           MOVE  DATA-COM-BARRA     TO  PED-DATA-EMISSAO
           SET   PED-ABERTO         TO  TRUE
           SET   PED-MANUAL         TO  TRUE
           MOVE  W-OPERADOR         TO  PED-OPERADOR
           WRITE  REG-PEDIDO.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "ERRO AO GRAVAR O PEDIDO" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               MOVE  "S"  TO  W-PEDIDO-OK
               DISPLAY "PEDIDO GRAVADO" AT 1140
           END-IF.

       ROTINA-PEDIDO-EXISTENTE.
           PERFORM WITH TEST AFTER UNTIL ACAO-OK
               ACCEPT D-ACAO
               MOVE FUNCTION UPPER-CASE (W-ACAO) TO W-ACAO
               IF  ACAO-OK
                   DISPLAY "                       " AT 2040
               ELSE
                   DISPLAY " DIGITE I, C OU N" AT 2040
               END-IF
           END-PERFORM.
           EVALUATE  TRUE
               WHEN  ACAO-INCLUIR
                   MOVE  "S"  TO  OPC-ITEM
                   PERFORM  INCLUIR-ITEM UNTIL OPC-ITEM = "N"
               WHEN  ACAO-CANCELAR
                   PERFORM  CONFIRMAR-GRAVACAO
                   IF  OPC-GRAVA  =  "S"
                       PERFORM  CANCELAR-PEDIDO
                   END-IF
           END-EVALUATE.

      *  O MESMO PRODUTO NAO PODE APARECER DUAS VEZES NO PEDIDO (A
      *  CHAVE DO ITEM E PEDIDO + CODPROD); PARA AUMENTAR A
      *  QUANTIDADE, CANCELA-SE O PEDIDO OU ABRE-SE OUTRO.
       INCLUIR-ITEM.
           INITIALIZE  W-CODPROD-PESQUISA  W-QTDE-ITEM  OPC-GRAVA
           ACCEPT D5
           MOVE W-CODPROD-PESQUISA  TO  CODPROD
           IF  W-CODPROD-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 1140
                       WITH BLINK
           ELSE
               READ CAD-PRODUTO
               IF  CODERRO NOT = "00" OR PROD-INATIVO
                   DISPLAY "PRODUTO NAO FOI ENCONTRADO" AT 1140
                           WITH BLINK
               ELSE
                   DISPLAY  D6
                   PERFORM  VERIFICAR-PRODUTO-KIT
                   MOVE  PED-NUMERO  TO  PIT-NUMERO
                   MOVE  CODPROD     TO  PIT-CODPROD
                   READ  CAD-ITEM-PEDIDO
                   EVALUATE  TRUE
                       WHEN  PRODUTO-KIT
                           DISPLAY "KIT SO ADMITE SAIDA (S)" AT 1140
                                   WITH BLINK
                       WHEN  CODERRO-PIT = "00"
                           DISPLAY "PRODUTO JA CONSTA DO PEDIDO"
                                   AT 1140 WITH BLINK
                       WHEN  OTHER
                           PERFORM  ROTINA-QTDE-ITEM
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM WITH TEST AFTER UNTIL OPC-ITEM-OK
               ACCEPT D-ITEM
               MOVE FUNCTION UPPER-CASE (OPC-ITEM) TO OPC-ITEM
               IF  OPC-ITEM-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

       ROTINA-QTDE-ITEM.
           ACCEPT D7
           IF  W-QTDE-ITEM = ZEROS OR W-QTDE-ITEM NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA" AT 1140 WITH BLINK
           ELSE
               PERFORM  LER-SALDO-ESTOQUE
               IF  QTDE-PEDIDO-ABERTO + W-QTDE-ITEM > 99999
                   DISPLAY "SALDO DE PEDIDO ESTOURA O LIMITE"
                           AT 1140 WITH BLINK
               ELSE
                   PERFORM  CONFIRMAR-GRAVACAO
                   IF  OPC-GRAVA  =  "S"
                       PERFORM  GRAVAR-ITEM-PEDIDO
                   END-IF
               END-IF
           END-IF.

      *  PRODUTO COM COMPONENTES NO ARQUIVO DE KITS E UM KIT; KIT NAO
      *  TEM ESTOQUE PROPRIO E POR ISSO NAO ENTRA EM PEDIDO DE COMPRA
      *  (SE COMPRAM OS COMPONENTES). O ARQUIVO DE KITS E OPCIONAL.
       VERIFICAR-PRODUTO-KIT.
           MOVE  "N"  TO  W-PRODUTO-KIT
           IF  ARQ-KIT-DISPONIVEL
               MOVE  CODPROD  TO  KIT-CODKIT
               MOVE  ZEROS    TO  KIT-CODCOMP
               START  CAD-KIT  KEY NOT < KIT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ  CAD-KIT  NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF  KIT-CODKIT = CODPROD
                                   MOVE  "S"  TO  W-PRODUTO-KIT
                               END-IF
                       END-READ
               END-START
           END-IF.

      *  PRODUTO SEM REGISTRO NO ARQUIVO DE ESTOQUE COMECA COM SALDOS
      *  ZERADOS, MESMO CRITERIO DO ESTMOV.
       LER-SALDO-ESTOQUE.
           MOVE  "N"      TO  W-ESTOQUE-NOVO
           MOVE  CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST NOT = "00"
               MOVE  "S"      TO  W-ESTOQUE-NOVO
               INITIALIZE  REG-ESTOQUE
               MOVE  CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.

       GRAVAR-ITEM-PEDIDO.
           INITIALIZE  REG-ITEM-PEDIDO
           MOVE  PED-NUMERO   TO  PIT-NUMERO
           MOVE  CODPROD      TO  PIT-CODPROD
           MOVE  W-QTDE-ITEM  TO  PIT-QTDE-PEDIDA
           MOVE  ZERO         TO  PIT-QTDE-RECEBIDA
           SET   PIT-ABERTO   TO  TRUE
           WRITE  REG-ITEM-PEDIDO.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ITEM DO PEDIDO" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               ADD  W-QTDE-ITEM  TO  QTDE-PEDIDO-ABERTO
               MOVE  "A"          TO  KDX-TIPO-MOV
               MOVE  W-QTDE-ITEM  TO  KDX-QTDE-MOV
               PERFORM  GRAVAR-SALDO-E-KARDEX
               IF  CODERRO-EST = "00"
                   DISPLAY "ITEM GRAVADO" AT 2040
               END-IF
           END-IF.

      *  SO GRAVA O KARDEX DEPOIS DE CONFIRMAR QUE O SALDO FOI
      *  REALMENTE GRAVADO NO ARQUIVO DE ESTOQUE, MESMO CRITERIO DO
      *  ESTMOV. TIPO E QUANTIDADE JA VEM PREENCHIDOS NO KARDEX.
       GRAVAR-SALDO-E-KARDEX.
           IF  REGISTRO-ESTOQUE-NOVO
               WRITE  REG-ESTOQUE
           ELSE
               REWRITE  REG-ESTOQUE
           END-IF.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ERRO AO GRAVAR O SALDO DE ESTOQUE" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               MOVE  "N"  TO  W-ESTOQUE-NOVO
               PERFORM  GRAVAR-KARDEX
           END-IF.

       GRAVAR-KARDEX.
           MOVE  CODPROD-EST         TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  PED-NUMERO          TO  KDX-PEDIDO
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  LOC-PADRAO          TO  KDX-LOCAL
           MOVE  SPACES              TO  KDX-SALDO-LOCAL-X
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  ZERO                TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX" AT 2040
                       WITH FOREGROUND-COLOR 4
           END-IF.

      *  O CANCELAMENTO PERCORRE OS ITENS DO PEDIDO: CADA ITEM AINDA
      *  ABERTO TEM O PENDENTE (PEDIDA - RECEBIDA) LIBERADO NO
      *  ESTOQUE (TIPO L) E FICA CANCELADO; ITENS JA RECEBIDOS FICAM
      *  COMO ESTAO. O PEDIDO FECHA COMO CANCELADO.
       CANCELAR-PEDIDO.
           MOVE  ZERO  TO  W-ITENS-CANCELADOS
           PERFORM  POSICIONAR-ITENS-PEDIDO
           PERFORM  CANCELAR-ITEM UNTIL FIM-ITENS.
           SET   PED-CANCELADO    TO  TRUE
           MOVE  DATA-COM-BARRA   TO  PED-DATA-ENCERRA
           REWRITE  REG-PEDIDO.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "ERRO AO CANCELAR O PEDIDO" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               PERFORM  EXIBIR-PEDIDO
               DISPLAY "PEDIDO CANCELADO - ITENS LIBERADOS: "
                       AT 1140
               DISPLAY W-ITENS-CANCELADOS AT 1176
           END-IF.

       POSICIONAR-ITENS-PEDIDO.
           MOVE  "N"         TO  W-FIM-ITENS
           MOVE  PED-NUMERO  TO  PIT-NUMERO
           MOVE  ZEROS       TO  PIT-CODPROD
           START  CAD-ITEM-PEDIDO  KEY NOT < PIT-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-ITENS
           END-START.

       CANCELAR-ITEM.
           READ  CAD-ITEM-PEDIDO  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  PIT-NUMERO NOT = PED-NUMERO
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       IF  PIT-ABERTO
                           PERFORM  LIBERAR-PENDENTE-ITEM
                       END-IF
                   END-IF
           END-READ.

      *  A LIBERACAO NUNCA PASSA DO SALDO DE PEDIDO DO ESTOQUE (QUE
      *  PODE TER SIDO MEXIDO POR MOVIMENTO L AVULSO NO ESTMOV).
       LIBERAR-PENDENTE-ITEM.
           COMPUTE  W-QTDE-PENDENTE = PIT-QTDE-PEDIDA
                                     - PIT-QTDE-RECEBIDA
           MOVE  PIT-CODPROD  TO  CODPROD
           PERFORM  LER-SALDO-ESTOQUE
           IF  W-QTDE-PENDENTE > QTDE-PEDIDO-ABERTO
               MOVE  QTDE-PEDIDO-ABERTO  TO  W-QTDE-LIBERA
           ELSE
               MOVE  W-QTDE-PENDENTE     TO  W-QTDE-LIBERA
           END-IF
           IF  W-QTDE-LIBERA > ZERO
               SUBTRACT  W-QTDE-LIBERA  FROM  QTDE-PEDIDO-ABERTO
               MOVE  "L"            TO  KDX-TIPO-MOV
               MOVE  W-QTDE-LIBERA  TO  KDX-QTDE-MOV
               PERFORM  GRAVAR-SALDO-E-KARDEX
           END-IF
           SET   PIT-CANCELADO  TO  TRUE
           REWRITE  REG-ITEM-PEDIDO
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ERRO AO CANCELAR ITEM DO PEDIDO" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               ADD  1  TO  W-ITENS-CANCELADOS
           END-IF.

      *  OPCAO PARA GRAVAR OU DESISTIR
       CONFIRMAR-GRAVACAO.
           PERFORM WITH TEST AFTER UNTIL OPC-GRAVA-OK
               ACCEPT D-ALT
               MOVE FUNCTION UPPER-CASE (OPC-GRAVA) TO OPC-GRAVA
               IF  OPC-GRAVA-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.

      *  LE O ULTIMO NUMERO DE PEDIDO E JA REGISTRA O NOVO, MESMO
      *  CONTROLE USADO NA GERACAO PELA SUGESTAO (PEDGERA).
       OBTER-NUMERO-PEDIDO.
           MOVE  ZERO  TO  SEQ-ULTIMO-PEDIDO
           OPEN  INPUT  ARQ-CONTROLE-PEDIDO.
           IF  CODERRO-SEQ = "00"
               READ ARQ-CONTROLE-PEDIDO
                   AT END
                       MOVE  ZERO  TO  SEQ-ULTIMO-PEDIDO
               END-READ
               IF  SEQ-ULTIMO-PEDIDO NOT NUMERIC
                   MOVE  ZERO  TO  SEQ-ULTIMO-PEDIDO
               END-IF
               CLOSE  ARQ-CONTROLE-PEDIDO
           END-IF.
           ADD  1  TO  SEQ-ULTIMO-PEDIDO.
           OPEN  OUTPUT  ARQ-CONTROLE-PEDIDO.
           IF  CODERRO-SEQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR PEDCOMP.SEQ" AT 2040
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           WRITE  REG-CONTROLE-PEDIDO.
           CLOSE  ARQ-CONTROLE-PEDIDO.

      *  OS ARQUIVOS DE PEDIDOS NAO EXISTEM ANTES DO PRIMEIRO PEDIDO;
      *  OFERECE CRIAR OS DOIS VAZIOS, MESMO PADRAO DO ESTMOV.
       TRATAR-PEDIDO-INEXISTENTE.
           DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO" AT 2040 WITH
                   FOREGROUND-COLOR 4
           DISPLAY "CRIAR UM ARQUIVO NOVO E VAZIO? (S/N):" AT 2240
           ACCEPT  W-RESP AT 2278
           MOVE  FUNCTION UPPER-CASE (W-RESP)  TO  W-RESP
           IF  W-RESP = "S"
               OPEN  OUTPUT  CAD-PEDIDO
               IF  CODERRO-PED = "00"
                   CLOSE  CAD-PEDIDO
                   OPEN  I-O  CAD-PEDIDO
               END-IF
               OPEN  OUTPUT  CAD-ITEM-PEDIDO
               IF  CODERRO-PIT = "00"
                   CLOSE  CAD-ITEM-PEDIDO
               END-IF
           END-IF.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PEDIDOS"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.

       TRATAR-ESTOQUE-INEXISTENTE.
           DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO" AT 2040 WITH
                   FOREGROUND-COLOR 4
           DISPLAY "CRIAR UM ARQUIVO NOVO E VAZIO? (S/N):" AT 2240
           ACCEPT  W-RESP AT 2278
           MOVE  FUNCTION UPPER-CASE (W-RESP)  TO  W-RESP
           IF  W-RESP = "S"
               OPEN  OUTPUT  CAD-ESTOQUE
               IF  CODERRO-EST = "00"
                   CLOSE  CAD-ESTOQUE
                   OPEN  I-O  CAD-ESTOQUE
               END-IF
           END-IF.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ESTOQUE"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.

       ABRIR-ARQUIVO.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO" AT 2040
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-FORNECEDOR.
           IF  CODERRO-FOR NOT = "00"
               DISPLAY "ARQ. DE FORNECEDORES NAO ENCONTRADO - MANTFOR"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  I-O  CAD-ESTOQUE.
           IF  CODERRO-EST = "35"
               PERFORM  TRATAR-ESTOQUE-INEXISTENTE
           ELSE
               IF  CODERRO-EST NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE ESTOQUE: "
                           CODERRO-EST AT 2040 WITH FOREGROUND-COLOR 4
                   GOBACK
               END-IF
           END-IF.
           OPEN  I-O  CAD-PEDIDO.
           IF  CODERRO-PED = "35"
               PERFORM  TRATAR-PEDIDO-INEXISTENTE
           ELSE
               IF  CODERRO-PED NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS: "
                           CODERRO-PED AT 2040 WITH FOREGROUND-COLOR 4
                   GOBACK
               END-IF
           END-IF.
           OPEN  I-O  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQ. DE ITENS DE PEDIDO: "
                       CODERRO-PIT AT 2040 WITH FOREGROUND-COLOR 4
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
           CLOSE  CAD-FORNECEDOR.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-PEDIDO.
           CLOSE  CAD-ITEM-PEDIDO.
           CLOSE  ARQ-KARDEX.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
       FIM-ULTIMA-LINHA.
