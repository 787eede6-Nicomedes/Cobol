      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       PEDRECEB  INITIAL.
       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  RECEBIMENTO DE MERCADORIA CONTRA O PEDIDO   *
      *    *  DE COMPRA: BAIXA TOTAL OU PARCIAL DE UM     *
      *    *  ITEM DO PEDIDO, COM ENTRADA NO ESTOQUE E    *
      *    *  LIBERACAO DO SALDO DE PEDIDO EM ABERTO      *
      *    ************************************************
      *    CADA RECEBIMENTO LANCA NO KARDEX UMA ENTRADA (E) E UMA
      *    LIBERACAO (L) DA MESMA QUANTIDADE, AS DUAS COM O NUMERO
      *    DO PEDIDO. O ITEM ENCERRA QUANDO A QUANTIDADE RECEBIDA
      *    ALCANCA A PEDIDA; O PEDIDO ENCERRA QUANDO NAO RESTA
      *    NENHUM ITEM ABERTO. A MERCADORIA RECEBIDA ENTRA NO LOCAL
      *    PADRAO (LOCPAD), DE ONDE E TRANSFERIDA PELO ESTMOV.
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
           COPY  ESTLSEL.
           COPY  KITSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  FORNEC.
           COPY  KARDEX.
           COPY  PEDCOMP.
           COPY  PEDITEM.
           COPY  ESTLOC.
           COPY  KIT.
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-FOR       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX       PIC  X(2)  VALUE SPACES.
       77  CODERRO-PED       PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT       PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT       PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR        PIC  X(12) VALUE SPACES.
       77  W-RESP            PIC  X     VALUE SPACE.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-RECEBE        PIC X VALUE SPACE.
       88  OPC-RECEBE-OK     VALUE "S" "N".
       77  OPC-ITEM          PIC X VALUE SPACE.
       88  OPC-ITEM-OK       VALUE "S" "N".
       77  W-NUM-PESQUISA    PIC  9(6)  VALUE ZEROS.
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       77  W-QTDE-RECEBER    PIC  9(5)  VALUE ZERO.
       77  W-QTDE-PENDENTE   PIC  9(5)  VALUE ZERO.
       77  W-QTDE-LIBERA     PIC  9(5)  VALUE ZERO.
       77  W-CUSTO-UNIT      PIC  9(4)V99  VALUE ZERO.
       77  W-ITENS-ABERTOS   PIC  9(3)  VALUE ZERO.
       77  W-ESTOQUE-NOVO    PIC  X     VALUE "N".
           88  REGISTRO-ESTOQUE-NOVO   VALUE "S".
       77  W-SALDO-LOCAL     PIC  9(5)  VALUE ZERO.
       77  W-LOCAL-NOVO      PIC  X     VALUE "N".
           88  REGISTRO-LOCAL-NOVO     VALUE "S".
       77  W-RECEBIMENTO-OK  PIC  X     VALUE "N".
           88  RECEBIMENTO-VALIDO      VALUE "S".
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
                                    "RECEBIMENTO DE PEDIDO DE COMPRA".
           02  T11 LINE 07 COLUMN 22 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 09 COLUMN 10 VALUE "NUMERO DO PEDIDO:".
           02  T3 LINE 10 COLUMN 10 VALUE "FORNECEDOR:".
           02  T4 LINE 12 COLUMN 10 VALUE "PRODUTO:".
           02  T5 LINE 13 COLUMN 10 VALUE "PEDIDA:".
           02  T8 LINE 13 COLUMN 30 VALUE "RECEBIDA:".
           02  T9 LINE 13 COLUMN 52 VALUE "PENDENTE:".
           02  T12 LINE 15 COLUMN 10 VALUE "QTDE RECEBIDA AGORA:".
           02  T13 LINE 16 COLUMN 10 VALUE "CUSTO UNITARIO PAGO:".
           02  T6 LINE 18 COLUMN 10 VALUE
                          "CONFIRMA O RECEBIMENTO?(S/N): ".
           02  T10 LINE 19 COLUMN 10 VALUE "OUTRO ITEM?(S/N):".
           02  T7 LINE 20 COLUMN 10 VALUE "OUTRO PEDIDO?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 09 COLUMN 40 PIC ZZZZZ9 TO W-NUM-PESQUISA.
           02  D1 LINE 10 COLUMN 22 PIC X(5)     FROM PED-FORNECEDOR.
           02  D2 LINE 10 COLUMN 30 PIC X(20)    FROM NOME-FORN.
           02  D3 LINE 12 COLUMN 22 PIC ZZZZ9    TO W-CODPROD-PESQUISA.
           02  D5 LINE 12 COLUMN 28 PIC X(20)    FROM DESCRI.
           02  D6 LINE 13 COLUMN 20 PIC ZZZZ9    FROM PIT-QTDE-PEDIDA.
           02  D7 LINE 13 COLUMN 42 PIC ZZZZ9    FROM PIT-QTDE-RECEBIDA.
           02  D8 LINE 13 COLUMN 64 PIC ZZZZ9    FROM W-QTDE-PENDENTE.
           02  D9 LINE 15 COLUMN 35 PIC ZZZZ9    TO W-QTDE-RECEBER.
           02  D10 LINE 16 COLUMN 35 PIC ZZZ9,99 TO W-CUSTO-UNIT.
           02  D-ALT LINE 18 COLUMN  41 PIC X    TO OPC-RECEBE AUTO.
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
           INITIALIZE DATA-DIA CODERRO-PED W-NUM-PESQUISA REG-PEDIDO
                      REG-FORNECEDOR.
           MOVE CORR DATA-SIS TO DATA-DIA.
           DISPLAY TELA.

      *PEDE O NUMERO DO PEDIDO A RECEBER
           ACCEPT D0
           MOVE  W-NUM-PESQUISA  TO  PED-NUMERO
           READ  CAD-PEDIDO
           IF  W-NUM-PESQUISA = ZEROS OR CODERRO-PED NOT = "00"
               DISPLAY "PEDIDO NAO FOI ENCONTRADO" AT 1140 WITH BLINK
           ELSE
               PERFORM  EXIBIR-PEDIDO
               IF  NOT PED-PENDENTE
                   DISPLAY "PEDIDO JA ENCERRADO OU CANCELADO" AT 1140
                           WITH BLINK
               ELSE
                   MOVE  "S"  TO  OPC-ITEM
                   PERFORM  RECEBER-ITEM
                           UNTIL OPC-ITEM = "N" OR NOT PED-PENDENTE
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
           DISPLAY  D1
           DISPLAY  D2.

       RECEBER-ITEM.
           INITIALIZE  W-CODPROD-PESQUISA  W-QTDE-RECEBER  OPC-RECEBE
                       W-CUSTO-UNIT
           ACCEPT D3
           MOVE  W-CODPROD-PESQUISA  TO  CODPROD
           MOVE  PED-NUMERO          TO  PIT-NUMERO
           MOVE  W-CODPROD-PESQUISA  TO  PIT-CODPROD
           READ  CAD-ITEM-PEDIDO
           IF  W-CODPROD-PESQUISA = ZEROS OR CODERRO-PIT NOT = "00"
               DISPLAY "PRODUTO NAO CONSTA DO PEDIDO" AT 1140
                       WITH BLINK
           ELSE
               READ  CAD-PRODUTO
               IF  CODERRO NOT = "00"
                   MOVE  "*** SEM CADASTRO ***"  TO  DESCRI
               END-IF
               COMPUTE  W-QTDE-PENDENTE = PIT-QTDE-PEDIDA
                                         - PIT-QTDE-RECEBIDA
               DISPLAY  D5
               DISPLAY  D6
               DISPLAY  D7
               DISPLAY  D8
               PERFORM  VERIFICAR-PRODUTO-KIT
               EVALUATE  TRUE
                   WHEN  NOT PIT-ABERTO
                       DISPLAY "ITEM JA ENCERRADO OU CANCELADO" AT 1140
                               WITH BLINK
                   WHEN  PRODUTO-KIT
                       DISPLAY "KIT SO ADMITE SAIDA (S)" AT 1140
                               WITH BLINK
                   WHEN  OTHER
                       PERFORM  ROTINA-RECEBER
               END-EVALUATE
           END-IF.
           IF  PED-PENDENTE
               PERFORM WITH TEST AFTER UNTIL OPC-ITEM-OK
                   ACCEPT D-ITEM
                   MOVE FUNCTION UPPER-CASE (OPC-ITEM) TO OPC-ITEM
                   IF  OPC-ITEM-OK
                       DISPLAY "                   " AT 2040
                   ELSE
                       DISPLAY " DIGITE S OU N" AT 2040
                   END-IF
               END-PERFORM
           END-IF.

       ROTINA-RECEBER.
           ACCEPT D9
           IF  W-QTDE-RECEBER = ZEROS OR W-QTDE-RECEBER NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA" AT 1140 WITH BLINK
           ELSE
               PERFORM  LER-SALDO-ESTOQUE
               PERFORM  LER-SALDO-LOCAL
               PERFORM  VALIDAR-RECEBIMENTO
               IF  RECEBIMENTO-VALIDO
                   PERFORM  PEDIR-CUSTO-UNITARIO
               END-IF
               IF  RECEBIMENTO-VALIDO
                   PERFORM  CONFIRMAR-E-GRAVAR
               END-IF
           END-IF.

      *  RECEBIMENTO ACIMA DO PENDENTE NAO E ACEITO CONTRA O PEDIDO:
      *  O EXCEDENTE, SE FICAR, ENTRA COMO MOVIMENTO AVULSO (ESTMOV).
       VALIDAR-RECEBIMENTO.
           MOVE  "S"  TO  W-RECEBIMENTO-OK
           IF  W-QTDE-RECEBER > W-QTDE-PENDENTE
               MOVE  "N"  TO  W-RECEBIMENTO-OK
               DISPLAY "QUANTIDADE MAIOR QUE O PENDENTE DO ITEM"
                       AT 1140 WITH BLINK
           ELSE
               IF  QTDE-ESTOQUE + W-QTDE-RECEBER > 99999
                   MOVE  "N"  TO  W-RECEBIMENTO-OK
                   DISPLAY "SALDO DE ESTOQUE ESTOURA O LIMITE"
                           AT 1140 WITH BLINK
               END-IF
           END-IF.

      *  O RECEBIMENTO E UMA ENTRADA E TRAZ O CUSTO UNITARIO PAGO,
      *  QUE ALIMENTA O CUSTO MEDIO, MESMO CRITERIO DO ESTMOV.
       PEDIR-CUSTO-UNITARIO.
           ACCEPT D10
           IF  W-CUSTO-UNIT = ZEROS OR W-CUSTO-UNIT NOT NUMERIC
               MOVE  "N"  TO  W-RECEBIMENTO-OK
               DISPLAY "CUSTO UNITARIO INVALIDO" AT 1140 WITH BLINK
           END-IF.

      *  PRODUTO COM COMPONENTES NO ARQUIVO DE KITS E UM KIT; KIT NAO
      *  TEM ESTOQUE PROPRIO E NAO RECEBE ENTRADA; ITEM DE KIT QUE
      *  FICOU NUM PEDIDO ANTIGO SE RESOLVE CANCELANDO O PEDIDO
      *  (PEDMANT). O ARQUIVO DE KITS E OPCIONAL.
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
           MOVE  PIT-CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST NOT = "00"
               MOVE  "S"      TO  W-ESTOQUE-NOVO
               INITIALIZE  REG-ESTOQUE
               MOVE  PIT-CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.

      *  SALDO DO PRODUTO NO LOCAL PADRAO, ONDE O RECEBIMENTO ENTRA.
       LER-SALDO-LOCAL.
           MOVE  "N"          TO  W-LOCAL-NOVO
           MOVE  PIT-CODPROD  TO  ELC-CODPROD
           MOVE  LOC-PADRAO   TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-LOCAL
           ELSE
               MOVE  "S"   TO  W-LOCAL-NOVO
               MOVE  ZERO  TO  W-SALDO-LOCAL
           END-IF.

       CONFIRMAR-E-GRAVAR.
      *  OPCAO PARA GRAVAR OU DESISTIR
           PERFORM WITH TEST AFTER UNTIL OPC-RECEBE-OK
               ACCEPT D-ALT
               MOVE FUNCTION UPPER-CASE (OPC-RECEBE) TO OPC-RECEBE
               IF  OPC-RECEBE-OK
                   DISPLAY "                   " AT 2040
               ELSE
                   DISPLAY " DIGITE S OU N" AT 2040
               END-IF
           END-PERFORM.
           IF  OPC-RECEBE  =  "S"
               PERFORM  APLICAR-RECEBIMENTO
           END-IF.

      *  A LIBERACAO DO SALDO DE PEDIDO NUNCA PASSA DO QUE ESTA EM
      *  ABERTO NO ESTOQUE (QUE PODE TER SIDO MEXIDO POR MOVIMENTO L
      *  AVULSO NO ESTMOV). SO GRAVA O KARDEX E O ITEM DEPOIS DE
      *  CONFIRMAR QUE O SALDO FOI REALMENTE GRAVADO.
       APLICAR-RECEBIMENTO.
           IF  W-QTDE-RECEBER > QTDE-PEDIDO-ABERTO
               MOVE  QTDE-PEDIDO-ABERTO  TO  W-QTDE-LIBERA
           ELSE
               MOVE  W-QTDE-RECEBER      TO  W-QTDE-LIBERA
           END-IF.
           PERFORM   CALCULAR-CUSTO-MEDIO.
           ADD       W-QTDE-RECEBER  TO    QTDE-ESTOQUE.
           SUBTRACT  W-QTDE-LIBERA   FROM  QTDE-PEDIDO-ABERTO.
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
               PERFORM  ATUALIZAR-SALDO-LOCAL
               PERFORM  GRAVAR-KARDEX-RECEBIMENTO
               PERFORM  ATUALIZAR-ITEM-PEDIDO
           END-IF.

      *  A ENTRADA ACOMPANHA O SALDO TOTAL NO LOCAL PADRAO, PARA A
      *  SOMA DOS LOCAIS CONTINUAR IGUAL AO TOTAL.
       ATUALIZAR-SALDO-LOCAL.
           ADD  W-QTDE-RECEBER  TO  W-SALDO-LOCAL
           INITIALIZE  REG-ESTLOCAL
           MOVE  PIT-CODPROD    TO  ELC-CODPROD
           MOVE  LOC-PADRAO     TO  ELC-LOCAL
           MOVE  W-SALDO-LOCAL  TO  ELC-QTDE
           IF  REGISTRO-LOCAL-NOVO
               WRITE  REG-ESTLOCAL
           ELSE
               REWRITE  REG-ESTLOCAL
           END-IF.
           IF  CODERRO-ELC = "00"
               MOVE  "N"  TO  W-LOCAL-NOVO
           ELSE
               DISPLAY "ERRO AO GRAVAR O SALDO DO LOCAL" AT 2140
                       WITH FOREGROUND-COLOR 4
           END-IF.

      *  CUSTO MEDIO PONDERADO, MESMO CALCULO DO ESTMOV.
       CALCULAR-CUSTO-MEDIO.
           COMPUTE  CUSTO-MEDIO ROUNDED =
                    (QTDE-ESTOQUE * CUSTO-MEDIO
                     + W-QTDE-RECEBER * W-CUSTO-UNIT)
                    / (QTDE-ESTOQUE + W-QTDE-RECEBER).

      *  A ENTRADA SAI COM O SALDO DE PEDIDO AINDA SEM A LIBERACAO,
      *  PARA A SEQUENCIA DO EXTRATO FICAR COERENTE (E, DEPOIS L).
       GRAVAR-KARDEX-RECEBIMENTO.
           MOVE  CODPROD-EST         TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  "E"                 TO  KDX-TIPO-MOV
           MOVE  W-QTDE-RECEBER      TO  KDX-QTDE-MOV
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           COMPUTE KDX-SALDO-PEDIDO = QTDE-PEDIDO-ABERTO
                                     + W-QTDE-LIBERA
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  PED-NUMERO          TO  KDX-PEDIDO
           MOVE  W-CUSTO-UNIT        TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  LOC-PADRAO          TO  KDX-LOCAL
           MOVE  W-SALDO-LOCAL       TO  KDX-SALDO-LOCAL
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
           IF  W-QTDE-LIBERA > ZERO
               MOVE  "L"                 TO  KDX-TIPO-MOV
               MOVE  W-QTDE-LIBERA       TO  KDX-QTDE-MOV
               MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
               MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-UNIT
               MOVE  SPACES              TO  KDX-SALDO-LOCAL-X
               CALL  "NUMKDX"  USING  KDX-NUMERO
               WRITE  REG-KARDEX
               IF  CODERRO-KDX NOT = "00"
                   DISPLAY "ERRO AO GRAVAR O KARDEX" AT 2040
                           WITH FOREGROUND-COLOR 4
               END-IF
           END-IF.

       ATUALIZAR-ITEM-PEDIDO.
           ADD   W-QTDE-RECEBER  TO  PIT-QTDE-RECEBIDA
           MOVE  DATA-COM-BARRA  TO  PIT-DATA-ULT-RECEB
           IF  PIT-QTDE-RECEBIDA >= PIT-QTDE-PEDIDA
               SET  PIT-ENCERRADO  TO  TRUE
           END-IF
           REWRITE  REG-ITEM-PEDIDO.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR O ITEM DO PEDIDO" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               COMPUTE  W-QTDE-PENDENTE = PIT-QTDE-PEDIDA
                                         - PIT-QTDE-RECEBIDA
               DISPLAY  D7
               DISPLAY  D8
               PERFORM  ATUALIZAR-SITUACAO-PEDIDO
               DISPLAY "RECEBIMENTO GRAVADO" AT 2040
           END-IF.

      *  CONTA OS ITENS AINDA ABERTOS DO PEDIDO: NENHUM ENCERRA O
      *  PEDIDO; SENAO ELE FICA COMO RECEBIDO EM PARTE.
       ATUALIZAR-SITUACAO-PEDIDO.
           MOVE  ZERO        TO  W-ITENS-ABERTOS
           MOVE  "N"         TO  W-FIM-ITENS
           MOVE  PED-NUMERO  TO  PIT-NUMERO
           MOVE  ZEROS       TO  PIT-CODPROD
           START  CAD-ITEM-PEDIDO  KEY NOT < PIT-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-ITENS
           END-START.
           PERFORM  CONTAR-ITEM-ABERTO UNTIL FIM-ITENS.
           IF  W-ITENS-ABERTOS = ZERO
               SET   PED-ENCERRADO   TO  TRUE
               MOVE  DATA-COM-BARRA  TO  PED-DATA-ENCERRA
           ELSE
               SET   PED-PARCIAL     TO  TRUE
           END-IF.
           REWRITE  REG-PEDIDO.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR O PEDIDO" AT 2040
                       WITH FOREGROUND-COLOR 4
           ELSE
               IF  PED-ENCERRADO
                   DISPLAY "PEDIDO TOTALMENTE RECEBIDO - ENCERRADO"
                           AT 1140 WITH BLINK
               END-IF
           END-IF.
       CONTAR-ITEM-ABERTO.
           READ  CAD-ITEM-PEDIDO  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  PIT-NUMERO NOT = PED-NUMERO
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       IF  PIT-ABERTO
                           ADD  1  TO  W-ITENS-ABERTOS
                       END-IF
                   END-IF
           END-READ.

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
           IF  CODERRO-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO - PEDMANT"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  I-O  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQ. DE ITENS DE PEDIDO: "
                       CODERRO-PIT AT 2040 WITH FOREGROUND-COLOR 4
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
           CLOSE  CAD-FORNECEDOR.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-PEDIDO.
           CLOSE  CAD-ITEM-PEDIDO.
           CLOSE  ARQ-KARDEX.
           CLOSE  CAD-ESTLOCAL.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
       FIM-ULTIMA-LINHA.
