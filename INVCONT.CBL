      *    *  E ACRESCENTADA AO ARQUIVO DE CONTAGEM       *
      *    *  (INVCONT.DAT), QUE O INVPOST CONFRONTA COM  *
      *    *  O SALDO CONTABIL. CONTAGEM REPETIDA DO      *
      *    *  MESMO PRODUTO NO MESMO LOCAL VALE A ULTIMA  *
      *    *  DIGITADA                                    *
      *    ************************************************
      *    O ARQUIVO TAMBEM PODE SER CARREGADO POR COLETOR
      *    EXTERNO NO MESMO LAYOUT:
      *    CODPROD 9(5)  QTDE 9(5)  DATA  OPERADOR  LOCAL X(3)
      *    LOCAL EM BRANCO (LAYOUT ANTERIOR) VALE O LOCAL PADRAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  LOCSEL.
           SELECT  ARQ-CONTAGEM ASSIGN TO "INVCONT.DAT"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-CNT.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  LOCAL.
       FD  ARQ-CONTAGEM
           LABEL  RECORD  STANDARD.
       01  REG-CONTAGEM.
           02  CNT-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  CNT-QTDE        PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  CNT-DATA        PIC  X(10).
           02  FILLER          PIC  X     VALUE SPACE.
           02  CNT-OPERADOR    PIC  X(12).
           02  FILLER          PIC  X     VALUE SPACE.
           02  CNT-LOCAL       PIC  X(3).
       WORKING-STORAGE SECTION.
       77  CODERRO           PIC  X(2)  VALUE SPACES.
       77  CODERRO-CNT       PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC       PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR        PIC  X(12) VALUE SPACES.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-CONTA         PIC X VALUE SPACE.
       88  OPC-CONTA-OK      VALUE "S" "N".
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       77  W-QTDE-CONTADA    PIC  9(5)  VALUE ZERO.
       77  W-QTDE-CONTADA-X  REDEFINES  W-QTDE-CONTADA  PIC X(5).
       77  W-LOCAL           PIC  X(3)  VALUE SPACES.
           COPY  LOCPAD.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  T2 LINE 10 COLUMN 10 VALUE "DIGITE O PRODUTO CONTADO:".
           02  T3 LINE 12 COLUMN 10 VALUE "CODIGO:".
           02  T4 LINE 14 COLUMN 10 VALUE "DESCRICAO:".
           02  T8 LINE 15 COLUMN 10 VALUE "LOCAL:".
           02  T5 LINE 16 COLUMN 10 VALUE "QTDE CONTADA:".
           02  T6 LINE 18 COLUMN 10 VALUE
                          "CONFIRMA A CONTAGEM?(S/N): ".
           02  T7 LINE 20 COLUMN 10 VALUE "OUTRA CONTAGEM?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 10 COLUMN 40 PIC ZZZZ9 TO W-CODPROD-PESQUISA.
           02  D1 LINE 12 COLUMN 22 PIC ZZZZ9    FROM CODPROD.
           02  D2 LINE 14 COLUMN 22 PIC X(20)    FROM DESCRI.
           02  D5 LINE 15 COLUMN 24 PIC X(3)     USING W-LOCAL.
           02  D9 LINE 15 COLUMN 30 PIC X(20)    FROM DESCRI-LOCAL.
           02  D3 LINE 16 COLUMN 24 PIC ZZZZ9    TO W-QTDE-CONTADA.
           02  D-ALT LINE 18 COLUMN  39 PIC X    TO OPC-CONTA AUTO.
           02  D4 LINE 20 COLUMN 35 PIC X        TO    OPC  AUTO.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL OPC = "N".
           PERFORM FECHAR-ARQUIVOS.
           GOBACK.
       PROCESSA.
           INITIALIZE DATA-DIA CODERRO W-CODPROD-PESQUISA
                      W-QTDE-CONTADA W-LOCAL.
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
                   DISPLAY  D1
                   DISPLAY  D2
                   PERFORM  PEDIR-LOCAL
               END-IF
           END-IF.
      *
               END-IF
           END-PERFORM.

      *  A CONTAGEM E FEITA POR LOCAL; EM BRANCO ASSUME O LOCAL
      *  PADRAO (LOCPAD), MESMO CRITERIO DO ESTMOV.
       PEDIR-LOCAL.
           ACCEPT D5
           MOVE FUNCTION UPPER-CASE (W-LOCAL) TO W-LOCAL
           IF  W-LOCAL = SPACES
               MOVE  LOC-PADRAO  TO  W-LOCAL
           END-IF
           DISPLAY  D5
           MOVE  W-LOCAL  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC = "00"
               DISPLAY  D9
               PERFORM  ROTINA-CONTAR
           ELSE
               DISPLAY "LOCAL NAO CADASTRADO" AT 1140 WITH BLINK
           END-IF.

      *  AO CONTRARIO DO ESTMOV, A QUANTIDADE ZERO E VALIDA: A
      *  PRATELEIRA CONTADA PODE ESTAR VAZIA.
       ROTINA-CONTAR.
           MOVE  W-QTDE-CONTADA   TO  CNT-QTDE
           MOVE  DATA-COM-BARRA   TO  CNT-DATA
           MOVE  W-OPERADOR       TO  CNT-OPERADOR
           MOVE  W-LOCAL          TO  CNT-LOCAL
           WRITE  REG-CONTAGEM.
           IF  CODERRO-CNT NOT = "00"
               DISPLAY "ERRO AO GRAVAR A CONTAGEM" AT 2040
                       WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO (CNVLOCAL)"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.
           OPEN  EXTEND  ARQ-CONTAGEM.
           IF  CODERRO-CNT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE CONTAGEM"
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-LOCAL.
           CLOSE  ARQ-CONTAGEM.
       FIM-ULTIMA-LINHA.
