      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       MANTLOC   INITIAL.
       AUTHOR.           TAKATO.
      *    ************************************************
      *    *  MANUTENCAO DO CADASTRO DE LOCAIS DE         *
      *    *  ESTOQUE (INCLUSAO E ALTERACAO)              *
      *    ************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  LOCSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  LOCAL.
       WORKING-STORAGE SECTION.
       77  CODERRO-LOC       PIC  X(2)  VALUE SPACES.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-GRAVA         PIC X VALUE SPACE.
       88  OPC-GRAVA-OK      VALUE "S" "N".
       77  W-CODLOC-PESQUISA PIC  X(3)  VALUE SPACES.
       77  W-RESP            PIC  X     VALUE SPACE.
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
                                    "MANUTENCAO DE LOCAIS DE ESTOQUE".
           02  T11 LINE 07 COLUMN 22 PIC X(10) FROM DATA-COM-BARRA.
           02  T2 LINE 10 COLUMN 10 VALUE "DIGITE O LOCAL:".
           02  T3 LINE 12 COLUMN 10 VALUE "CODIGO:".
           02  T4 LINE 14 COLUMN 10 VALUE "DESCRICAO:".
           02  T6 LINE 18 COLUMN 10 VALUE
                          "CONFIRMA A GRAVACAO?(S/N): ".
           02  T7 LINE 20 COLUMN 10 VALUE "OUTRO REGISTRO?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 10 COLUMN 40 PIC X(3)     TO W-CODLOC-PESQUISA.
           02  D1 LINE 12 COLUMN 22 PIC X(3)     FROM CODLOCAL.
           02  D2 LINE 14 COLUMN 22 PIC X(20)    USING DESCRI-LOCAL.
           02  D-ALT LINE 18 COLUMN  39 PIC X    TO OPC-GRAVA AUTO.
           02  D4 LINE 20 COLUMN 35 PIC X        TO    OPC  AUTO.
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
           INITIALIZE DATA-DIA CODERRO-LOC W-CODLOC-PESQUISA
                      REG-LOCAL.
           MOVE CORR DATA-SIS TO DATA-DIA.
           DISPLAY TELA.

      *PEDE PARA DIGITAR O LOCAL
           ACCEPT D0
           MOVE FUNCTION UPPER-CASE (W-CODLOC-PESQUISA)
             TO W-CODLOC-PESQUISA
           IF  W-CODLOC-PESQUISA = SPACES
               DISPLAY "CODIGO INVALIDO. NAO PODE SER BRANCO" AT 1140
                       WITH BLINK
           ELSE
               MOVE  W-CODLOC-PESQUISA  TO  CODLOCAL
      *VERIFICA SE O CODIGO JA EXISTE NO CADASTRO
               READ CAD-LOCAL
               IF  CODERRO-LOC = "00"
                   PERFORM  ROTINA-ALTERAR-REGISTRO
               ELSE
                   MOVE  W-CODLOC-PESQUISA  TO  CODLOCAL
                   MOVE  SPACES             TO  DESCRI-LOCAL
                   PERFORM  ROTINA-INCLUIR-REGISTRO
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

       ROTINA-INCLUIR-REGISTRO.
           DISPLAY  D1
           ACCEPT  D2
           PERFORM  CONFIRMAR-GRAVACAO.
           IF  OPC-GRAVA  =  "S"
               WRITE  REG-LOCAL
               IF  CODERRO-LOC NOT = "00"
                   DISPLAY "ERRO AO INCLUIR O LOCAL" AT 2040 WITH
                           FOREGROUND-COLOR 4
               END-IF
           END-IF.

       ROTINA-ALTERAR-REGISTRO.
           DISPLAY  D1
           DISPLAY  D2
           ACCEPT  D2
           PERFORM  CONFIRMAR-GRAVACAO.
           IF  OPC-GRAVA  =  "S"
               REWRITE  REG-LOCAL
               IF  CODERRO-LOC NOT = "00"
                   DISPLAY "ERRO AO ALTERAR O LOCAL" AT 2040 WITH
                           FOREGROUND-COLOR 4
               END-IF
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

       TRATAR-ARQUIVO-INEXISTENTE.
           DISPLAY "ARQUIVO DE LOCAIS NAO ENCONTRADO" AT 2040 WITH
                   FOREGROUND-COLOR 4
           DISPLAY "CRIAR UM ARQUIVO NOVO E VAZIO? (S/N):" AT 2240
           ACCEPT  W-RESP AT 2278
           MOVE  FUNCTION UPPER-CASE (W-RESP)  TO  W-RESP
           IF  W-RESP = "S"
               OPEN  OUTPUT  CAD-LOCAL
               IF  CODERRO-LOC = "00"
                   CLOSE  CAD-LOCAL
                   OPEN  I-O  CAD-LOCAL
               END-IF
           END-IF.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LOCAIS"
                       AT 2040 WITH FOREGROUND-COLOR 4
               GOBACK
           END-IF.

      *  TRATA CADA CODERRO DE ABERTURA DE FORMA ESPECIFICA, MESMO
      *  PADRAO ADOTADO EM DELPROD.
       ABRIR-ARQUIVO.
           OPEN  I-O  CAD-LOCAL.
           EVALUATE  CODERRO-LOC
               WHEN  "00"
                   DISPLAY "                       " AT 2040
               WHEN  "35"
                   PERFORM  TRATAR-ARQUIVO-INEXISTENTE
               WHEN  "37"
                   DISPLAY "ARQUIVO DE LOCAIS INCOMPATIVEL" AT
                           2040 WITH FOREGROUND-COLOR 4
                   GOBACK
               WHEN  "41"
                   DISPLAY "ARQUIVO DE LOCAIS JA ESTA ABERTO" AT
                           2040 WITH FOREGROUND-COLOR 4
                   GOBACK
               WHEN  "42"
                   DISPLAY "ARQUIVO DE LOCAIS NAO ESTA ABERTO" AT
                           2040 WITH FOREGROUND-COLOR 4
                   GOBACK
               WHEN  OTHER
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE LOCAIS: "
                           CODERRO-LOC AT 2040 WITH FOREGROUND-COLOR 4
                   GOBACK
           END-EVALUATE.
       FECHAR-ARQUIVO.
           CLOSE  CAD-LOCAL.
       FIM-ULTIMA-LINHA.
