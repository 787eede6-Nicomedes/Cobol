      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CNVLOCAL.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  CARGA UNICA DO SALDO DE ESTOQUE POR LOCAL: LE O *
      *    *  ESTOQUE.DAT E GRAVA EM ESTLOCAL.DAT O SALDO DE  *
      *    *  CADA PRODUTO INTEIRO NO LOCAL PADRAO (LOCPAD),  *
      *    *  ONDE ESTAVA TODO O ESTOQUE ANTES DO CONTROLE    *
      *    *  POR LOCAL; O LOCAL PADRAO E INCLUIDO NO         *
      *    *  CADASTRO DE LOCAIS SE AINDA NAO EXISTIR. AS     *
      *    *  DEMAIS POSICOES SAO ACERTADAS DEPOIS COM        *
      *    *  TRANSFERENCIAS (ESTMOV TIPO T) OU INVENTARIO    *
      *    ****************************************************
      *    SE O ESTLOCAL.DAT JA EXISTIR A CARGA E RECUSADA, PARA
      *    UMA SEGUNDA RODADA NAO APAGAR OS SALDOS POR LOCAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  ESTSELS.
           COPY  ESTLSELS.
           COPY  LOCSEL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  ESTOQUE.
           COPY  ESTLOC.
           COPY  LOCAL.
       WORKING-STORAGE SECTION.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-GRAVADOS    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       77  W-ESTOQUE-OK        PIC  X     VALUE "N".
           88  ESTOQUE-DISPONIVEL  VALUE "S".
       77  W-QTDE-LIDA         PIC  9(9)  VALUE ZERO.
       77  W-QTDE-GRAVADA      PIC  9(9)  VALUE ZERO.
           COPY  LOCPAD.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CONFERIR-LOCAL-PADRAO.
           PERFORM CONVERTER-REGISTROS UNTIL FIM-ARQUIVO.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "CARGA DO SALDO DE ESTOQUE POR LOCAL - LOCAL "
                   LOC-PADRAO.
           DISPLAY "REGISTROS LIDOS. . . . . . . . : " W-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS . . . . . . : "
                   W-TOTAL-GRAVADOS.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : " W-TOTAL-ERRO.
           DISPLAY "QUANTIDADE LIDA (ESTOQUE). . . : " W-QTDE-LIDA.
           DISPLAY "QUANTIDADE GRAVADA (LOCAIS). . : " W-QTDE-GRAVADA.
           IF  W-TOTAL-LIDOS = W-TOTAL-GRAVADOS AND
               W-QTDE-LIDA = W-QTDE-GRAVADA AND
               W-TOTAL-ERRO = ZERO
               DISPLAY "CARGA CONFERIDA"
           ELSE
               DISPLAY "CONTAGENS NAO CONFEREM - APAGAR O ESTLOCAL.DAT "
                       "E REPETIR A CARGA"
               MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP RUN.

       CONVERTER-REGISTROS.
           READ CAD-ESTOQUE NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-TOTAL-LIDOS
                   ADD QTDE-ESTOQUE TO W-QTDE-LIDA
                   INITIALIZE  REG-ESTLOCAL
                   MOVE  CODPROD-EST   TO  ELC-CODPROD
                   MOVE  LOC-PADRAO    TO  ELC-LOCAL
                   MOVE  QTDE-ESTOQUE  TO  ELC-QTDE
                   WRITE  REG-ESTLOCAL
                   IF  CODERRO-ELC = "00"
                       ADD 1 TO W-TOTAL-GRAVADOS
                       ADD ELC-QTDE TO W-QTDE-GRAVADA
                   ELSE
                       ADD 1 TO W-TOTAL-ERRO
                       DISPLAY "ERRO AO GRAVAR O SALDO DO LOCAL: "
                               CODPROD-EST
                   END-IF
           END-READ.

      *  O LOCAL PADRAO PRECISA EXISTIR NO CADASTRO PARA OS
      *  MOVIMENTOS SEGUINTES SEREM ACEITOS NELE.
       CONFERIR-LOCAL-PADRAO.
           MOVE  LOC-PADRAO  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC NOT = "00"
               INITIALIZE  REG-LOCAL
               MOVE  LOC-PADRAO       TO  CODLOCAL
               MOVE  "ALMOXARIFADO"   TO  DESCRI-LOCAL
               WRITE  REG-LOCAL
               IF  CODERRO-LOC = "00"
                   DISPLAY "LOCAL PADRAO INCLUIDO NO CADASTRO: "
                           LOC-PADRAO
               ELSE
                   DISPLAY "NAO FOI POSSIVEL INCLUIR O LOCAL PADRAO"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC = "00"
               CLOSE  CAD-ESTLOCAL
               DISPLAY "ESTLOCAL.DAT JA EXISTE - CARGA NAO REPETIDA"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *  INSTALACAO NOVA, AINDA SEM ARQUIVO DE ESTOQUE, RECEBE O
      *  SALDO POR LOCAL VAZIO.
           OPEN  INPUT  CAD-ESTOQUE.
           EVALUATE  CODERRO-EST
               WHEN  "00"
                   MOVE  "S"  TO  W-ESTOQUE-OK
               WHEN  "35"
                   DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO - SALDO "
                           "POR LOCAL CRIADO VAZIO"
                   MOVE  "S"  TO  W-FIM-ARQUIVO
               WHEN  OTHER
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE ESTOQUE: "
                           CODERRO-EST
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN  I-O  CAD-LOCAL.
           IF  CODERRO-LOC = "35"
               OPEN  OUTPUT  CAD-LOCAL
               IF  CODERRO-LOC = "00"
                   CLOSE  CAD-LOCAL
                   OPEN  I-O  CAD-LOCAL
               END-IF
           END-IF.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LOCAIS"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "NAO FOI POSSIVEL CRIAR O ESTLOCAL.DAT"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           IF  ESTOQUE-DISPONIVEL
               CLOSE  CAD-ESTOQUE
           END-IF.
           CLOSE  CAD-ESTLOCAL.
           CLOSE  CAD-LOCAL.
