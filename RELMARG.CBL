      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       RELMARG.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  RELATORIO DE MARGEM BRUTA DOS PRODUTOS ATIVOS:  *
      *    *  PRECO DE CATALOGO CONTRA O CUSTO MEDIO          *
      *    *  PONDERADO, COM A MARGEM EM VALOR E EM           *
      *    *  PERCENTUAL SOBRE O PRECO; PRODUTOS VENDIDOS     *
      *    *  ABAIXO DO CUSTO SAEM ASSINALADOS E CONTADOS     *
      *    ****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSELS.
           COPY  ESTSEL.
           SELECT  REL-MARGEM ASSIGN TO "RELMARG.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
       FD  REL-MARGEM
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(80).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-CUSTO-ITEM        PIC  9(4)V9(4)   VALUE ZERO.
       77  W-MARGEM            PIC  S9(4)V9(4)  VALUE ZERO.
       77  W-MARGEM-PCT        PIC  S9(5)V99    VALUE ZERO.
       77  W-NUM-PAGINA        PIC  9(3)  VALUE ZERO.
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-TOTAL-REGISTROS   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ABAIXO      PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SEM-CUSTO   PIC  9(5)  VALUE ZERO.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  DIA  PIC  99.
       01  DATA-DIA.
           02  DIA  PIC  99/.
           02  MES  PIC  99/.
           02  ANO  PIC  9999.
       01  DATA-COM-BARRA  REDEFINES  DATA-DIA  PIC X(10).
       01  LINHA-CABECALHO-1.
           02  FILLER   PIC  X(30) VALUE "MARGEM BRUTA: PRECO X CUSTO".
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(6)  VALUE "COD.".
           02  FILLER   PIC  X(21) VALUE "DESCRICAO".
           02  FILLER   PIC  X(9)  VALUE "PRECO".
           02  FILLER   PIC  X(11) VALUE "CUSTO MED.".
           02  FILLER   PIC  X(11) VALUE "MARGEM".
           02  FILLER   PIC  X(9)  VALUE "MARG.%".
           02  FILLER   PIC  X(12) VALUE "OBSERVACAO".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(1)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X     VALUE SPACE.
           02  LD-PRECO    PIC  Z.ZZ9,99.
           02  FILLER      PIC  X     VALUE SPACE.
           02  LD-CUSTO    PIC  Z.ZZ9,9999.
           02  FILLER      PIC  X     VALUE SPACE.
           02  LD-MARGEM   PIC  -Z.ZZ9,99.
           02  FILLER      PIC  X     VALUE SPACE.
           02  LD-PCT      PIC  -ZZZZ9,99.
           02  FILLER      PIC  X     VALUE SPACE.
           02  LD-OBS      PIC  X(12).
       01  LINHA-RODAPE-1.
           02  FILLER      PIC  X(30)
               VALUE "PRODUTOS ATIVOS LISTADOS. . :".
           02  RD-LISTADOS PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-2.
           02  FILLER      PIC  X(30)
               VALUE "VENDIDOS ABAIXO DO CUSTO. . :".
           02  RD-ABAIXO   PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-3.
           02  FILLER      PIC  X(30)
               VALUE "SEM CUSTO MEDIO APURADO . . :".
           02  RD-SEM-CUSTO PIC ZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LER-PRODUTO UNTIL FIM-ARQUIVO.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "RELATORIO GERADO EM RELMARG.LST - "
                   W-TOTAL-REGISTROS " PRODUTO(S)".
           DISPLAY "VENDIDOS ABAIXO DO CUSTO . . . : "
                   W-TOTAL-ABAIXO.
           DISPLAY "SEM CUSTO MEDIO APURADO. . . . : "
                   W-TOTAL-SEM-CUSTO.
           STOP RUN.

       LER-PRODUTO.
           READ CAD-PRODUTO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  NOT PROD-INATIVO
                       PERFORM CALCULAR-MARGEM
                       PERFORM IMPRIMIR-DETALHE
                   END-IF
           END-READ.

      *  O CUSTO MEDIO VEM DO ARQUIVO DE ESTOQUE; PRODUTO SEM
      *  REGISTRO DE ESTOQUE OU SEM ENTRADA COM CUSTO AINDA NAO TEM
      *  MARGEM APURAVEL E SAI COMO "SEM CUSTO", FORA DA CONTAGEM
      *  DE ABAIXO DO CUSTO. A MARGEM PERCENTUAL E SOBRE O PRECO.
       CALCULAR-MARGEM.
           MOVE  CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00" AND CUSTO-MEDIO NUMERIC
               MOVE  CUSTO-MEDIO  TO  W-CUSTO-ITEM
           ELSE
               MOVE  ZERO  TO  W-CUSTO-ITEM
           END-IF.
           MOVE  SPACES  TO  LD-OBS
           MOVE  ZERO    TO  W-MARGEM-PCT
           COMPUTE  W-MARGEM = PRECO - W-CUSTO-ITEM
           IF  W-CUSTO-ITEM = ZERO
               MOVE  "SEM CUSTO"  TO  LD-OBS
               ADD  1  TO  W-TOTAL-SEM-CUSTO
           ELSE
               IF  PRECO > ZERO
                   COMPUTE  W-MARGEM-PCT ROUNDED =
                            W-MARGEM * 100 / PRECO
               END-IF
               IF  W-MARGEM < ZERO
                   MOVE  "ABAIXO CUSTO"  TO  LD-OBS
                   ADD  1  TO  W-TOTAL-ABAIXO
               END-IF
           END-IF.

       IMPRIMIR-DETALHE.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  CODPROD       TO  LD-CODPROD
           MOVE  DESCRI        TO  LD-DESCRI
           MOVE  PRECO         TO  LD-PRECO
           MOVE  W-CUSTO-ITEM  TO  LD-CUSTO
           MOVE  W-MARGEM      TO  LD-MARGEM
           MOVE  W-MARGEM-PCT  TO  LD-PCT
           MOVE  LINHA-DETALHE  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA
           ADD  1  TO  W-TOTAL-REGISTROS.

       IMPRIMIR-CABECALHO.
           ADD  1  TO  W-NUM-PAGINA
           MOVE  ZERO  TO  W-LINHAS-PAGINA
           MOVE  DATA-COM-BARRA  TO  CB-DATA
           MOVE  W-NUM-PAGINA    TO  CB-PAGINA
           MOVE  LINHA-CABECALHO-1  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  LINHA-CABECALHO-2  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL.

       IMPRIMIR-RODAPE.
           IF  W-LINHAS-PAGINA = ZERO
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-REGISTROS  TO  RD-LISTADOS
           MOVE  LINHA-RODAPE-1  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-ABAIXO  TO  RD-ABAIXO
           MOVE  LINHA-RODAPE-2  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-SEM-CUSTO  TO  RD-SEM-CUSTO
           MOVE  LINHA-RODAPE-3  TO  LINHA-REL
           WRITE  LINHA-REL.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-ESTOQUE.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REL-MARGEM.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  REL-MARGEM.
