      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       RELCUSTO.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  RELATORIO DE VALORIZACAO DE ESTOQUE AO CUSTO    *
      *    *  DOS PRODUTOS ATIVOS (QUANTIDADE X CUSTO MEDIO   *
      *    *  PONDERADO), COM QUEBRAS E SUBTOTAIS POR         *
      *    *  CATEGORIA E, DENTRO DELA, POR FORNECEDOR, E     *
      *    *  TOTAL GERAL; E O VALOR DE ESTOQUE PARA A        *
      *    *  CONTABILIDADE (O RELVALOR VALORIZA A PRECO DE   *
      *    *  VENDA, COM A MARGEM EMBUTIDA)                   *
      *    ****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSELS.
           COPY  ESTSEL.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-VALORIZACAO ASSIGN TO "RELCUSTO.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-CATEGORIA   PIC  X(3).
           02  SRT-FORNECEDOR  PIC  X(5).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-DESCRI      PIC  X(20).
       FD  REL-VALORIZACAO
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(80).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
           88  FIM-SORT        VALUE "S".
       77  W-HOUVE-REGISTRO    PIC  X     VALUE "N".
           88  HOUVE-REGISTRO  VALUE "S".
       77  W-CAT-ATUAL         PIC  X(3)  VALUE SPACES.
       77  W-FORN-ATUAL        PIC  X(5)  VALUE SPACES.
       77  W-QTDE-ITEM         PIC  9(5)  VALUE ZERO.
       77  W-CUSTO-ITEM        PIC  9(4)V9(4) VALUE ZERO.
       77  W-TOTAL-SEM-CUSTO   PIC  9(5)  VALUE ZERO.
       77  W-VALOR-ITEM        PIC  9(9)V99  VALUE ZERO.
       77  W-TOTAL-FORN        PIC  9(11)V99 VALUE ZERO.
       77  W-TOTAL-CAT         PIC  9(11)V99 VALUE ZERO.
       77  W-TOTAL-GERAL       PIC  9(11)V99 VALUE ZERO.
       77  W-NUM-PAGINA        PIC  9(3)  VALUE ZERO.
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-TOTAL-REGISTROS   PIC  9(5)  VALUE ZERO.
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
           02  FILLER   PIC  X(30) VALUE
                        "VALORIZACAO DE ESTOQUE A CUSTO".
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(8)  VALUE "CODIGO".
           02  FILLER   PIC  X(22) VALUE "DESCRICAO".
           02  FILLER   PIC  X(10) VALUE "QUANTIDADE".
           02  FILLER   PIC  X(13) VALUE "CUSTO MEDIO".
           02  FILLER   PIC  X(14) VALUE "VALOR".
       01  LINHA-GRUPO.
           02  FILLER      PIC  X(11) VALUE "CATEGORIA: ".
           02  LG-CAT      PIC  X(3).
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  FILLER      PIC  X(12) VALUE "FORNECEDOR: ".
           02  LG-FORN     PIC  X(5).
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-QTDE     PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-CUSTO    PIC  Z.ZZ9,9999.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-VALOR    PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER      PIC  X     VALUE SPACE.
           02  LD-OBS      PIC  X(9).
       01  LINHA-TOTAL-FORN.
           02  FILLER      PIC  X(18) VALUE "TOTAL FORNECEDOR ".
           02  LTF-FORN    PIC  X(5).
           02  FILLER      PIC  X(7)  VALUE " . . :".
           02  FILLER      PIC  X(16) VALUE SPACES.
           02  LTF-VALOR   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-TOTAL-CAT.
           02  FILLER      PIC  X(18) VALUE "TOTAL CATEGORIA  ".
           02  LTC-CAT     PIC  X(3).
           02  FILLER      PIC  X(9)  VALUE "   . . :".
           02  FILLER      PIC  X(14) VALUE SPACES.
           02  LTC-VALOR   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-TOTAL-GERAL.
           02  FILLER      PIC  X(30)
               VALUE "TOTAL GERAL. . . . . . . . . :".
           02  FILLER      PIC  X(14) VALUE SPACES.
           02  LTG-VALOR   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-SEM-CUSTO.
           02  FILLER      PIC  X(30)
               VALUE "PRODUTOS COM SALDO SEM CUSTO.:".
           02  LSC-QTDE    PIC  ZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM ABRIR-ARQUIVOS.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-CATEGORIA
                                  SRT-FORNECEDOR
                                  SRT-CODPROD
                 INPUT  PROCEDURE SELECIONAR-ATIVOS
                 OUTPUT PROCEDURE VALORIZAR-PRODUTOS.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "RELATORIO GERADO EM RELCUSTO.LST - "
                   W-TOTAL-REGISTROS " PRODUTO(S)".
           DISPLAY "PRODUTOS COM SALDO SEM CUSTO . : "
                   W-TOTAL-SEM-CUSTO.
           STOP RUN.

      *  SELECIONA PARA A CLASSIFICACAO SOMENTE OS PRODUTOS ATIVOS.
       SELECIONAR-ATIVOS.
           PERFORM LER-PRODUTO UNTIL FIM-ARQUIVO.
       LER-PRODUTO.
           READ CAD-PRODUTO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  NOT PROD-INATIVO
                       MOVE  CATEGORIA   TO  SRT-CATEGORIA
                       MOVE  FORNECEDOR  TO  SRT-FORNECEDOR
                       MOVE  CODPROD     TO  SRT-CODPROD
                       MOVE  DESCRI      TO  SRT-DESCRI
                       RELEASE  REG-SORT
                   END-IF
           END-READ.

      *  QUEBRA DE CONTROLE CLASSICA: SUBTOTAL DE FORNECEDOR DENTRO
      *  DE CATEGORIA, SUBTOTAL DE CATEGORIA E TOTAL GERAL NO FIM.
       VALORIZAR-PRODUTOS.
           PERFORM RETORNAR-REGISTRO.
           IF  NOT FIM-SORT
               MOVE  "S"  TO  W-HOUVE-REGISTRO
               MOVE  SRT-CATEGORIA   TO  W-CAT-ATUAL
               MOVE  SRT-FORNECEDOR  TO  W-FORN-ATUAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.
           IF  HOUVE-REGISTRO
               PERFORM IMPRIMIR-TOTAL-FORNECEDOR
               PERFORM IMPRIMIR-TOTAL-CATEGORIA
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GERAL.

       PROCESSAR-REGISTRO-SORT.
           IF  SRT-CATEGORIA NOT = W-CAT-ATUAL
               PERFORM IMPRIMIR-TOTAL-FORNECEDOR
               PERFORM IMPRIMIR-TOTAL-CATEGORIA
               MOVE  SRT-CATEGORIA   TO  W-CAT-ATUAL
               MOVE  SRT-FORNECEDOR  TO  W-FORN-ATUAL
               PERFORM IMPRIMIR-GRUPO
           ELSE
               IF  SRT-FORNECEDOR NOT = W-FORN-ATUAL
                   PERFORM IMPRIMIR-TOTAL-FORNECEDOR
                   MOVE  SRT-FORNECEDOR  TO  W-FORN-ATUAL
                   PERFORM IMPRIMIR-GRUPO
               END-IF
           END-IF.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM RETORNAR-REGISTRO.

       RETORNAR-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

      *  QUANTIDADE E CUSTO MEDIO VEM DO ARQUIVO DE ESTOQUE;
      *  PRODUTO SEM REGISTRO DE ESTOQUE ENTRA COM QUANTIDADE ZERO
      *  E REGISTRO SEM CUSTO (ANTERIOR AO CAMPO) COM CUSTO ZERO.
       BUSCAR-QUANTIDADE.
           MOVE  SRT-CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00"
               MOVE  QTDE-ESTOQUE  TO  W-QTDE-ITEM
               IF  CUSTO-MEDIO NUMERIC
                   MOVE  CUSTO-MEDIO  TO  W-CUSTO-ITEM
               ELSE
                   MOVE  ZERO  TO  W-CUSTO-ITEM
               END-IF
           ELSE
               MOVE  ZERO  TO  W-QTDE-ITEM  W-CUSTO-ITEM
           END-IF.

       IMPRIMIR-DETALHE.
           PERFORM  BUSCAR-QUANTIDADE.
           COMPUTE  W-VALOR-ITEM ROUNDED = W-QTDE-ITEM * W-CUSTO-ITEM
           MOVE  SPACES  TO  LD-OBS
           IF  W-QTDE-ITEM > ZERO AND W-CUSTO-ITEM = ZERO
               MOVE  "SEM CUSTO"  TO  LD-OBS
               ADD  1  TO  W-TOTAL-SEM-CUSTO
           END-IF.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SRT-CODPROD  TO  LD-CODPROD
           MOVE  SRT-DESCRI   TO  LD-DESCRI
           MOVE  W-QTDE-ITEM  TO  LD-QTDE
           MOVE  W-CUSTO-ITEM TO  LD-CUSTO
           MOVE  W-VALOR-ITEM TO  LD-VALOR
           MOVE  LINHA-DETALHE  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA
           ADD  1  TO  W-TOTAL-REGISTROS
           ADD  W-VALOR-ITEM  TO  W-TOTAL-FORN.

       IMPRIMIR-GRUPO.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  W-CAT-ATUAL   TO  LG-CAT
           MOVE  W-FORN-ATUAL  TO  LG-FORN
           MOVE  LINHA-GRUPO   TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-TOTAL-FORNECEDOR.
           MOVE  W-FORN-ATUAL  TO  LTF-FORN
           MOVE  W-TOTAL-FORN  TO  LTF-VALOR
           MOVE  LINHA-TOTAL-FORN  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA
           ADD  W-TOTAL-FORN  TO  W-TOTAL-CAT
           MOVE  ZERO  TO  W-TOTAL-FORN.

       IMPRIMIR-TOTAL-CATEGORIA.
           MOVE  W-CAT-ATUAL  TO  LTC-CAT
           MOVE  W-TOTAL-CAT  TO  LTC-VALOR
           MOVE  LINHA-TOTAL-CAT  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  2  TO  W-LINHAS-PAGINA
           ADD  W-TOTAL-CAT  TO  W-TOTAL-GERAL
           MOVE  ZERO  TO  W-TOTAL-CAT.

       IMPRIMIR-TOTAL-GERAL.
           IF  W-LINHAS-PAGINA = ZERO
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-GERAL  TO  LTG-VALOR
           MOVE  LINHA-TOTAL-GERAL  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-SEM-CUSTO  TO  LSC-QTDE
           MOVE  LINHA-SEM-CUSTO  TO  LINHA-REL
           WRITE  LINHA-REL.

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
           OPEN  OUTPUT  REL-VALORIZACAO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  REL-VALORIZACAO.
