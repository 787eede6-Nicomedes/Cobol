      *    *  QUEBRAS E SUBTOTAIS POR CATEGORIA E, DENTRO     *
      *    *  DELA, POR FORNECEDOR, E TOTAL GERAL             *
      *    ****************************************************
      *    VARIAVEL DE AMBIENTE RELVALOR_LOCAL: EM BRANCO VALORIZA
      *    O SALDO TOTAL DA EMPRESA E TERMINA COM O RESUMO DO VALOR
      *    POR LOCAL; COM O CODIGO DE UM LOCAL, VALORIZA SO O SALDO
      *    DOS PRODUTOS NAQUELE LOCAL (ESTLOCAL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       FILE-CONTROL.
           COPY  PRODSELS.
           COPY  ESTSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-VALORIZACAO ASSIGN TO "RELVALOR.LST"
                ORGANIZATION   LINE SEQUENTIAL
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  LOCAL.
           COPY  ESTLOC.
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-CATEGORIA   PIC  X(3).
           02  SRT-FORNECEDOR  PIC  X(5).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-DESCRI      PIC  X(20).
           02  SRT-PRECO       PIC  9(4)V99.
       FD  REL-VALORIZACAO
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  W-LOCAL-FILTRO      PIC  X(3)  VALUE SPACES.
       77  W-FIM-LOCAIS        PIC  X     VALUE "N".
           88  FIM-LOCAIS      VALUE "S".
       77  W-IL                PIC  9(4)  VALUE ZERO.
       77  W-QTDE-LOCAIS       PIC  9(4)  VALUE ZERO.
       77  W-MAX-LOCAIS        PIC  9(4)  VALUE 100.
       77  W-VALOR-LOCAL       PIC  9(9)V99  VALUE ZERO.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-TOTAL-REGISTROS   PIC  9(5)  VALUE ZERO.
      *  VALOR ACUMULADO POR LOCAL, PARA O RESUMO DO FIM DO RELATORIO
       01  W-TABELA-LOCAIS.
           02  W-TAB-LOC  OCCURS 100 TIMES.
               03  W-TAB-LOC-CODIGO  PIC  X(3).
               03  W-TAB-LOC-VALOR   PIC  9(11)V99.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  ANO  PIC  9999.
       01  DATA-COM-BARRA  REDEFINES  DATA-DIA  PIC X(10).
       01  LINHA-CABECALHO-1.
           02  CB-TITULO PIC  X(30) VALUE "VALORIZACAO DE ESTOQUE".
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER      PIC  X(12) VALUE "FORNECEDOR: ".
           02  LG-FORN     PIC  X(5).
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-QTDE     PIC  ZZ.ZZ9.
               VALUE "TOTAL GERAL. . . . . . . . . :".
           02  FILLER      PIC  X(14) VALUE SPACES.
           02  LTG-VALOR   PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-TITULO-LOCAIS.
           02  FILLER      PIC  X(30) VALUE "VALOR POR LOCAL".
       01  LINHA-LOCAL.
           02  LL-LOCAL    PIC  X(3).
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LL-NOME     PIC  X(20).
           02  FILLER      PIC  X(4)  VALUE " . :".
           02  FILLER      PIC  X(14) VALUE SPACES.
           02  LL-VALOR    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           ACCEPT  W-LOCAL-FILTRO FROM ENVIRONMENT "RELVALOR_LOCAL".
           MOVE  FUNCTION UPPER-CASE (W-LOCAL-FILTRO)
                 TO  W-LOCAL-FILTRO.
           PERFORM ABRIR-ARQUIVOS.
           IF  W-LOCAL-FILTRO NOT = SPACES
               MOVE  SPACES  TO  CB-TITULO
               STRING  "VALORIZACAO DO LOCAL "  W-LOCAL-FILTRO
                       DELIMITED BY SIZE  INTO  CB-TITULO
           END-IF.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-CATEGORIA
                                  SRT-FORNECEDOR
               PERFORM IMPRIMIR-TOTAL-CATEGORIA
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           IF  W-LOCAL-FILTRO = SPACES
               PERFORM IMPRIMIR-RESUMO-LOCAIS
           END-IF.

       PROCESSAR-REGISTRO-SORT.
           IF  SRT-CATEGORIA NOT = W-CAT-ATUAL
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

      *  A QUANTIDADE VEM DO ARQUIVO DE ESTOQUE (TOTAL) OU DO SALDO
      *  DO PRODUTO NO LOCAL PEDIDO; SEM REGISTRO, QUANTIDADE ZERO.
       BUSCAR-QUANTIDADE.
           IF  W-LOCAL-FILTRO = SPACES
               MOVE  SRT-CODPROD  TO  CODPROD-EST
               READ  CAD-ESTOQUE
               IF  CODERRO-EST = "00"
                   MOVE  QTDE-ESTOQUE  TO  W-QTDE-ITEM
               ELSE
                   MOVE  ZERO  TO  W-QTDE-ITEM
               END-IF
               PERFORM ACUMULAR-LOCAIS-PRODUTO
           ELSE
               MOVE  SRT-CODPROD     TO  ELC-CODPROD
               MOVE  W-LOCAL-FILTRO  TO  ELC-LOCAL
               READ  CAD-ESTLOCAL
               IF  CODERRO-ELC = "00"
                   MOVE  ELC-QTDE  TO  W-QTDE-ITEM
               ELSE
                   MOVE  ZERO  TO  W-QTDE-ITEM
               END-IF
           END-IF.

      *  NO RELATORIO TOTAL, O SALDO DE CADA LOCAL DO PRODUTO E
      *  VALORIZADO PELO MESMO PRECO E SOMADO NA TABELA DE LOCAIS.
       ACUMULAR-LOCAIS-PRODUTO.
           MOVE  "N"          TO  W-FIM-LOCAIS
           MOVE  SRT-CODPROD  TO  ELC-CODPROD
           MOVE  LOW-VALUES   TO  ELC-LOCAL
           START  CAD-ESTLOCAL  KEY NOT < ELC-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-LOCAIS
           END-START.
           PERFORM LER-LOCAL-PRODUTO UNTIL FIM-LOCAIS.
       LER-LOCAL-PRODUTO.
           READ  CAD-ESTLOCAL  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-LOCAIS
               NOT AT END
                   IF  ELC-CODPROD NOT = SRT-CODPROD
                       MOVE  "S"  TO  W-FIM-LOCAIS
                   ELSE
                       PERFORM SOMAR-VALOR-LOCAL
                   END-IF
           END-READ.
       SOMAR-VALOR-LOCAL.
           COMPUTE  W-VALOR-LOCAL = ELC-QTDE * SRT-PRECO
           PERFORM PROCURAR-LOCAL-TABELA
                   VARYING W-IL FROM 1 BY 1
                   UNTIL W-IL > W-QTDE-LOCAIS
                      OR W-TAB-LOC-CODIGO (W-IL) = ELC-LOCAL.
           IF  W-IL > W-QTDE-LOCAIS
               IF  W-QTDE-LOCAIS < W-MAX-LOCAIS
                   ADD   1  TO  W-QTDE-LOCAIS
                   MOVE  ELC-LOCAL  TO  W-TAB-LOC-CODIGO (W-IL)
                   MOVE  ZERO       TO  W-TAB-LOC-VALOR (W-IL)
               ELSE
                   DISPLAY "TABELA DE LOCAIS CHEIA - LOCAL FORA DO "
                           "RESUMO: " ELC-LOCAL
               END-IF
           END-IF.
           IF  W-IL NOT > W-QTDE-LOCAIS
               ADD  W-VALOR-LOCAL  TO  W-TAB-LOC-VALOR (W-IL)
           END-IF.
      *  A PROCURA E FEITA PELA PROPRIA CONDICAO DO VARYING: O
      *  INDICE PARA NO LOCAL ACHADO OU UMA POSICAO DEPOIS DO ULTIMO.
       PROCURAR-LOCAL-TABELA.
           CONTINUE.

       IMPRIMIR-DETALHE.
           PERFORM  BUSCAR-QUANTIDADE.
           COMPUTE  W-VALOR-ITEM = W-QTDE-ITEM * SRT-PRECO
           MOVE  LINHA-TOTAL-GERAL  TO  LINHA-REL
           WRITE  LINHA-REL.

      *  RESUMO DO VALOR POR LOCAL, NA ORDEM EM QUE OS LOCAIS
      *  APARECERAM; A SOMA FECHA COM O TOTAL GERAL QUANDO O SALDO
      *  POR LOCAL ESTA COERENTE COM O TOTAL.
       IMPRIMIR-RESUMO-LOCAIS.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE  LINHA-TITULO-LOCAIS  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  2  TO  W-LINHAS-PAGINA
           PERFORM IMPRIMIR-VALOR-LOCAL
                   VARYING W-IL FROM 1 BY 1 UNTIL W-IL > W-QTDE-LOCAIS.
       IMPRIMIR-VALOR-LOCAL.
           IF  W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  W-TAB-LOC-CODIGO (W-IL)  TO  CODLOCAL  LL-LOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC = "00"
               MOVE  DESCRI-LOCAL  TO  LL-NOME
           ELSE
               MOVE  "*** NAO CADASTRADO ***"  TO  LL-NOME
           END-IF
           MOVE  W-TAB-LOC-VALOR (W-IL)  TO  LL-VALOR
           MOVE  LINHA-LOCAL  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-CABECALHO.
           ADD  1  TO  W-NUM-PAGINA
           MOVE  ZERO  TO  W-LINHAS-PAGINA
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO - CNVLOCAL"
               STOP RUN
           END-IF.
           IF  W-LOCAL-FILTRO NOT = SPACES
               MOVE  W-LOCAL-FILTRO  TO  CODLOCAL
               READ  CAD-LOCAL
               IF  CODERRO-LOC NOT = "00"
                   DISPLAY "LOCAL NAO CADASTRADO: " W-LOCAL-FILTRO
                   STOP RUN
               END-IF
           END-IF.
           OPEN  INPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO - CNVLOCAL"
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REL-VALORIZACAO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTLOCAL.
           CLOSE  REL-VALORIZACAO.
