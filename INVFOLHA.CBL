      *    *  FOLHAS DE CONTAGEM DO INVENTARIO FISICO:        *
      *    *  PRODUTOS ATIVOS ORDENADOS POR CATEGORIA, COM    *
      *    *  ESPACO PARA ANOTAR A QUANTIDADE CONTADA (SEM O  *
      *    *  SALDO CONTABIL, PARA A CONTAGEM SER AS CEGAS),  *
      *    *  UM JOGO DE FOLHAS POR LOCAL DE ESTOQUE          *
      *    ****************************************************
      *    O PRODUTO SAI NA FOLHA DE CADA LOCAL ONDE TEM REGISTRO
      *    DE SALDO (ESTLOCAL); SEM NENHUM, SAI NO LOCAL PADRAO.
      *    VARIAVEL DE AMBIENTE INVFOLHA_LOCAL: CODIGO DE UM LOCAL
      *    PARA IMPRIMIR SO AS FOLHAS DELE; EM BRANCO, TODOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       FILE-CONTROL.
           COPY  PRODSELS.
           COPY  CATSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-FOLHAS ASSIGN TO "INVFOLHA.LST"
                ORGANIZATION   LINE SEQUENTIAL
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  CATEG.
           COPY  LOCAL.
           COPY  ESTLOC.
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-LOCAL       PIC  X(3).
           02  SRT-CATEGORIA   PIC  X(3).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-DESCRI      PIC  X(20).
       FD  REL-FOLHAS
           LABEL  RECORD  STANDARD.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-CAT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  W-FIM-LOCAIS        PIC  X     VALUE "N".
           88  FIM-LOCAIS      VALUE "S".
       77  W-LOCAIS-PRODUTO    PIC  9(3)  VALUE ZERO.
       77  W-LOCAL-FILTRO      PIC  X(3)  VALUE SPACES.
       77  W-LOCAL-ATUAL       PIC  X(3)  VALUE SPACES.
       77  W-NOME-LOCAL-ATUAL  PIC  X(20) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-TOTAL-LISTADOS    PIC  9(5)  VALUE ZERO.
           COPY  LOCPAD.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  FILLER   PIC  X(24) VALUE "DESCRICAO".
           02  FILLER   PIC  X(20) VALUE "QTDE CONTADA".
           02  FILLER   PIC  X(10) VALUE "CONTADOR".
       01  LINHA-LOCAL.
           02  FILLER      PIC  X(7)  VALUE "LOCAL: ".
           02  LL-LOCAL    PIC  X(3).
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LL-NOME     PIC  X(20).
       01  LINHA-GRUPO.
           02  FILLER      PIC  X(11) VALUE "CATEGORIA: ".
           02  LG-CAT      PIC  X(3).
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LG-NOME     PIC  X(20).
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  FILLER      PIC  X(16) VALUE "______________".
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           ACCEPT  W-LOCAL-FILTRO FROM ENVIRONMENT "INVFOLHA_LOCAL".
           MOVE  FUNCTION UPPER-CASE (W-LOCAL-FILTRO)
                 TO  W-LOCAL-FILTRO.
           PERFORM ABRIR-ARQUIVOS.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-LOCAL
                                  SRT-CATEGORIA
                                  SRT-CODPROD
                 INPUT  PROCEDURE SELECIONAR-ATIVOS
                 OUTPUT PROCEDURE IMPRIMIR-FOLHAS.
                   W-TOTAL-LISTADOS " PRODUTO(S)".
           STOP RUN.

      *  SELECIONA PARA A CLASSIFICACAO SOMENTE OS PRODUTOS ATIVOS,
      *  UMA VEZ PARA CADA LOCAL ONDE O PRODUTO TEM SALDO REGISTRADO.
       SELECIONAR-ATIVOS.
           PERFORM LER-PRODUTO UNTIL FIM-ARQUIVO.
       LER-PRODUTO.
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  NOT PROD-INATIVO
                       PERFORM SELECIONAR-LOCAIS-PRODUTO
                   END-IF
           END-READ.

       SELECIONAR-LOCAIS-PRODUTO.
           MOVE  ZERO         TO  W-LOCAIS-PRODUTO
           MOVE  "N"          TO  W-FIM-LOCAIS
           MOVE  CODPROD      TO  ELC-CODPROD
           MOVE  LOW-VALUES   TO  ELC-LOCAL
           START  CAD-ESTLOCAL  KEY NOT < ELC-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-LOCAIS
           END-START.
           PERFORM LER-LOCAL-PRODUTO UNTIL FIM-LOCAIS.
           IF  W-LOCAIS-PRODUTO = ZERO
               MOVE  LOC-PADRAO  TO  SRT-LOCAL
               PERFORM LIBERAR-PRODUTO
           END-IF.
       LER-LOCAL-PRODUTO.
           READ  CAD-ESTLOCAL  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-LOCAIS
               NOT AT END
                   IF  ELC-CODPROD NOT = CODPROD
                       MOVE  "S"  TO  W-FIM-LOCAIS
                   ELSE
                       ADD  1  TO  W-LOCAIS-PRODUTO
                       MOVE  ELC-LOCAL  TO  SRT-LOCAL
                       PERFORM LIBERAR-PRODUTO
                   END-IF
           END-READ.
       LIBERAR-PRODUTO.
           IF  W-LOCAL-FILTRO = SPACES OR
               W-LOCAL-FILTRO = SRT-LOCAL
               MOVE  CATEGORIA   TO  SRT-CATEGORIA
               MOVE  CODPROD     TO  SRT-CODPROD
               MOVE  DESCRI      TO  SRT-DESCRI
               RELEASE  REG-SORT
           END-IF.

      *  QUEBRA POR LOCAL E, DENTRO DELE, POR CATEGORIA, COM O NOME
      *  VINDO DO CADASTRO BASICO (MANTLOC, MANTCAT); CADA LOCAL E
      *  CADA CATEGORIA COMECAM EM PAGINA NOVA PARA A FOLHA PODER
      *  SER ENTREGUE A UM CONTADOR DIFERENTE.
       IMPRIMIR-FOLHAS.
           PERFORM RETORNAR-REGISTRO.
           IF  NOT FIM-SORT
               MOVE  SRT-LOCAL      TO  W-LOCAL-ATUAL
               MOVE  SRT-CATEGORIA  TO  W-CAT-ATUAL
               PERFORM IMPRIMIR-LOCAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.
           PERFORM IMPRIMIR-RODAPE.

       PROCESSAR-REGISTRO-SORT.
           IF  SRT-LOCAL NOT = W-LOCAL-ATUAL
               MOVE  SRT-LOCAL      TO  W-LOCAL-ATUAL
               MOVE  SRT-CATEGORIA  TO  W-CAT-ATUAL
               MOVE  W-MAX-LINHAS   TO  W-LINHAS-PAGINA
               PERFORM IMPRIMIR-LOCAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           IF  SRT-CATEGORIA NOT = W-CAT-ATUAL
               MOVE  SRT-CATEGORIA  TO  W-CAT-ATUAL
               MOVE  W-MAX-LINHAS   TO  W-LINHAS-PAGINA
               MOVE  "*** NAO CADASTRADA ***"  TO  W-NOME-CAT-ATUAL
           END-IF.

       BUSCAR-NOME-LOCAL.
           MOVE  W-LOCAL-ATUAL  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC = "00"
               MOVE  DESCRI-LOCAL  TO  W-NOME-LOCAL-ATUAL
           ELSE
               MOVE  "*** NAO CADASTRADO ***"  TO  W-NOME-LOCAL-ATUAL
           END-IF.

       IMPRIMIR-LOCAL.
           PERFORM  BUSCAR-NOME-LOCAL
           PERFORM  IMPRIMIR-CABECALHO
           MOVE  W-LOCAL-ATUAL       TO  LL-LOCAL
           MOVE  W-NOME-LOCAL-ATUAL  TO  LL-NOME
           MOVE  LINHA-LOCAL   TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-GRUPO.
           PERFORM  BUSCAR-NOME-CATEGORIA
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
               MOVE  LINHA-LOCAL   TO  LINHA-REL
               WRITE  LINHA-REL
               ADD  1  TO  W-LINHAS-PAGINA
           END-IF.
           MOVE  W-CAT-ATUAL       TO  LG-CAT
           MOVE  W-NOME-CAT-ATUAL  TO  LG-NOME
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
               MOVE  LINHA-LOCAL   TO  LINHA-REL
               WRITE  LINHA-REL
               ADD  1  TO  W-LINHAS-PAGINA
           END-IF.
           MOVE  SRT-CODPROD  TO  LD-CODPROD
           MOVE  SRT-DESCRI   TO  LD-DESCRI
               DISPLAY "ARQ. DE CATEGORIAS NAO ENCONTRADO - MANTCAT"
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
           OPEN  OUTPUT  REL-FOLHAS.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-CATEGORIA.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTLOCAL.
           CLOSE  REL-FOLHAS.
