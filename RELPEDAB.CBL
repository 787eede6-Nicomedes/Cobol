      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       RELPEDAB.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  RELATORIO DE PEDIDOS DE COMPRA EM ABERTO POR    *
      *    *  FORNECEDOR: O QUE FOI PEDIDO E AINDA NAO FOI    *
      *    *  RECEBIDO, ITEM A ITEM, COM TOTAL PENDENTE POR   *
      *    *  FORNECEDOR E TOTAL GERAL                        *
      *    ****************************************************
      *    FILTRO OPCIONAL PELA VARIAVEL DE AMBIENTE:
      *    RELPEDAB_FORN    CODIGO DO FORNECEDOR (VAZIO = TODOS)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  FORSEL.
           COPY  PEDSEL.
           COPY  PITSELS.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-PEDABERTO ASSIGN TO "RELPEDAB.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  FORNEC.
           COPY  PEDCOMP.
           COPY  PEDITEM.
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-FORNECEDOR  PIC  X(5).
           02  SRT-NUMERO      PIC  9(6).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-EMISSAO     PIC  X(10).
           02  SRT-PEDIDA      PIC  9(5).
           02  SRT-RECEBIDA    PIC  9(5).
           02  SRT-PENDENTE    PIC  9(5).
       FD  REL-PEDABERTO
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(80).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-FOR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PED         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
           88  FIM-SORT        VALUE "S".
       77  W-HOUVE-REGISTRO    PIC  X     VALUE "N".
           88  HOUVE-REGISTRO  VALUE "S".
       77  W-FILTRO-FORN       PIC  X(5)  VALUE SPACES.
       77  W-FORN-ATUAL        PIC  X(5)  VALUE SPACES.
       77  W-PENDENTE-ITEM     PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-FORN        PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-GERAL       PIC  9(9)  VALUE ZERO.
       77  W-ITENS-FORN        PIC  9(5)  VALUE ZERO.
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
           02  FILLER   PIC  X(30) VALUE "PEDIDOS DE COMPRA EM ABERTO".
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(8)  VALUE "PEDIDO".
           02  FILLER   PIC  X(12) VALUE "EMISSAO".
           02  FILLER   PIC  X(6)  VALUE "COD.".
           02  FILLER   PIC  X(22) VALUE "DESCRICAO".
           02  FILLER   PIC  X(8)  VALUE "PEDIDA".
           02  FILLER   PIC  X(8)  VALUE "RECEB.".
           02  FILLER   PIC  X(8)  VALUE "PEND.".
       01  LINHA-GRUPO.
           02  FILLER      PIC  X(12) VALUE "FORNECEDOR: ".
           02  LG-FORN     PIC  X(5).
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LG-NOME     PIC  X(20).
       01  LINHA-DETALHE.
           02  LD-NUMERO   PIC  ZZZZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-EMISSAO  PIC  X(10).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(1)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-PEDIDA   PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-RECEBIDA PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-PENDENTE PIC  ZZ.ZZ9.
       01  LINHA-TOTAL-FORN.
           02  FILLER      PIC  X(18) VALUE "TOTAL FORNECEDOR ".
           02  LTF-FORN    PIC  X(5).
           02  FILLER      PIC  X(7)  VALUE " . . :".
           02  LTF-ITENS   PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(9)  VALUE " ITEM(NS)".
           02  FILLER      PIC  X(15) VALUE SPACES.
           02  LTF-PENDENTE PIC Z.ZZZ.ZZ9.
       01  LINHA-TOTAL-GERAL.
           02  FILLER      PIC  X(30)
               VALUE "TOTAL GERAL PENDENTE . . . . :".
           02  FILLER      PIC  X(27) VALUE SPACES.
           02  LTG-PENDENTE PIC ZZZ.ZZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM TRATAR-FILTRO.
           PERFORM ABRIR-ARQUIVOS.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-FORNECEDOR
                                  SRT-NUMERO
                                  SRT-CODPROD
                 INPUT  PROCEDURE SELECIONAR-PENDENTES
                 OUTPUT PROCEDURE LISTAR-PENDENTES.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "RELATORIO GERADO EM RELPEDAB.LST - "
                   W-TOTAL-REGISTROS " ITEM(NS) PENDENTE(S)".
           STOP RUN.

       TRATAR-FILTRO.
           ACCEPT  W-FILTRO-FORN FROM ENVIRONMENT "RELPEDAB_FORN".
           IF  W-FILTRO-FORN = SPACES
               DISPLAY "LISTANDO TODOS OS FORNECEDORES"
           ELSE
               DISPLAY "LISTANDO O FORNECEDOR " W-FILTRO-FORN
           END-IF.

      *  SO ENTRA ITEM EM ABERTO, COM SALDO A RECEBER, DE PEDIDO
      *  AINDA PENDENTE (ABERTO OU RECEBIDO EM PARTE).
       SELECIONAR-PENDENTES.
           PERFORM LER-ITEM-PEDIDO UNTIL FIM-ARQUIVO.
       LER-ITEM-PEDIDO.
           READ CAD-ITEM-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  PIT-ABERTO  AND
                       PIT-QTDE-PEDIDA > PIT-QTDE-RECEBIDA
                       PERFORM SELECIONAR-ITEM
                   END-IF
           END-READ.

       SELECIONAR-ITEM.
           IF  PIT-NUMERO NOT = PED-NUMERO
               MOVE  PIT-NUMERO  TO  PED-NUMERO
               READ  CAD-PEDIDO
               IF  CODERRO-PED NOT = "00"
                   INITIALIZE  REG-PEDIDO
               END-IF
           END-IF.
           IF  PED-PENDENTE  AND
               (W-FILTRO-FORN = SPACES OR
                PED-FORNECEDOR = W-FILTRO-FORN)
               MOVE  PED-FORNECEDOR     TO  SRT-FORNECEDOR
               MOVE  PIT-NUMERO         TO  SRT-NUMERO
               MOVE  PIT-CODPROD        TO  SRT-CODPROD
               MOVE  PED-DATA-EMISSAO   TO  SRT-EMISSAO
               MOVE  PIT-QTDE-PEDIDA    TO  SRT-PEDIDA
               MOVE  PIT-QTDE-RECEBIDA  TO  SRT-RECEBIDA
               COMPUTE  SRT-PENDENTE = PIT-QTDE-PEDIDA
                                     - PIT-QTDE-RECEBIDA
               RELEASE  REG-SORT
           END-IF.

      *  QUEBRA POR FORNECEDOR, COM TOTAL PENDENTE DE CADA UM E
      *  TOTAL GERAL NO FIM.
       LISTAR-PENDENTES.
           PERFORM RETORNAR-REGISTRO.
           IF  NOT FIM-SORT
               MOVE  "S"  TO  W-HOUVE-REGISTRO
               MOVE  SRT-FORNECEDOR  TO  W-FORN-ATUAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.
           IF  HOUVE-REGISTRO
               PERFORM IMPRIMIR-TOTAL-FORNECEDOR
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GERAL.

       PROCESSAR-REGISTRO-SORT.
           IF  SRT-FORNECEDOR NOT = W-FORN-ATUAL
               PERFORM IMPRIMIR-TOTAL-FORNECEDOR
               MOVE  SRT-FORNECEDOR  TO  W-FORN-ATUAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM RETORNAR-REGISTRO.

       RETORNAR-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

       IMPRIMIR-DETALHE.
           MOVE  SRT-CODPROD  TO  CODPROD
           READ  CAD-PRODUTO
           IF  CODERRO NOT = "00"
               MOVE  "*** SEM CADASTRO ***"  TO  DESCRI
           END-IF.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SRT-NUMERO    TO  LD-NUMERO
           MOVE  SRT-EMISSAO   TO  LD-EMISSAO
           MOVE  SRT-CODPROD   TO  LD-CODPROD
           MOVE  DESCRI        TO  LD-DESCRI
           MOVE  SRT-PEDIDA    TO  LD-PEDIDA
           MOVE  SRT-RECEBIDA  TO  LD-RECEBIDA
           MOVE  SRT-PENDENTE  TO  LD-PENDENTE
           MOVE  LINHA-DETALHE  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA
           ADD  1  TO  W-TOTAL-REGISTROS
           ADD  1  TO  W-ITENS-FORN
           ADD  SRT-PENDENTE  TO  W-TOTAL-FORN.

       IMPRIMIR-GRUPO.
           MOVE  W-FORN-ATUAL  TO  CODFORN
           READ  CAD-FORNECEDOR
           IF  CODERRO-FOR NOT = "00"
               MOVE  "*** NAO CADASTRADO ***"  TO  NOME-FORN
           END-IF.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  W-FORN-ATUAL  TO  LG-FORN
           MOVE  NOME-FORN     TO  LG-NOME
           MOVE  LINHA-GRUPO   TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-TOTAL-FORNECEDOR.
           MOVE  W-FORN-ATUAL  TO  LTF-FORN
           MOVE  W-ITENS-FORN  TO  LTF-ITENS
           MOVE  W-TOTAL-FORN  TO  LTF-PENDENTE
           MOVE  LINHA-TOTAL-FORN  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  2  TO  W-LINHAS-PAGINA
           ADD  W-TOTAL-FORN  TO  W-TOTAL-GERAL
           MOVE  ZERO  TO  W-TOTAL-FORN  W-ITENS-FORN.

       IMPRIMIR-TOTAL-GERAL.
           IF  W-LINHAS-PAGINA = ZERO
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-GERAL  TO  LTG-PENDENTE
           MOVE  LINHA-TOTAL-GERAL  TO  LINHA-REL
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
           OPEN  INPUT  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ARQUIVO DE ITENS DE PEDIDO NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-PEDIDO.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-FORNECEDOR.
           IF  CODERRO-FOR NOT = "00"
               DISPLAY "ARQ. DE FORNECEDORES NAO ENCONTRADO - MANTFOR"
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REL-PEDABERTO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               STOP RUN
           END-IF.
           MOVE  ZERO  TO  PED-NUMERO.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-ITEM-PEDIDO.
           CLOSE  CAD-PEDIDO.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-FORNECEDOR.
           CLOSE  REL-PEDABERTO.
