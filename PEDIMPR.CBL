      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       PEDIMPR.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  IMPRESSAO DO PEDIDO DE COMPRA PARA ENVIO AO     *
      *    *  FORNECEDOR: CABECALHO COM O FORNECEDOR E A      *
      *    *  EMISSAO E UMA LINHA POR ITEM, COM PEDIDA,       *
      *    *  RECEBIDA E PENDENTE; UM PEDIDO POR PAGINA       *
      *    ****************************************************
      *    PEDIDO PELA VARIAVEL DE AMBIENTE:
      *    PEDIMPR_NUMERO   NUMERO DO PEDIDO (VAZIO/0 = TODOS OS
      *                     PEDIDOS PENDENTES, ABERTOS OU
      *                     RECEBIDOS EM PARTE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  FORSEL.
           COPY  PEDSELS.
           COPY  PITSEL.
           SELECT  REL-PEDIDO ASSIGN TO "PEDIMPR.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  FORNEC.
           COPY  PEDCOMP.
           COPY  PEDITEM.
       FD  REL-PEDIDO
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
       77  W-FIM-ITENS         PIC  X     VALUE "N".
           88  FIM-ITENS       VALUE "S".
       77  W-FILTRO-PEDIDO     PIC  X(6)  VALUE SPACES.
       77  W-FILTRO-PEDIDO-J   PIC  X(6)  JUSTIFIED RIGHT
                                          VALUE SPACES.
       77  W-FILTRO-PEDIDO-NUM PIC  9(6)  VALUE ZERO.
       77  W-QTDE-PENDENTE     PIC  9(5)  VALUE ZERO.
       77  W-ITENS-PEDIDO      PIC  9(3)  VALUE ZERO.
       77  W-PENDENTE-PEDIDO   PIC  9(7)  VALUE ZERO.
       77  W-NUM-PAGINA        PIC  9(3)  VALUE ZERO.
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-TOTAL-IMPRESSOS   PIC  9(5)  VALUE ZERO.
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
           02  FILLER   PIC  X(20) VALUE "PEDIDO DE COMPRA No.".
           02  CB-NUMERO PIC ZZZZZ9.
           02  FILLER   PIC  X(14) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(12) VALUE "FORNECEDOR: ".
           02  CB-FORN  PIC  X(5).
           02  FILLER   PIC  X(3)  VALUE " - ".
           02  CB-NOME-FORN PIC X(20).
           02  FILLER   PIC  X(4)  VALUE SPACES.
           02  FILLER   PIC  X(9)  VALUE "EMISSAO: ".
           02  CB-EMISSAO PIC X(10).
       01  LINHA-CABECALHO-3.
           02  FILLER   PIC  X(8)  VALUE "CODIGO".
           02  FILLER   PIC  X(22) VALUE "DESCRICAO".
           02  FILLER   PIC  X(10) VALUE "PEDIDA".
           02  FILLER   PIC  X(10) VALUE "RECEBIDA".
           02  FILLER   PIC  X(10) VALUE "PENDENTE".
           02  FILLER   PIC  X(10) VALUE "SITUACAO".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-PEDIDA   PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-RECEBIDA PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-PENDENTE PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-SITUACAO PIC  X(10).
       01  LINHA-TOTAL-PEDIDO.
           02  FILLER      PIC  X(24) VALUE "ITENS DO PEDIDO. . . . :".
           02  LTP-ITENS   PIC  ZZ9.
           02  FILLER      PIC  X(6)  VALUE SPACES.
           02  FILLER      PIC  X(24) VALUE "QUANTIDADE PENDENTE. . :".
           02  LTP-PENDENTE PIC ZZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM TRATAR-FILTRO.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LER-PEDIDO UNTIL FIM-ARQUIVO.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "PEDIDOS IMPRESSOS EM PEDIMPR.LST - "
                   W-TOTAL-IMPRESSOS " PEDIDO(S)".
           STOP RUN.

      *  NUMERO CURTO ("12") E ALINHADO A DIREITA E COMPLETADO COM
      *  ZEROS, MESMO TRATAMENTO DO FILTRO DE PRODUTO DO RELHIST.
       TRATAR-FILTRO.
           ACCEPT  W-FILTRO-PEDIDO FROM ENVIRONMENT "PEDIMPR_NUMERO".
           IF  W-FILTRO-PEDIDO NOT = SPACES
               UNSTRING  W-FILTRO-PEDIDO  DELIMITED BY SPACE
                   INTO  W-FILTRO-PEDIDO-J
               INSPECT W-FILTRO-PEDIDO-J
                       REPLACING LEADING SPACE BY ZERO
               IF  W-FILTRO-PEDIDO-J NUMERIC
                   MOVE  W-FILTRO-PEDIDO-J  TO  W-FILTRO-PEDIDO-NUM
               ELSE
                   DISPLAY "PEDIMPR_NUMERO INVALIDO - IGNORADO: "
                           W-FILTRO-PEDIDO
               END-IF
           END-IF.
           IF  W-FILTRO-PEDIDO-NUM = ZERO
               DISPLAY "IMPRIMINDO TODOS OS PEDIDOS PENDENTES"
           ELSE
               DISPLAY "IMPRIMINDO O PEDIDO " W-FILTRO-PEDIDO-NUM
           END-IF.

       LER-PEDIDO.
           READ CAD-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  W-FILTRO-PEDIDO-NUM = ZERO
                       IF  PED-PENDENTE
                           PERFORM IMPRIMIR-PEDIDO
                       END-IF
                   ELSE
                       IF  PED-NUMERO = W-FILTRO-PEDIDO-NUM
                           PERFORM IMPRIMIR-PEDIDO
                           MOVE "S" TO W-FIM-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

      *  CADA PEDIDO COMECA EM PAGINA NOVA, PARA SEGUIR SEPARADO AO
      *  SEU FORNECEDOR.
       IMPRIMIR-PEDIDO.
           ADD   1  TO  W-TOTAL-IMPRESSOS
           MOVE  ZERO  TO  W-ITENS-PEDIDO  W-PENDENTE-PEDIDO
           MOVE  PED-FORNECEDOR  TO  CODFORN
           READ  CAD-FORNECEDOR
           IF  CODERRO-FOR NOT = "00"
               MOVE  "*** NAO CADASTRADO ***"  TO  NOME-FORN
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE  "N"         TO  W-FIM-ITENS
           MOVE  PED-NUMERO  TO  PIT-NUMERO
           MOVE  ZEROS       TO  PIT-CODPROD
           START  CAD-ITEM-PEDIDO  KEY NOT < PIT-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-ITENS
           END-START.
           PERFORM LER-ITEM-PEDIDO UNTIL FIM-ITENS.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-ITENS-PEDIDO     TO  LTP-ITENS
           MOVE  W-PENDENTE-PEDIDO  TO  LTP-PENDENTE
           MOVE  LINHA-TOTAL-PEDIDO  TO  LINHA-REL
           WRITE  LINHA-REL.

       LER-ITEM-PEDIDO.
           READ  CAD-ITEM-PEDIDO  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  PIT-NUMERO NOT = PED-NUMERO
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       PERFORM IMPRIMIR-ITEM
                   END-IF
           END-READ.

      *  ITEM CANCELADO SAI SEM PENDENTE, PARA O FORNECEDOR NAO
      *  ENTREGAR O QUE JA FOI LIBERADO.
       IMPRIMIR-ITEM.
           IF  W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  PIT-CODPROD  TO  CODPROD
           READ  CAD-PRODUTO
           IF  CODERRO NOT = "00"
               MOVE  "*** SEM CADASTRO ***"  TO  DESCRI
           END-IF.
           IF  PIT-ABERTO
               COMPUTE  W-QTDE-PENDENTE = PIT-QTDE-PEDIDA
                                         - PIT-QTDE-RECEBIDA
               MOVE  "ABERTO"     TO  LD-SITUACAO
           ELSE
               MOVE  ZERO  TO  W-QTDE-PENDENTE
               IF  PIT-CANCELADO
                   MOVE  "CANCELADO"  TO  LD-SITUACAO
               ELSE
                   MOVE  "RECEBIDO"   TO  LD-SITUACAO
               END-IF
           END-IF.
           MOVE  PIT-CODPROD        TO  LD-CODPROD
           MOVE  DESCRI             TO  LD-DESCRI
           MOVE  PIT-QTDE-PEDIDA    TO  LD-PEDIDA
           MOVE  PIT-QTDE-RECEBIDA  TO  LD-RECEBIDA
           MOVE  W-QTDE-PENDENTE    TO  LD-PENDENTE
           MOVE  LINHA-DETALHE  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA
           ADD  1  TO  W-ITENS-PEDIDO
           ADD  W-QTDE-PENDENTE  TO  W-PENDENTE-PEDIDO.

       IMPRIMIR-CABECALHO.
           ADD  1  TO  W-NUM-PAGINA
           MOVE  ZERO  TO  W-LINHAS-PAGINA
           MOVE  PED-NUMERO        TO  CB-NUMERO
           MOVE  DATA-COM-BARRA    TO  CB-DATA
           MOVE  W-NUM-PAGINA      TO  CB-PAGINA
           MOVE  PED-FORNECEDOR    TO  CB-FORN
           MOVE  NOME-FORN         TO  CB-NOME-FORN
           MOVE  PED-DATA-EMISSAO  TO  CB-EMISSAO
           MOVE  LINHA-CABECALHO-1  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  LINHA-CABECALHO-2  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  LINHA-CABECALHO-3  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PEDIDO.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "ARQUIVO DE ITENS DE PEDIDO NAO ENCONTRADO"
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
           OPEN  OUTPUT  REL-PEDIDO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PEDIDO.
           CLOSE  CAD-ITEM-PEDIDO.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-FORNECEDOR.
           CLOSE  REL-PEDIDO.
