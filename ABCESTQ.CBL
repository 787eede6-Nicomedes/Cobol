      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       ABCESTQ.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  CURVA ABC DE CONSUMO E ESTOQUE PARADO, A PARTIR *
      *    *  DOS MESES FECHADOS PELO FECHMES: SOMA AS SAIDAS *
      *    *  (TIPO S) DE CADA PRODUTO NOS ARQUIVOS MORTOS    *
      *    *  DO KARDEX (KARDEX.AAAAMM) DA JANELA, CLASSIFICA *
      *    *  EM A/B/C PELA PARTICIPACAO ACUMULADA NO VALOR   *
      *    *  CONSUMIDO, E LISTA OS PRODUTOS COM SALDO E SEM  *
      *    *  SAIDA HA N MESES, COM A COBERTURA EM MESES      *
      *    *  (SALDO / CONSUMO MEDIO MENSAL)                  *
      *    ****************************************************
      *    PARAMETROS PELAS VARIAVEIS DE AMBIENTE:
      *    ABCESTQ_COMPET   AAAAMM DO ULTIMO MES DA JANELA (VAZIO =
      *                     MES ANTERIOR A DATA DO SISTEMA, O MESMO
      *                     PADRAO DO FECHMES)
      *    ABCESTQ_MESES    MESES DA JANELA, 1 A 60 (VAZIO = 12)
      *    ABCESTQ_PARADO   MESES SEM SAIDA PARA CONSIDERAR O
      *                     PRODUTO PARADO (VAZIO = 6; NO MAXIMO O
      *                     TAMANHO DA JANELA)
      *    O SALDO E O DA FOTO DO ULTIMO MES DA JANELA
      *    (ESTQPOS.AAAAMM); SEM A FOTO, VALE O SALDO ATUAL DO
      *    ARQUIVO DE ESTOQUE. A SAIDA E VALORIZADA PELO CUSTO
      *    UNITARIO GRAVADO NO KARDEX; MOVIMENTOS ANTERIORES AO
      *    CUSTO ENTRAM PELO CUSTO MEDIO ATUAL (OU, SEM ELE, PELO
      *    PRECO DE CATALOGO). O ESTORNO DE UMA SAIDA (TIPO X SOBRE
      *    UM S) E DESCONTADO DO CONSUMO DO PRODUTO PELO CUSTO DA
      *    LINHA DO ESTORNO, QUE E O DA SAIDA ORIGINAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  ESTSELS.
           COPY  KARDSEL.
           SELECT  ARQ-KARDEX-MES ASSIGN USING W-NOME-KDX-MES
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-KDM.
           SELECT  ARQ-POSICAO ASSIGN USING W-NOME-POSICAO
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-POS.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-ABC ASSIGN TO "ABCESTQ.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KARDEX.
      *  O ARQUIVO MORTO TEM O MESMO LAYOUT DO KARDEX.LOG; A LINHA E
      *  LIDA AQUI E MOVIDA PARA O REG-KARDEX DA COPY.
       FD  ARQ-KARDEX-MES
           LABEL  RECORD  STANDARD.
       01  REG-KARDEX-MES      PIC  X(120).
       FD  ARQ-POSICAO
           LABEL  RECORD  STANDARD.
       01  REG-POSICAO.
           02  POS-CODPROD     PIC  9(5).
           02  FILLER          PIC  X.
           02  POS-ESTOQUE     PIC  9(5).
           02  FILLER          PIC  X.
           02  POS-PEDIDO      PIC  9(5).
           02  FILLER          PIC  X.
           02  POS-DATA        PIC  X(10).
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-VALOR       PIC  9(11)V99.
           02  SRT-CODPROD     PIC  9(5).
       FD  REL-ABC
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(100).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDM         PIC  X(2)  VALUE SPACES.
       77  CODERRO-POS         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
           88  FIM-SORT        VALUE "S".
       77  W-FOTO-OK           PIC  X     VALUE "N".
           88  FOTO-DISPONIVEL VALUE "S".
       77  W-FILTRO-COMPET     PIC  X(6)  VALUE SPACES.
       77  W-FILTRO-MESES      PIC  X(2)  VALUE SPACES.
       77  W-FILTRO-MESES-J    PIC  X(2)  JUSTIFIED RIGHT
                                          VALUE SPACES.
       77  W-FILTRO-PARADO     PIC  X(2)  VALUE SPACES.
       77  W-FILTRO-PARADO-J   PIC  X(2)  JUSTIFIED RIGHT
                                          VALUE SPACES.
       77  W-MESES             PIC  9(2)  VALUE 12.
       77  W-MESES-PARADO      PIC  9(2)  VALUE 6.
       77  W-MESES-LIDOS       PIC  9(2)  VALUE ZERO.
       77  W-MESES-FALTANTES   PIC  9(2)  VALUE ZERO.
       77  W-QTD-RECUO         PIC  9(2)  VALUE ZERO.
       77  W-COMPET-FIM        PIC  9(6)  VALUE ZERO.
       77  W-COMPET-INI        PIC  9(6)  VALUE ZERO.
       77  W-COMPET-LIMITE     PIC  9(6)  VALUE ZERO.
       77  W-PCT-LIMITE-A      PIC  9(3)  VALUE 80.
       77  W-PCT-LIMITE-B      PIC  9(3)  VALUE 95.
       77  W-IX                PIC  9(6)  VALUE ZERO.
       77  W-QTDE-MOV-NUM      PIC  9(5)  VALUE ZERO.
       77  W-CUSTO-MOV-NUM     PIC  9(4)V9(4) VALUE ZERO.
       77  W-CUSTO-VALORIZA    PIC  9(4)V9(4) VALUE ZERO.
       77  W-VALOR-MOV         PIC  9(9)V99   VALUE ZERO.
       77  W-VALOR-TOTAL       PIC  9(13)V99  VALUE ZERO.
       77  W-PCT-ITEM          PIC  9(3)V99   VALUE ZERO.
       77  W-PCT-ACUM          PIC  9(3)V99   VALUE ZERO.
       77  W-PCT-ACUM-ANTES    PIC  9(3)V99   VALUE ZERO.
       77  W-VALOR-ACUM        PIC  9(13)V99  VALUE ZERO.
       77  W-CLASSE            PIC  X     VALUE SPACE.
       77  W-POSICAO           PIC  9(4)  VALUE ZERO.
       77  W-CONSUMO-MEDIO     PIC  9(7)V99   VALUE ZERO.
       77  W-COBERTURA         PIC  9(5)V9    VALUE ZERO.
       77  W-VALOR-PARADO      PIC  9(9)V99   VALUE ZERO.
       77  W-NUM-PAGINA        PIC  9(3)  VALUE ZERO.
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-SECAO             PIC  X     VALUE "A".
           88  SECAO-ABC       VALUE "A".
           88  SECAO-PARADOS   VALUE "P".
       77  W-TOTAL-MOV-LIDOS   PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-SAIDAS      PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-SEM-CUSTO   PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-ESTORNOS    PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-CLASSIFIC   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-PARADOS     PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-VALOR-PARADO PIC 9(11)V99 VALUE ZERO.
      *  QUANTIDADE E VALOR DE CADA CLASSE (1 = A, 2 = B, 3 = C)
       01  W-TABELA-CLASSES.
           02  W-TAB-CLASSE  OCCURS 3 TIMES.
               03  W-CLS-QTDE       PIC  9(5).
               03  W-CLS-VALOR      PIC  9(13)V99.
       77  W-IX-CLASSE         PIC  9     VALUE ZERO.
      *  COMPETENCIA AAAAMM COM ANO E MES SEPARADOS PARA AVANCAR E
      *  RECUAR MES A MES
       01  W-COMPET-TRAB.
           02  W-CT-ANO        PIC  9(4).
           02  W-CT-MES        PIC  9(2).
       01  W-COMPET-TRAB-NUM  REDEFINES  W-COMPET-TRAB  PIC 9(6).
      *  NOMES DOS ARQUIVOS DA COMPETENCIA, NO MESMO PADRAO DO
      *  FECHMES
       01  W-NOME-KDX-MES.
           02  FILLER          PIC  X(7)  VALUE "KARDEX.".
           02  W-KDX-MES-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-NOME-POSICAO.
           02  FILLER          PIC  X(8)  VALUE "ESTQPOS.".
           02  W-POSICAO-SEQ   PIC  9(6)  VALUE ZERO.
      *  ACUMULADORES POR PRODUTO (CODPROD 00001 A 99999)
       01  W-TABELA-PRODUTOS.
           02  W-TAB-PROD  OCCURS 99999 TIMES.
               03  W-TAB-QTDE-SAIDA     PIC  9(9).
               03  W-TAB-VALOR-SAIDA    PIC  9(11)V99.
               03  W-TAB-QTDE-SEM-CUSTO PIC  9(9).
               03  W-TAB-ULT-SAIDA      PIC  9(6).
               03  W-TAB-SALDO          PIC  9(5).
               03  W-TAB-CUSTO          PIC  9(4)V9(4).
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
           02  CB-TITULO PIC X(30).
           02  FILLER   PIC  X(8)  VALUE "JANELA: ".
           02  CB-COMPET-INI PIC 9(6).
           02  FILLER   PIC  X(3)  VALUE " A ".
           02  CB-COMPET-FIM PIC 9(6).
           02  FILLER   PIC  X(4)  VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER   PIC  X(4)  VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-ABC.
           02  FILLER   PIC  X(5)  VALUE "POS.".
           02  FILLER   PIC  X(7)  VALUE "COD.".
           02  FILLER   PIC  X(21) VALUE "DESCRICAO".
           02  FILLER   PIC  X(10) VALUE "QTDE SAIDA".
           02  FILLER   PIC  X(15) VALUE "   VALOR SAIDA".
           02  FILLER   PIC  X(8)  VALUE "   PART%".
           02  FILLER   PIC  X(8)  VALUE "  ACUM.%".
           02  FILLER   PIC  X(4)  VALUE " CL".
           02  FILLER   PIC  X(8)  VALUE "   SALDO".
           02  FILLER   PIC  X(9)  VALUE "  COBERT.".
       01  LINHA-CABECALHO-PARADOS.
           02  FILLER   PIC  X(7)  VALUE "COD.".
           02  FILLER   PIC  X(21) VALUE "DESCRICAO".
           02  FILLER   PIC  X(8)  VALUE "   SALDO".
           02  FILLER   PIC  X(11) VALUE "  ULT.SAIDA".
           02  FILLER   PIC  X(12) VALUE "  CONS./MES".
           02  FILLER   PIC  X(9)  VALUE "  COBERT.".
           02  FILLER   PIC  X(16) VALUE "   VALOR A CUSTO".
           02  FILLER   PIC  X(9)  VALUE "  OBS.".
       01  LINHA-DETALHE-ABC.
           02  LDA-POSICAO  PIC  ZZZ9.
           02  FILLER       PIC  X     VALUE SPACE.
           02  LDA-CODPROD  PIC  ZZZZ9.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDA-DESCRI   PIC  X(20).
           02  FILLER       PIC  X     VALUE SPACE.
           02  LDA-QTDE     PIC  Z.ZZZ.ZZ9.
           02  FILLER       PIC  X     VALUE SPACE.
           02  LDA-VALOR    PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDA-PCT      PIC  ZZ9,99.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDA-ACUM     PIC  ZZ9,99.
           02  FILLER       PIC  X(3)  VALUE SPACES.
           02  LDA-CLASSE   PIC  X.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDA-SALDO    PIC  ZZ.ZZ9.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDA-COBERT   PIC  ZZZZ9,9.
       01  LINHA-DETALHE-PARADO.
           02  LDP-CODPROD  PIC  ZZZZ9.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDP-DESCRI   PIC  X(20).
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDP-SALDO    PIC  ZZ.ZZ9.
           02  FILLER       PIC  X(4)  VALUE SPACES.
           02  LDP-ULT-SAIDA PIC X(7).
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDP-CONSUMO  PIC  ZZ.ZZ9,99.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDP-COBERT   PIC  X(7).
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDP-VALOR    PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER       PIC  X(2)  VALUE SPACES.
           02  LDP-OBS      PIC  X(9).
       01  W-COBERT-EDITADA  PIC  ZZZZ9,9.
       01  LINHA-TOTAL-CLASSE.
           02  FILLER       PIC  X(7)  VALUE "CLASSE ".
           02  LTC-CLASSE   PIC  X.
           02  FILLER       PIC  X(16) VALUE " . . PRODUTOS: ".
           02  LTC-QTDE     PIC  ZZ.ZZ9.
           02  FILLER       PIC  X(10) VALUE "   VALOR: ".
           02  LTC-VALOR    PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-TOTAL-GERAL.
           02  FILLER       PIC  X(30)
               VALUE "VALOR TOTAL CONSUMIDO. . . . :".
           02  FILLER       PIC  X(8)  VALUE SPACES.
           02  LTG-VALOR    PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-TOTAL-PARADOS.
           02  FILLER       PIC  X(30)
               VALUE "PRODUTOS PARADOS . . . . . . :".
           02  LTP-QTDE     PIC  ZZ.ZZ9.
           02  FILLER       PIC  X(10) VALUE "   VALOR: ".
           02  LTP-VALOR    PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINHA-MESES.
           02  FILLER       PIC  X(30)
               VALUE "MESES LIDOS / SEM ARQUIVO. . :".
           02  LM-LIDOS     PIC  Z9.
           02  FILLER       PIC  X(3)  VALUE " / ".
           02  LM-FALTANTES PIC  Z9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM TRATAR-PARAMETROS.
           PERFORM LIMPAR-TABELA
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999.
           PERFORM LIMPAR-CLASSE
                   VARYING W-IX-CLASSE FROM 1 BY 1
                   UNTIL W-IX-CLASSE > 3.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-ESTOQUE-ATUAL.
           PERFORM CARREGAR-FOTO.
           MOVE  W-COMPET-INI  TO  W-COMPET-TRAB-NUM.
           PERFORM PROCESSAR-MES  W-MESES  TIMES.
           IF  W-MESES-LIDOS = ZERO
               DISPLAY "NENHUM ARQUIVO MORTO DO KARDEX NA JANELA "
                       W-COMPET-INI " A " W-COMPET-FIM
               PERFORM FECHAR-ARQUIVOS
               STOP RUN
           END-IF.
           PERFORM VALORIZAR-SEM-CUSTO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999.
           MOVE  "A"  TO  W-SECAO.
           SORT  ARQ-SORT
                 ON DESCENDING KEY SRT-VALOR
                    ASCENDING  KEY SRT-CODPROD
                 INPUT  PROCEDURE SELECIONAR-CONSUMO
                 OUTPUT PROCEDURE CLASSIFICAR-ABC.
           PERFORM IMPRIMIR-TOTAIS-ABC.
           MOVE  "P"  TO  W-SECAO.
           MOVE  ZERO TO  W-LINHAS-PAGINA.
           PERFORM LISTAR-PARADO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999.
           PERFORM IMPRIMIR-TOTAIS-PARADOS.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "CURVA ABC E ESTOQUE PARADO - JANELA "
                   W-COMPET-INI " A " W-COMPET-FIM.
           DISPLAY "MESES LIDOS. . . . . . . . . . : " W-MESES-LIDOS.
           DISPLAY "MESES SEM ARQUIVO MORTO. . . . : "
                   W-MESES-FALTANTES.
           DISPLAY "MOVIMENTOS LIDOS . . . . . . . : "
                   W-TOTAL-MOV-LIDOS.
           DISPLAY "SAIDAS CONSIDERADAS. . . . . . : " W-TOTAL-SAIDAS.
           DISPLAY "  VALORIZADAS PELO CUSTO ATUAL : "
                   W-TOTAL-SEM-CUSTO.
           DISPLAY "ESTORNOS DE SAIDA DESCONTADOS. : "
                   W-TOTAL-ESTORNOS.
           DISPLAY "PRODUTOS CLASSIFICADOS . . . . : "
                   W-TOTAL-CLASSIFIC.
           DISPLAY "PRODUTOS PARADOS . . . . . . . : "
                   W-TOTAL-PARADOS.
           DISPLAY "RELATORIO GERADO EM ABCESTQ.LST".
           STOP RUN.

      *  PARAMETRO INVALIDO E AVISADO E SUBSTITUIDO PELO PADRAO,
      *  MESMO CRITERIO DOS FILTROS DO RELHIST.
       TRATAR-PARAMETROS.
           ACCEPT  W-FILTRO-COMPET FROM ENVIRONMENT "ABCESTQ_COMPET".
           MOVE  W-FILTRO-COMPET  TO  W-COMPET-TRAB.
           IF  W-FILTRO-COMPET NUMERIC AND
               W-CT-MES > ZERO AND W-CT-MES < 13
               MOVE  W-COMPET-TRAB-NUM  TO  W-COMPET-FIM
           ELSE
               IF  W-FILTRO-COMPET NOT = SPACES
                   DISPLAY "ABCESTQ_COMPET INVALIDA - ASSUMINDO MES "
                           "ANTERIOR: " W-FILTRO-COMPET
               END-IF
               MOVE  ANO OF DATA-SIS  TO  W-CT-ANO
               MOVE  MES OF DATA-SIS  TO  W-CT-MES
               PERFORM RECUAR-MES
               MOVE  W-COMPET-TRAB-NUM  TO  W-COMPET-FIM
           END-IF.
           ACCEPT  W-FILTRO-MESES FROM ENVIRONMENT "ABCESTQ_MESES".
           IF  W-FILTRO-MESES NOT = SPACES
               UNSTRING  W-FILTRO-MESES  DELIMITED BY SPACE
                   INTO  W-FILTRO-MESES-J
               INSPECT W-FILTRO-MESES-J
                       REPLACING LEADING SPACE BY ZERO
               IF  W-FILTRO-MESES-J NUMERIC AND
                   W-FILTRO-MESES-J > "00"
                   MOVE  W-FILTRO-MESES-J  TO  W-MESES
               ELSE
                   DISPLAY "ABCESTQ_MESES INVALIDO - ASSUMINDO 12: "
                           W-FILTRO-MESES
               END-IF
           END-IF.
           IF  W-MESES > 60
               DISPLAY "ABCESTQ_MESES ACIMA DE 60 - ASSUMINDO 60"
               MOVE  60  TO  W-MESES
           END-IF.
           ACCEPT  W-FILTRO-PARADO FROM ENVIRONMENT "ABCESTQ_PARADO".
           IF  W-FILTRO-PARADO NOT = SPACES
               UNSTRING  W-FILTRO-PARADO  DELIMITED BY SPACE
                   INTO  W-FILTRO-PARADO-J
               INSPECT W-FILTRO-PARADO-J
                       REPLACING LEADING SPACE BY ZERO
               IF  W-FILTRO-PARADO-J NUMERIC AND
                   W-FILTRO-PARADO-J > "00"
                   MOVE  W-FILTRO-PARADO-J  TO  W-MESES-PARADO
               ELSE
                   DISPLAY "ABCESTQ_PARADO INVALIDO - ASSUMINDO 6: "
                           W-FILTRO-PARADO
               END-IF
           END-IF.
           IF  W-MESES-PARADO > W-MESES
               DISPLAY "ABCESTQ_PARADO MAIOR QUE A JANELA - "
                       "ASSUMINDO " W-MESES
               MOVE  W-MESES  TO  W-MESES-PARADO
           END-IF.
      *    INICIO DA JANELA E INICIO DO PERIODO SEM SAIDA
           MOVE  W-COMPET-FIM  TO  W-COMPET-TRAB-NUM.
           COMPUTE  W-QTD-RECUO = W-MESES - 1.
           PERFORM RECUAR-MES  W-QTD-RECUO  TIMES.
           MOVE  W-COMPET-TRAB-NUM  TO  W-COMPET-INI.
           MOVE  W-COMPET-FIM  TO  W-COMPET-TRAB-NUM.
           COMPUTE  W-QTD-RECUO = W-MESES-PARADO - 1.
           PERFORM RECUAR-MES  W-QTD-RECUO  TIMES.
           MOVE  W-COMPET-TRAB-NUM  TO  W-COMPET-LIMITE.
           DISPLAY "JANELA " W-COMPET-INI " A " W-COMPET-FIM
                   " - PARADO SEM SAIDA DESDE " W-COMPET-LIMITE.

       RECUAR-MES.
           IF  W-CT-MES = 1
               MOVE  12  TO  W-CT-MES
               SUBTRACT  1  FROM  W-CT-ANO
           ELSE
               SUBTRACT  1  FROM  W-CT-MES
           END-IF.
       AVANCAR-MES.
           IF  W-CT-MES = 12
               MOVE  1  TO  W-CT-MES
               ADD  1  TO  W-CT-ANO
           ELSE
               ADD  1  TO  W-CT-MES
           END-IF.

       LIMPAR-TABELA.
           MOVE  ZERO  TO  W-TAB-QTDE-SAIDA     (W-IX)
                           W-TAB-VALOR-SAIDA    (W-IX)
                           W-TAB-QTDE-SEM-CUSTO (W-IX)
                           W-TAB-ULT-SAIDA      (W-IX)
                           W-TAB-SALDO          (W-IX)
                           W-TAB-CUSTO          (W-IX).
       LIMPAR-CLASSE.
           MOVE  ZERO  TO  W-CLS-QTDE  (W-IX-CLASSE)
                           W-CLS-VALOR (W-IX-CLASSE).

      *  SALDO E CUSTO MEDIO ATUAIS; O SALDO E SUBSTITUIDO PELO DA
      *  FOTO DO ULTIMO MES DA JANELA QUANDO ELA EXISTIR.
       CARREGAR-ESTOQUE-ATUAL.
           MOVE  "N"  TO  W-FIM-ARQUIVO
           PERFORM LER-ESTOQUE UNTIL FIM-ARQUIVO.
       LER-ESTOQUE.
           READ CAD-ESTOQUE NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  CODPROD-EST > ZERO
                       MOVE QTDE-ESTOQUE TO W-TAB-SALDO (CODPROD-EST)
                       IF  CUSTO-MEDIO NUMERIC
                           MOVE CUSTO-MEDIO
                             TO W-TAB-CUSTO (CODPROD-EST)
                       END-IF
                   END-IF
           END-READ.

       CARREGAR-FOTO.
           MOVE  W-COMPET-FIM  TO  W-POSICAO-SEQ
           MOVE  "N"  TO  W-FIM-ARQUIVO
           OPEN  INPUT  ARQ-POSICAO
           IF  CODERRO-POS NOT = "00"
               DISPLAY "FOTO " W-NOME-POSICAO " NAO ENCONTRADA - "
                       "USANDO O SALDO ATUAL DO ESTOQUE"
           ELSE
               MOVE  "S"  TO  W-FOTO-OK
               PERFORM LIMPAR-SALDO
                       VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999
               PERFORM LER-FOTO UNTIL FIM-ARQUIVO
               CLOSE  ARQ-POSICAO
           END-IF.
       LIMPAR-SALDO.
           MOVE  ZERO  TO  W-TAB-SALDO (W-IX).
       LER-FOTO.
           READ ARQ-POSICAO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  POS-CODPROD NUMERIC AND POS-CODPROD > ZERO
                       AND POS-ESTOQUE NUMERIC
                       MOVE POS-ESTOQUE TO W-TAB-SALDO (POS-CODPROD)
                   END-IF
           END-READ.

      *  UM MES DA JANELA: MES SEM ARQUIVO MORTO (NAO FECHADO OU JA
      *  EXPURGADO) E AVISADO E CONTADO, E NAO ENTRA NA MEDIA.
       PROCESSAR-MES.
           MOVE  W-COMPET-TRAB-NUM  TO  W-KDX-MES-SEQ
           MOVE  "N"  TO  W-FIM-ARQUIVO
           OPEN  INPUT  ARQ-KARDEX-MES
           IF  CODERRO-KDM NOT = "00"
               ADD  1  TO  W-MESES-FALTANTES
               DISPLAY "ARQUIVO " W-NOME-KDX-MES
                       " NAO ENCONTRADO - MES IGNORADO"
           ELSE
               ADD  1  TO  W-MESES-LIDOS
               PERFORM LER-KARDEX-MES UNTIL FIM-ARQUIVO
               CLOSE  ARQ-KARDEX-MES
           END-IF.
           PERFORM AVANCAR-MES.
       LER-KARDEX-MES.
           READ ARQ-KARDEX-MES
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD  1  TO  W-TOTAL-MOV-LIDOS
                   MOVE  REG-KARDEX-MES  TO  REG-KARDEX
                   IF  KDX-TIPO-MOV = "S" AND
                       KDX-CODPROD NUMERIC AND KDX-CODPROD > ZERO
                       PERFORM ACUMULAR-SAIDA
                   END-IF
                   IF  KDX-TIPO-MOV = "X" AND
                       KDX-TIPO-ESTORNADO = "S" AND
                       KDX-CODPROD NUMERIC AND KDX-CODPROD > ZERO
                       PERFORM ESTORNAR-SAIDA
                   END-IF
           END-READ.

      *  AS QUANTIDADES DO KARDEX ESTAO EDITADAS (ZZ.ZZ9); O PONTO E
      *  REMOVIDO ANTES DA CONVERSAO, COMO NO FECHMES. SAIDA SEM
      *  CUSTO GRAVADO E GUARDADA A PARTE PARA SER VALORIZADA NO FIM.
       ACUMULAR-SAIDA.
           ADD  1  TO  W-TOTAL-SAIDAS
           MOVE  ZERO  TO  W-QTDE-MOV-NUM
           INSPECT KDX-QTDE-MOV REPLACING ALL "." BY SPACE
           COMPUTE W-QTDE-MOV-NUM = FUNCTION NUMVAL (KDX-QTDE-MOV)
           ADD  W-QTDE-MOV-NUM  TO  W-TAB-QTDE-SAIDA (KDX-CODPROD)
           MOVE  W-KDX-MES-SEQ  TO  W-TAB-ULT-SAIDA (KDX-CODPROD)
           IF  KDX-CUSTO-UNIT = SPACES
               ADD  1  TO  W-TOTAL-SEM-CUSTO
               ADD  W-QTDE-MOV-NUM
                 TO W-TAB-QTDE-SEM-CUSTO (KDX-CODPROD)
           ELSE
               COMPUTE W-CUSTO-MOV-NUM =
                       FUNCTION NUMVAL (KDX-CUSTO-UNIT)
               COMPUTE W-VALOR-MOV ROUNDED =
                       W-QTDE-MOV-NUM * W-CUSTO-MOV-NUM
               ADD  W-VALOR-MOV  TO  W-TAB-VALOR-SAIDA (KDX-CODPROD)
           END-IF.

      *  O ESTORNO NAO PODE DEIXAR O CONSUMO NEGATIVO: A SAIDA
      *  ORIGINAL PODE ESTAR NUM MES ANTERIOR A JANELA.
       ESTORNAR-SAIDA.
           ADD  1  TO  W-TOTAL-ESTORNOS
           MOVE  ZERO  TO  W-QTDE-MOV-NUM  W-VALOR-MOV
           INSPECT KDX-QTDE-MOV REPLACING ALL "." BY SPACE
           COMPUTE W-QTDE-MOV-NUM = FUNCTION NUMVAL (KDX-QTDE-MOV)
           IF  KDX-CUSTO-UNIT NOT = SPACES
               COMPUTE W-CUSTO-MOV-NUM =
                       FUNCTION NUMVAL (KDX-CUSTO-UNIT)
               COMPUTE W-VALOR-MOV ROUNDED =
                       W-QTDE-MOV-NUM * W-CUSTO-MOV-NUM
           END-IF
           IF  W-TAB-QTDE-SAIDA (KDX-CODPROD) > W-QTDE-MOV-NUM
               SUBTRACT  W-QTDE-MOV-NUM
                   FROM  W-TAB-QTDE-SAIDA (KDX-CODPROD)
           ELSE
               MOVE  ZERO  TO  W-TAB-QTDE-SAIDA (KDX-CODPROD)
           END-IF
           IF  W-TAB-VALOR-SAIDA (KDX-CODPROD) > W-VALOR-MOV
               SUBTRACT  W-VALOR-MOV
                   FROM  W-TAB-VALOR-SAIDA (KDX-CODPROD)
           ELSE
               MOVE  ZERO  TO  W-TAB-VALOR-SAIDA (KDX-CODPROD)
           END-IF.

       VALORIZAR-SEM-CUSTO.
           IF  W-TAB-QTDE-SEM-CUSTO (W-IX) > ZERO
               PERFORM BUSCAR-CUSTO-VALORIZACAO
               COMPUTE W-VALOR-MOV ROUNDED =
                       W-TAB-QTDE-SEM-CUSTO (W-IX) * W-CUSTO-VALORIZA
               ADD  W-VALOR-MOV  TO  W-TAB-VALOR-SAIDA (W-IX)
           END-IF.
           ADD  W-TAB-VALOR-SAIDA (W-IX)  TO  W-VALOR-TOTAL.
       BUSCAR-CUSTO-VALORIZACAO.
           MOVE  W-TAB-CUSTO (W-IX)  TO  W-CUSTO-VALORIZA
           IF  W-CUSTO-VALORIZA = ZERO
               MOVE  W-IX  TO  CODPROD
               READ  CAD-PRODUTO
               IF  CODERRO = "00"
                   MOVE  PRECO  TO  W-CUSTO-VALORIZA
               END-IF
           END-IF.

      *  SO ENTRAM NA CURVA OS PRODUTOS COM SAIDA NA JANELA.
       SELECIONAR-CONSUMO.
           PERFORM LIBERAR-PRODUTO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999.
       LIBERAR-PRODUTO.
           IF  W-TAB-QTDE-SAIDA (W-IX) > ZERO
               MOVE  W-TAB-VALOR-SAIDA (W-IX)  TO  SRT-VALOR
               MOVE  W-IX                      TO  SRT-CODPROD
               RELEASE  REG-SORT
           END-IF.

      *  DO MAIOR PARA O MENOR VALOR CONSUMIDO: E CLASSE A ENQUANTO
      *  O ACUMULADO ANTERIOR AO ITEM NAO ATINGE 80%, B ATE 95% E C
      *  DALI EM DIANTE (O ITEM QUE CRUZA O LIMITE FICA NA CLASSE
      *  DE CIMA).
       CLASSIFICAR-ABC.
           PERFORM RETORNAR-REGISTRO.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.
       PROCESSAR-REGISTRO-SORT.
           ADD  1  TO  W-POSICAO
           ADD  1  TO  W-TOTAL-CLASSIFIC
           MOVE  W-PCT-ACUM  TO  W-PCT-ACUM-ANTES
           ADD  SRT-VALOR  TO  W-VALOR-ACUM
           IF  W-VALOR-TOTAL > ZERO
               COMPUTE W-PCT-ITEM ROUNDED =
                       SRT-VALOR * 100 / W-VALOR-TOTAL
               COMPUTE W-PCT-ACUM ROUNDED =
                       W-VALOR-ACUM * 100 / W-VALOR-TOTAL
           ELSE
               MOVE  ZERO  TO  W-PCT-ITEM  W-PCT-ACUM
           END-IF.
           EVALUATE  TRUE
               WHEN  W-PCT-ACUM-ANTES < W-PCT-LIMITE-A
                   MOVE  "A"  TO  W-CLASSE
                   MOVE  1    TO  W-IX-CLASSE
               WHEN  W-PCT-ACUM-ANTES < W-PCT-LIMITE-B
                   MOVE  "B"  TO  W-CLASSE
                   MOVE  2    TO  W-IX-CLASSE
               WHEN  OTHER
                   MOVE  "C"  TO  W-CLASSE
                   MOVE  3    TO  W-IX-CLASSE
           END-EVALUATE.
           ADD  1          TO  W-CLS-QTDE  (W-IX-CLASSE)
           ADD  SRT-VALOR  TO  W-CLS-VALOR (W-IX-CLASSE)
           MOVE  SRT-CODPROD  TO  W-IX
           PERFORM CALCULAR-COBERTURA
           PERFORM IMPRIMIR-DETALHE-ABC
           PERFORM RETORNAR-REGISTRO.

       RETORNAR-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

      *  COBERTURA = SALDO / CONSUMO MEDIO MENSAL DOS MESES LIDOS;
      *  SEM CONSUMO NA JANELA NAO HA COBERTURA A CALCULAR.
       CALCULAR-COBERTURA.
           COMPUTE W-CONSUMO-MEDIO ROUNDED =
                   W-TAB-QTDE-SAIDA (W-IX) / W-MESES-LIDOS
           IF  W-CONSUMO-MEDIO > ZERO
               COMPUTE W-COBERTURA ROUNDED =
                       W-TAB-SALDO (W-IX) / W-CONSUMO-MEDIO
                   ON SIZE ERROR
                       MOVE  99999,9  TO  W-COBERTURA
               END-COMPUTE
           ELSE
               MOVE  ZERO  TO  W-COBERTURA
           END-IF.

       BUSCAR-PRODUTO.
           MOVE  W-IX  TO  CODPROD
           READ  CAD-PRODUTO
           IF  CODERRO NOT = "00"
               INITIALIZE  REG-PRODUTO
               MOVE  "*** SEM CADASTRO ***"  TO  DESCRI
           END-IF.

       IMPRIMIR-DETALHE-ABC.
           PERFORM BUSCAR-PRODUTO.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  W-POSICAO                TO  LDA-POSICAO
           MOVE  W-IX                     TO  LDA-CODPROD
           MOVE  DESCRI                   TO  LDA-DESCRI
           MOVE  W-TAB-QTDE-SAIDA (W-IX)  TO  LDA-QTDE
           MOVE  SRT-VALOR                TO  LDA-VALOR
           MOVE  W-PCT-ITEM               TO  LDA-PCT
           MOVE  W-PCT-ACUM               TO  LDA-ACUM
           MOVE  W-CLASSE                 TO  LDA-CLASSE
           MOVE  W-TAB-SALDO (W-IX)       TO  LDA-SALDO
           MOVE  W-COBERTURA              TO  LDA-COBERT
           MOVE  LINHA-DETALHE-ABC  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-TOTAIS-ABC.
           IF  W-LINHAS-PAGINA = ZERO
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  "A"  TO  LTC-CLASSE
           MOVE  1    TO  W-IX-CLASSE
           PERFORM IMPRIMIR-TOTAL-CLASSE
           MOVE  "B"  TO  LTC-CLASSE
           MOVE  2    TO  W-IX-CLASSE
           PERFORM IMPRIMIR-TOTAL-CLASSE
           MOVE  "C"  TO  LTC-CLASSE
           MOVE  3    TO  W-IX-CLASSE
           PERFORM IMPRIMIR-TOTAL-CLASSE
           MOVE  W-VALOR-TOTAL  TO  LTG-VALOR
           MOVE  LINHA-TOTAL-GERAL  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-MESES-LIDOS      TO  LM-LIDOS
           MOVE  W-MESES-FALTANTES  TO  LM-FALTANTES
           MOVE  LINHA-MESES  TO  LINHA-REL
           WRITE  LINHA-REL.
       IMPRIMIR-TOTAL-CLASSE.
           MOVE  W-CLS-QTDE  (W-IX-CLASSE)  TO  LTC-QTDE
           MOVE  W-CLS-VALOR (W-IX-CLASSE)  TO  LTC-VALOR
           MOVE  LINHA-TOTAL-CLASSE  TO  LINHA-REL
           WRITE  LINHA-REL.

      *  PARADO: SALDO POSITIVO E NENHUMA SAIDA DESDE O INICIO DO
      *  PERIODO PEDIDO (ULTIMA SAIDA ANTERIOR A ELE, OU NENHUMA NA
      *  JANELA). INATIVO COM SALDO TAMBEM SAI, E E CANDIDATO A
      *  BAIXA.
       LISTAR-PARADO.
           IF  W-TAB-SALDO (W-IX) > ZERO AND
               W-TAB-ULT-SAIDA (W-IX) < W-COMPET-LIMITE
               PERFORM IMPRIMIR-DETALHE-PARADO
           END-IF.
       IMPRIMIR-DETALHE-PARADO.
           PERFORM BUSCAR-PRODUTO.
           PERFORM CALCULAR-COBERTURA.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           ADD  1  TO  W-TOTAL-PARADOS
           COMPUTE W-VALOR-PARADO ROUNDED =
                   W-TAB-SALDO (W-IX) * W-TAB-CUSTO (W-IX)
           ADD  W-VALOR-PARADO  TO  W-TOTAL-VALOR-PARADO
           MOVE  W-IX                TO  LDP-CODPROD
           MOVE  DESCRI              TO  LDP-DESCRI
           MOVE  W-TAB-SALDO (W-IX)  TO  LDP-SALDO
           IF  W-TAB-ULT-SAIDA (W-IX) = ZERO
               MOVE  "NENHUMA"  TO  LDP-ULT-SAIDA
           ELSE
               MOVE  W-TAB-ULT-SAIDA (W-IX)  TO  LDP-ULT-SAIDA
           END-IF.
           MOVE  W-CONSUMO-MEDIO  TO  LDP-CONSUMO
           IF  W-CONSUMO-MEDIO = ZERO
               MOVE  "SEM CONS"  TO  LDP-COBERT
           ELSE
               MOVE  W-COBERTURA       TO  W-COBERT-EDITADA
               MOVE  W-COBERT-EDITADA  TO  LDP-COBERT
           END-IF.
           MOVE  W-VALOR-PARADO  TO  LDP-VALOR
           IF  PROD-INATIVO
               MOVE  "INATIVO"  TO  LDP-OBS
           ELSE
               MOVE  SPACES  TO  LDP-OBS
           END-IF.
           MOVE  LINHA-DETALHE-PARADO  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-TOTAIS-PARADOS.
           IF  W-LINHAS-PAGINA = ZERO
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-PARADOS       TO  LTP-QTDE
           MOVE  W-TOTAL-VALOR-PARADO  TO  LTP-VALOR
           MOVE  LINHA-TOTAL-PARADOS  TO  LINHA-REL
           WRITE  LINHA-REL.

       IMPRIMIR-CABECALHO.
           ADD  1  TO  W-NUM-PAGINA
           MOVE  ZERO  TO  W-LINHAS-PAGINA
           IF  SECAO-ABC
               MOVE  "CURVA ABC DE CONSUMO"  TO  CB-TITULO
           ELSE
               MOVE  "ESTOQUE PARADO"        TO  CB-TITULO
           END-IF.
           MOVE  W-COMPET-INI    TO  CB-COMPET-INI
           MOVE  W-COMPET-FIM    TO  CB-COMPET-FIM
           MOVE  DATA-COM-BARRA  TO  CB-DATA
           MOVE  W-NUM-PAGINA    TO  CB-PAGINA
           MOVE  LINHA-CABECALHO-1  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           IF  SECAO-ABC
               MOVE  LINHA-CABECALHO-ABC      TO  LINHA-REL
           ELSE
               MOVE  LINHA-CABECALHO-PARADOS  TO  LINHA-REL
           END-IF.
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
           OPEN  OUTPUT  REL-ABC.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  REL-ABC.
