      *    ****************************************************
      *    *  FECHAMENTO DO INVENTARIO FISICO: CONFRONTA A    *
      *    *  QUANTIDADE CONTADA (INVCONT.DAT) COM O SALDO    *
      *    *  CONTABIL DO PRODUTO NO LOCAL (ESTLOCAL) E GERA  *
      *    *  O RELATORIO DE DIVERGENCIAS POR LOCAL (CONTADO, *
      *    *  LIVRO, DIFERENCA, VALOR AO CUSTO MEDIO); NO     *
      *    *  MODO DE AJUSTE REGRAVA O SALDO E LANCA A        *
      *    *  DIFERENCA NO KARDEX COM O TIPO J (AJUSTE DE     *
      *    *  INVENTARIO), SEM FALSIFICAR MOVIMENTOS E/S      *
      *    INVPOST_MODO:  "S" = AJUSTA OS SALDOS E LANCA NO
      *    KARDEX; QUALQUER OUTRO VALOR = SOMENTE RELATORIO,
      *    PARA A CONFERENCIA E ASSINATURA ANTES DO AJUSTE.
      *    CONTAGEM REPETIDA DO MESMO PRODUTO NO MESMO LOCAL VALE A
      *    ULTIMA; CONTAGEM COM LOCAL EM BRANCO VALE O LOCAL PADRAO.
      *    O AJUSTE GRAVA O CONTADO NO SALDO DO LOCAL E SOMA A
      *    DIFERENCA NO SALDO TOTAL DO ARQUIVO DE ESTOQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KARDSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  ARQ-CONTAGEM ASSIGN TO "INVCONT.DAT"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-CNT.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KARDEX.
           COPY  LOCAL.
           COPY  ESTLOC.
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-LOCAL       PIC  X(3).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-SEQUENCIA   PIC  9(5).
           02  SRT-QTDE        PIC  9(5).
       FD  ARQ-CONTAGEM
           LABEL  RECORD  STANDARD.
       01  REG-CONTAGEM.
           02  CNT-CODPROD     PIC  9(5).
           02  FILLER          PIC  X.
           02  CNT-QTDE        PIC  9(5).
           02  FILLER          PIC  X.
           02  CNT-DATA        PIC  X(10).
           02  FILLER          PIC  X.
           02  CNT-OPERADOR    PIC  X(12).
           02  FILLER          PIC  X.
           02  CNT-LOCAL       PIC  X(3).
       FD  ARQ-CONTAGEM-MORTA
           LABEL  RECORD  STANDARD.
       01  REG-CONTAGEM-MORTA  PIC  X(39).
       FD  REL-INVENTARIO
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(90).
       77  CODERRO-CNT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-CNM         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-MODO              PIC  X     VALUE SPACE.
           88  MODO-AJUSTE     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
           88  FIM-SORT        VALUE "S".
      *  ULTIMA CONTAGEM DO PRODUTO NO LOCAL, GUARDADA ATE A QUEBRA
       77  W-CNT-LOCAL         PIC  X(3)  VALUE SPACES.
       77  W-CNT-CODPROD       PIC  9(5)  VALUE ZERO.
       77  W-CNT-QTDE          PIC  9(5)  VALUE ZERO.
       77  W-LOCAL-ATUAL       PIC  X(3)  VALUE SPACES.
       77  W-NOME-LOCAL-ATUAL  PIC  X(20) VALUE SPACES.
       77  W-SALDO-LIVRO       PIC  9(5)  VALUE ZERO.
       77  W-SALDO-TOTAL-ANT   PIC  9(5)  VALUE ZERO.
       77  W-NOVO-TOTAL        PIC  S9(6) VALUE ZERO.
       77  W-LOCAL-NOVO        PIC  X     VALUE "N".
           88  REGISTRO-LOCAL-NOVO     VALUE "S".
       77  W-DIFERENCA         PIC  S9(6) VALUE ZERO.
       77  W-DIFERENCA-ABS     PIC  9(5)  VALUE ZERO.
       77  W-VALOR-DIF         PIC  S9(9)V99 VALUE ZERO.
       77  W-TOTAL-DIVERGENTES PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-AJUSTADOS   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-IGNORADAS   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-VALOR       PIC  S9(9)V99 VALUE ZERO.
       77  W-LOC-DIVERGENTES   PIC  9(5)  VALUE ZERO.
       77  W-LOC-VALOR         PIC  S9(9)V99 VALUE ZERO.
           COPY  LOCPAD.
      *  NOME DO ARQUIVO MORTO DA CONTAGEM, DATADO, NO MESMO ESTILO
      *  DO SAINOME (PRODEXCL.NNNNNN)
       01  W-NOME-CONTAGEM.
           02  FILLER          PIC  X(8)  VALUE "INVCONT.".
           02  W-CONTAGEM-DATA PIC  9(8)  VALUE ZERO.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  FILLER   PIC  X(16) VALUE "VALOR".
           02  FILLER   PIC  X(15) VALUE "OBSERVACAO".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-CONTADO  PIC  ZZ.ZZ9.
           02  LD-VALOR    PIC  -ZZZ.ZZZ.ZZ9,99.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-OBS      PIC  X(15).
       01  LINHA-GRUPO.
           02  FILLER      PIC  X(7)  VALUE "LOCAL: ".
           02  LG-LOCAL    PIC  X(3).
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LG-NOME     PIC  X(20).
       01  LINHA-TOTAL.
           02  FILLER      PIC  X(8)  VALUE SPACES.
           02  LT-TITULO   PIC  X(22).
           02  LT-DIVERG   PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(21) VALUE " DIVERGENCIA(S)".
           02  LT-VALOR    PIC  -ZZZ.ZZZ.ZZ9,99.
       01  LINHA-RODAPE-1.
           02  FILLER      PIC  X(24) VALUE "CONTAGENS LIDAS. . . . :".
           02  RD-CONTAG   PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-4.
           02  FILLER      PIC  X(24) VALUE "SALDOS AJUSTADOS . . . :".
           02  RD-AJUSTA   PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-5.
           02  FILLER      PIC  X(24) VALUE "CONTAGENS IGNORADAS. . :".
           02  RD-IGNORA   PIC  ZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           ACCEPT  W-MODO FROM ENVIRONMENT "INVPOST_MODO".
           MOVE  FUNCTION UPPER-CASE (W-MODO)  TO  W-MODO.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM ABRIR-ARQUIVOS.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-LOCAL
                                  SRT-CODPROD
                                  SRT-SEQUENCIA
                 INPUT  PROCEDURE SELECIONAR-CONTAGENS
                 OUTPUT PROCEDURE CONFRONTAR-CONTAGENS.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.
           IF  MODO-AJUSTE AND W-TOTAL-ERRO = ZERO
           END-IF.
           DISPLAY "CONTAGENS LIDAS. . . . . . . . : "
                   W-TOTAL-CONTAGENS.
           DISPLAY "CONTAGENS IGNORADAS. . . . . . : "
                   W-TOTAL-IGNORADAS.
           DISPLAY "PRODUTOS CONTADOS. . . . . . . : "
                   W-TOTAL-PRODUTOS.
           DISPLAY "SALDOS DIVERGENTES . . . . . . : "
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "RELATORIO GERADO EM INVPOST.LST".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 8 = ERRO DE GRAVACAO NO AJUSTE
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP RUN.

      *  DEPOIS DE UM AJUSTE SEM ERROS, AS CONTAGENS VAO PARA O
      *  ARQUIVO MORTO DATADO (INVCONT.AAAAMMDD) E O ARQUIVO VIVO E
      *  ZERADO, MESMO PADRAO DO FECHMES COM O KARDEX; SEM ISSO O
           OPEN  INPUT  ARQ-CONTAGEM.
           IF  CODERRO-CNT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL RELER O ARQ. DE CONTAGEM"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-CONTAGEM-MORTA.
           IF  CODERRO-CNM NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO MORTO DA "
                       "CONTAGEM"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COPIAR-CONTAGEM-MORTA UNTIL FIM-ARQUIVO.
           OPEN  OUTPUT  ARQ-CONTAGEM.
           IF  CODERRO-CNT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ZERAR O ARQ. DE CONTAGEM"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE  ARQ-CONTAGEM.
                   WRITE  REG-CONTAGEM-MORTA
           END-READ.

      *  CADA CONTAGEM VALIDA VAI PARA A CLASSIFICACAO COM O
      *  NUMERO DE ORDEM DE LEITURA, PARA A ULTIMA DIGITADA DO
      *  PRODUTO NO LOCAL FICAR POR ULTIMO NO GRUPO.
       SELECIONAR-CONTAGENS.
           PERFORM CARREGAR-CONTAGENS UNTIL FIM-ARQUIVO.
       CARREGAR-CONTAGENS.
           READ ARQ-CONTAGEM
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-TOTAL-CONTAGENS
                   PERFORM LIBERAR-CONTAGEM
           END-READ.
       LIBERAR-CONTAGEM.
           MOVE  CNT-LOCAL  TO  SRT-LOCAL
           IF  SRT-LOCAL = SPACES
               MOVE  LOC-PADRAO  TO  SRT-LOCAL
           END-IF
           MOVE  SRT-LOCAL  TO  CODLOCAL
           IF  CNT-CODPROD NUMERIC AND CNT-CODPROD > ZERO
               AND CNT-QTDE NUMERIC
               READ  CAD-LOCAL
               IF  CODERRO-LOC = "00"
                   MOVE  CNT-CODPROD        TO  SRT-CODPROD
                   MOVE  W-TOTAL-CONTAGENS  TO  SRT-SEQUENCIA
                   MOVE  CNT-QTDE           TO  SRT-QTDE
                   RELEASE  REG-SORT
               ELSE
                   ADD  1  TO  W-TOTAL-IGNORADAS
                   DISPLAY "CONTAGEM COM LOCAL NAO CADASTRADO "
                           "IGNORADA: " REG-CONTAGEM (1:11) " "
                           SRT-LOCAL
               END-IF
           ELSE
               ADD  1  TO  W-TOTAL-IGNORADAS
               DISPLAY "CONTAGEM INVALIDA IGNORADA: "
                       REG-CONTAGEM (1:11)
           END-IF.

      *  QUEBRA POR PRODUTO DENTRO DO LOCAL: SO A ULTIMA CONTAGEM DO
      *  GRUPO E CONFRONTADA. QUEBRA POR LOCAL: TOTAL DO LOCAL.
       CONFRONTAR-CONTAGENS.
           PERFORM RETORNAR-REGISTRO.
           IF  NOT FIM-SORT
               MOVE  SRT-LOCAL  TO  W-LOCAL-ATUAL
               PERFORM INICIAR-LOCAL
           END-IF.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.

       PROCESSAR-REGISTRO-SORT.
           MOVE  SRT-LOCAL    TO  W-CNT-LOCAL
           MOVE  SRT-CODPROD  TO  W-CNT-CODPROD
           MOVE  SRT-QTDE     TO  W-CNT-QTDE
           PERFORM RETORNAR-REGISTRO.
           IF  FIM-SORT OR SRT-LOCAL NOT = W-CNT-LOCAL
                        OR SRT-CODPROD NOT = W-CNT-CODPROD
               PERFORM CONFRONTAR-PRODUTO
           END-IF.
           IF  FIM-SORT OR SRT-LOCAL NOT = W-CNT-LOCAL
               PERFORM IMPRIMIR-TOTAL-LOCAL
               IF  NOT FIM-SORT
                   MOVE  SRT-LOCAL  TO  W-LOCAL-ATUAL
                   PERFORM INICIAR-LOCAL
               END-IF
           END-IF.

       RETORNAR-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

       INICIAR-LOCAL.
           MOVE  ZERO  TO  W-LOC-DIVERGENTES
           MOVE  ZERO  TO  W-LOC-VALOR
           MOVE  W-LOCAL-ATUAL  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC = "00"
               MOVE  DESCRI-LOCAL  TO  W-NOME-LOCAL-ATUAL
           ELSE
               MOVE  "*** NAO CADASTRADO ***"  TO  W-NOME-LOCAL-ATUAL
           END-IF.

      *  CONFRONTO CONTADO X LIVRO DO LOCAL; SO OS PRODUTOS COM
      *  DIVERGENCIA SAEM NO RELATORIO, VALORIZADOS AO CUSTO MEDIO
      *  PONDERADO (O PRECO DE CATALOGO INCLUI A MARGEM E
      *  SUPERESTIMAVA A PERDA OU SOBRA).
       CONFRONTAR-PRODUTO.
           ADD  1  TO  W-TOTAL-PRODUTOS
           MOVE  "N"            TO  W-PODE-AJUSTAR
           MOVE  W-CNT-CODPROD  TO  CODPROD
           READ  CAD-PRODUTO
           IF  CODERRO NOT = "00"
               INITIALIZE  REG-PRODUTO
               MOVE  W-CNT-CODPROD  TO  CODPROD
               MOVE  "*** SEM CADASTRO ***"  TO  DESCRI
               MOVE  "SEM PRODUTO"  TO  LD-OBS
           ELSE
               IF  PROD-INATIVO
                   MOVE  "PRODUTO INATIVO"  TO  LD-OBS
               ELSE
                   MOVE  "S"     TO  W-PODE-AJUSTAR
                   MOVE  SPACES  TO  LD-OBS
               END-IF
           END-IF
           PERFORM  BUSCAR-SALDO-LIVRO
           COMPUTE  W-DIFERENCA = W-CNT-QTDE - W-SALDO-LIVRO
           IF  W-DIFERENCA NOT = ZERO
               ADD  1  TO  W-TOTAL-DIVERGENTES
               ADD  1  TO  W-LOC-DIVERGENTES
               COMPUTE  W-VALOR-DIF ROUNDED =
                        W-DIFERENCA * CUSTO-MEDIO
               ADD  W-VALOR-DIF  TO  W-LOC-VALOR
               ADD  W-VALOR-DIF  TO  W-TOTAL-VALOR
               IF  MODO-AJUSTE AND AJUSTE-PERMITIDO
                   PERFORM  AJUSTAR-SALDO
               END-IF
               PERFORM  IMPRIMIR-DIVERGENCIA
           END-IF.

      *  O LIVRO E O SALDO DO PRODUTO NO LOCAL; SEM REGISTRO NO
      *  LOCAL (OU NO ARQUIVO DE ESTOQUE) O SALDO E ZERO E O
      *  REGISTRO SO E CRIADO SE HOUVER AJUSTE.
       BUSCAR-SALDO-LIVRO.
           MOVE  "N"            TO  W-ESTOQUE-NOVO
           MOVE  W-CNT-CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST NOT = "00"
               MOVE  "S"   TO  W-ESTOQUE-NOVO
               INITIALIZE  REG-ESTOQUE
               MOVE  W-CNT-CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.
           MOVE  "N"            TO  W-LOCAL-NOVO
           MOVE  W-CNT-CODPROD  TO  ELC-CODPROD
           MOVE  W-CNT-LOCAL    TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-LIVRO
           ELSE
               MOVE  "S"   TO  W-LOCAL-NOVO
               MOVE  ZERO  TO  W-SALDO-LIVRO
           END-IF.

      *  O AJUSTE GRAVA O CONTADO NO SALDO DO LOCAL, SOMA A
      *  DIFERENCA NO SALDO TOTAL E LANCA NO KARDEX COM O TIPO J; SO
      *  GRAVA O KARDEX DEPOIS DE CONFIRMAR QUE OS DOIS SALDOS FORAM
      *  GRAVADOS. SE O LOCAL FALHAR, O TOTAL VOLTA AO VALOR ANTERIOR.
       AJUSTAR-SALDO.
           MOVE  QTDE-ESTOQUE  TO  W-SALDO-TOTAL-ANT
           COMPUTE  W-NOVO-TOTAL = QTDE-ESTOQUE + W-DIFERENCA
           IF  W-NOVO-TOTAL < ZERO OR W-NOVO-TOTAL > 99999
               ADD  1  TO  W-TOTAL-ERRO
               MOVE  "TOTAL INCOERENTE"  TO  LD-OBS
               DISPLAY "SALDO TOTAL INCOERENTE COM O LOCAL: "
                       W-CNT-CODPROD " " W-CNT-LOCAL
           ELSE
               MOVE  W-NOVO-TOTAL  TO  QTDE-ESTOQUE
               IF  REGISTRO-ESTOQUE-NOVO
                   WRITE  REG-ESTOQUE
               ELSE
                   REWRITE  REG-ESTOQUE
               END-IF
               IF  CODERRO-EST NOT = "00"
                   ADD  1  TO  W-TOTAL-ERRO
                   MOVE  "ERRO NO AJUSTE"  TO  LD-OBS
                   DISPLAY "ERRO AO AJUSTAR O SALDO: " W-CNT-CODPROD
               ELSE
                   PERFORM  AJUSTAR-SALDO-LOCAL
               END-IF
           END-IF.

       AJUSTAR-SALDO-LOCAL.
           INITIALIZE  REG-ESTLOCAL
           MOVE  W-CNT-CODPROD  TO  ELC-CODPROD
           MOVE  W-CNT-LOCAL    TO  ELC-LOCAL
           MOVE  W-CNT-QTDE     TO  ELC-QTDE
           IF  REGISTRO-LOCAL-NOVO
               WRITE  REG-ESTLOCAL
           ELSE
               REWRITE  REG-ESTLOCAL
           END-IF.
           IF  CODERRO-ELC NOT = "00"
               ADD  1  TO  W-TOTAL-ERRO
               MOVE  "ERRO NO LOCAL"  TO  LD-OBS
               DISPLAY "ERRO AO AJUSTAR O SALDO DO LOCAL: "
                       W-CNT-CODPROD " " W-CNT-LOCAL
               MOVE  W-SALDO-TOTAL-ANT  TO  QTDE-ESTOQUE
               REWRITE  REG-ESTOQUE
           ELSE
               ADD  1  TO  W-TOTAL-AJUSTADOS
               MOVE  "AJUSTADO"  TO  LD-OBS
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  ZERO                TO  KDX-PEDIDO
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  W-CNT-LOCAL         TO  KDX-LOCAL
           MOVE  W-CNT-QTDE          TO  KDX-SALDO-LOCAL
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  ZERO                TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX: " CODPROD-EST
           END-IF.

      *  O NOME DO LOCAL SAI ANTES DA PRIMEIRA DIVERGENCIA DELE;
      *  LOCAL SEM DIVERGENCIA NAO APARECE NO RELATORIO.
       IMPRIMIR-DIVERGENCIA.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           IF  W-LOC-DIVERGENTES = 1
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           MOVE  W-CNT-CODPROD      TO  LD-CODPROD
           MOVE  DESCRI             TO  LD-DESCRI
           MOVE  W-CNT-QTDE         TO  LD-CONTADO
           MOVE  W-SALDO-LIVRO      TO  LD-LIVRO
           MOVE  W-DIFERENCA        TO  LD-DIFER
           MOVE  W-VALOR-DIF        TO  LD-VALOR
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-GRUPO.
           MOVE  W-LOCAL-ATUAL       TO  LG-LOCAL
           MOVE  W-NOME-LOCAL-ATUAL  TO  LG-NOME
           MOVE  LINHA-GRUPO   TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  2  TO  W-LINHAS-PAGINA.

       IMPRIMIR-TOTAL-LOCAL.
           IF  W-LOC-DIVERGENTES > ZERO
               MOVE  SPACES  TO  LINHA-REL
               WRITE  LINHA-REL
               MOVE  SPACES  TO  LT-TITULO
               STRING  "TOTAL DO LOCAL "  W-LOCAL-ATUAL
                       DELIMITED BY SIZE  INTO  LT-TITULO
               MOVE  W-LOC-DIVERGENTES  TO  LT-DIVERG
               MOVE  W-LOC-VALOR        TO  LT-VALOR
               MOVE  LINHA-TOTAL  TO  LINHA-REL
               WRITE  LINHA-REL
               MOVE  SPACES  TO  LINHA-REL
               WRITE  LINHA-REL
               ADD  3  TO  W-LINHAS-PAGINA
           END-IF.

       IMPRIMIR-CABECALHO.
           ADD  1  TO  W-NUM-PAGINA
           MOVE  ZERO  TO  W-LINHAS-PAGINA
           END-IF.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  "TOTAL GERAL"        TO  LT-TITULO
           MOVE  W-TOTAL-DIVERGENTES  TO  LT-DIVERG
           MOVE  W-TOTAL-VALOR        TO  LT-VALOR
           MOVE  LINHA-TOTAL  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-CONTAGENS  TO  RD-CONTAG
           MOVE  LINHA-RODAPE-1  TO  LINHA-REL
           WRITE  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-AJUSTADOS  TO  RD-AJUSTA
           MOVE  LINHA-RODAPE-4  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-IGNORADAS  TO  RD-IGNORA
           MOVE  LINHA-RODAPE-5  TO  LINHA-REL
           WRITE  LINHA-REL.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO - CNVLOCAL"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  MODO-AJUSTE
               OPEN  I-O  CAD-ESTOQUE
               OPEN  I-O  CAD-ESTLOCAL
           ELSE
               OPEN  INPUT  CAD-ESTOQUE
               OPEN  INPUT  CAD-ESTLOCAL
           END-IF.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO - CNVLOCAL"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  MODO-AJUSTE
               OPEN  EXTEND  ARQ-KARDEX
               IF  CODERRO-KDX NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE KARDEX"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN  INPUT  ARQ-CONTAGEM.
           IF  CODERRO-CNT NOT = "00"
               DISPLAY "ARQUIVO DE CONTAGEM NAO ENCONTRADO - INVCONT"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REL-INVENTARIO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-ESTLOCAL.
           IF  MODO-AJUSTE
               CLOSE  ARQ-KARDEX
           END-IF.
