      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       PEDGERA.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  GERACAO DOS PEDIDOS DE COMPRA A PARTIR DA       *
      *    *  SUGESTAO APROVADA PELO SETOR DE COMPRAS         *
      *    *  (SUGCOMP.DAT): UM PEDIDO NUMERADO POR           *
      *    *  FORNECEDOR, UM ITEM POR CODPROD; CADA ITEM      *
      *    *  ABRE O PEDIDO NO ESTOQUE (QTDE-PEDIDO-ABERTO)   *
      *    *  E VAI PARA O KARDEX COMO TIPO A COM O NUMERO    *
      *    *  DO PEDIDO                                       *
      *    ****************************************************
      *    A SUGESTAO PODE SER EDITADA PELO COMPRADOR ANTES DA
      *    GERACAO (QUANTIDADES, LINHAS RETIRADAS, FORNECEDOR).
      *    DEPOIS DE UMA GERACAO SEM ERROS DE GRAVACAO A SUGESTAO
      *    VAI PARA O ARQUIVO MORTO DATADO (SUGCOMP.AAAAMMDD) E O
      *    ARQUIVO VIVO E ZERADO, PARA A MESMA SUGESTAO NAO VIRAR
      *    PEDIDO DUAS VEZES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  FORSEL.
           COPY  KARDSEL.
           COPY  PEDSEL.
           COPY  PITSEL.
           COPY  KITSEL.
           SELECT  ARQ-SUGESTAO ASSIGN TO "SUGCOMP.DAT"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SUG.
           SELECT  ARQ-SUGESTAO-MORTA ASSIGN USING W-NOME-SUGESTAO
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SGM.
           SELECT  ARQ-REJEITOS ASSIGN TO "PEDGERA.REJ"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REJ.
           SELECT  ARQ-CONTROLE-PEDIDO ASSIGN TO "PEDCOMP.SEQ"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SEQ.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  FORNEC.
           COPY  KARDEX.
           COPY  PEDCOMP.
           COPY  PEDITEM.
           COPY  KIT.
       FD  ARQ-SUGESTAO
           LABEL  RECORD  STANDARD.
       01  REG-SUGESTAO.
           02  SUG-FORNECEDOR  PIC  X(5).
           02  FILLER          PIC  X.
           02  SUG-CODPROD     PIC  9(5).
           02  FILLER          PIC  X.
           02  SUG-QTDE        PIC  9(5).
       FD  ARQ-SUGESTAO-MORTA
           LABEL  RECORD  STANDARD.
       01  REG-SUGESTAO-MORTA  PIC  X(17).
       FD  ARQ-REJEITOS
           LABEL  RECORD  STANDARD.
       01  REG-REJEITO.
           02  REJ-SUGESTAO    PIC  X(17).
           02  FILLER          PIC  X     VALUE SPACE.
           02  REJ-MOTIVO      PIC  X(30).
       FD  ARQ-CONTROLE-PEDIDO
           LABEL  RECORD  STANDARD.
       01  REG-CONTROLE-PEDIDO.
           02  SEQ-ULTIMO-PEDIDO   PIC  9(6).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-FOR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDX         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PED         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SUG         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SGM         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REJ         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SEQ         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-MOTIVO-REJEITO    PIC  X(30) VALUE SPACES.
       77  W-FORN-ATUAL        PIC  X(5)  VALUE SPACES.
       77  W-PEDIDO-ATUAL      PIC  9(6)  VALUE ZERO.
       77  W-ESTOQUE-NOVO      PIC  X     VALUE "N".
           88  REGISTRO-ESTOQUE-NOVO   VALUE "S".
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-PEDIDOS     PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ITENS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-REJEITADOS  PIC  9(5)  VALUE ZERO.
       77  W-REJ-FORN-INVALIDO PIC  9(5)  VALUE ZERO.
       77  W-REJ-COD-INVALIDO  PIC  9(5)  VALUE ZERO.
       77  W-REJ-QTDE-INVALIDA PIC  9(5)  VALUE ZERO.
       77  W-REJ-NAO-ENCONTRADOS PIC 9(5) VALUE ZERO.
       77  W-REJ-SALDO         PIC  9(5)  VALUE ZERO.
       77  W-REJ-REPETIDOS     PIC  9(5)  VALUE ZERO.
       77  W-REJ-KIT           PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
      *  O ARQUIVO DE KITS E OPCIONAL (SEM ELE NENHUM PRODUTO E KIT).
       77  W-KIT-OK            PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL      VALUE "S".
       77  W-PRODUTO-KIT       PIC  X     VALUE "N".
           88  PRODUTO-KIT             VALUE "S".
      *  NOME DO ARQUIVO MORTO DA SUGESTAO, DATADO, NO MESMO ESTILO
      *  DO SAINOME (PRODEXCL.NNNNNN)
       01  W-NOME-SUGESTAO.
           02  FILLER          PIC  X(8)  VALUE "SUGCOMP.".
           02  W-SUGESTAO-DATA PIC  9(8)  VALUE ZERO.
           COPY  LOCPAD.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  DIA  PIC  99.
       01  DATA-DIA.
           02  DIA  PIC  99/.
           02  MES  PIC  99/.
           02  ANO  PIC  9999.
       01  DATA-COM-BARRA  REDEFINES  DATA-DIA  PIC X(10).
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSAR-SUGESTAO UNTIL FIM-ARQUIVO.
           PERFORM FECHAR-ARQUIVOS.
           IF  W-TOTAL-ERRO = ZERO
               PERFORM ARQUIVAR-SUGESTAO
           END-IF.
           DISPLAY "GERACAO DE PEDIDOS DE COMPRA - " W-OPERADOR.
           DISPLAY "LINHAS DE SUGESTAO LIDAS . . . : " W-TOTAL-LIDOS.
           DISPLAY "PEDIDOS GERADOS. . . . . . . . : "
                   W-TOTAL-PEDIDOS.
           DISPLAY "ITENS GERADOS. . . . . . . . . : " W-TOTAL-ITENS.
           DISPLAY "LINHAS REJEITADAS. . . . . . . : "
                   W-TOTAL-REJEITADOS.
           DISPLAY "  FORNECEDOR INVALIDO. . . . . : "
                   W-REJ-FORN-INVALIDO.
           DISPLAY "  CODIGO INVALIDO. . . . . . . : "
                   W-REJ-COD-INVALIDO.
           DISPLAY "  QUANTIDADE INVALIDA. . . . . : "
                   W-REJ-QTDE-INVALIDA.
           DISPLAY "  PRODUTO NAO ENCONTRADO . . . : "
                   W-REJ-NAO-ENCONTRADOS.
           DISPLAY "  SALDO DE PEDIDO ESTOURA. . . : "
                   W-REJ-SALDO.
           DISPLAY "  PRODUTO REPETIDO NO PEDIDO . : "
                   W-REJ-REPETIDOS.
           DISPLAY "  PRODUTO E KIT. . . . . . . . : "
                   W-REJ-KIT.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "REJEITADAS GRAVADAS EM PEDGERA.REJ".
           STOP RUN.

       PROCESSAR-SUGESTAO.
           READ ARQ-SUGESTAO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-TOTAL-LIDOS
                   PERFORM VALIDAR-LINHA-SUGESTAO
           END-READ.

      *  A SUGESTAO SAI DO SUGCOMP ORDENADA POR FORNECEDOR; A TROCA
      *  DE FORNECEDOR FECHA O PEDIDO CORRENTE. O CABECALHO SO E
      *  GRAVADO NO PRIMEIRO ITEM VALIDO DO FORNECEDOR, PARA NAO
      *  FICAR PEDIDO SEM ITENS QUANDO TODAS AS LINHAS CAEM.
       VALIDAR-LINHA-SUGESTAO.
           MOVE  SPACES  TO  W-MOTIVO-REJEITO
           IF  SUG-FORNECEDOR NOT = W-FORN-ATUAL
               MOVE  SUG-FORNECEDOR  TO  W-FORN-ATUAL
               MOVE  ZERO            TO  W-PEDIDO-ATUAL
           END-IF.
           MOVE  SUG-FORNECEDOR  TO  CODFORN
           READ  CAD-FORNECEDOR
           IF  SUG-FORNECEDOR = SPACES OR CODERRO-FOR NOT = "00"
               MOVE  "FORNECEDOR NAO CADASTRADO"  TO  W-MOTIVO-REJEITO
               ADD  1  TO  W-REJ-FORN-INVALIDO
               PERFORM  GRAVAR-REJEITO
           ELSE
               IF  SUG-CODPROD NOT NUMERIC OR SUG-CODPROD = ZEROS
                   MOVE  "CODIGO INVALIDO"  TO  W-MOTIVO-REJEITO
                   ADD  1  TO  W-REJ-COD-INVALIDO
                   PERFORM  GRAVAR-REJEITO
               ELSE
                   IF  SUG-QTDE NOT NUMERIC OR SUG-QTDE = ZEROS
                       MOVE  "QUANTIDADE INVALIDA"
                         TO  W-MOTIVO-REJEITO
                       ADD  1  TO  W-REJ-QTDE-INVALIDA
                       PERFORM  GRAVAR-REJEITO
                   ELSE
                       PERFORM  VALIDAR-PRODUTO-SUGESTAO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-PRODUTO-SUGESTAO.
           MOVE  SUG-CODPROD  TO  CODPROD
           READ  CAD-PRODUTO
           PERFORM  VERIFICAR-PRODUTO-KIT
           EVALUATE  TRUE
               WHEN  CODERRO NOT = "00" OR PROD-INATIVO
                   MOVE  "PRODUTO NAO ENCONTRADO"  TO  W-MOTIVO-REJEITO
                   ADD  1  TO  W-REJ-NAO-ENCONTRADOS
                   PERFORM  GRAVAR-REJEITO
               WHEN  PRODUTO-KIT
                   MOVE  "KIT SO ADMITE SAIDA (S)"  TO  W-MOTIVO-REJEITO
                   ADD  1  TO  W-REJ-KIT
                   PERFORM  GRAVAR-REJEITO
               WHEN  OTHER
                   PERFORM  LER-SALDO-ESTOQUE
                   IF  QTDE-PEDIDO-ABERTO + SUG-QTDE > 99999
                       MOVE  "SALDO DE PEDIDO ESTOURA LIMITE"
                         TO  W-MOTIVO-REJEITO
                       ADD  1  TO  W-REJ-SALDO
                       PERFORM  GRAVAR-REJEITO
                   ELSE
                       IF  W-PEDIDO-ATUAL = ZERO
                           PERFORM  GRAVAR-CABECALHO-PEDIDO
                       END-IF
                       IF  W-PEDIDO-ATUAL NOT = ZERO
                           PERFORM  GRAVAR-ITEM-PEDIDO
                       END-IF
                   END-IF
           END-EVALUATE.

      *  PRODUTO COM COMPONENTES NO ARQUIVO DE KITS E UM KIT; KIT NAO
      *  TEM ESTOQUE PROPRIO E POR ISSO NAO ENTRA EM PEDIDO DE COMPRA
      *  (SE COMPRAM OS COMPONENTES); A SUGESTAO EDITADA A MAO PODE
      *  TRAZER UM KIT, QUE VAI PARA AS REJEITADAS.
       VERIFICAR-PRODUTO-KIT.
           MOVE  "N"  TO  W-PRODUTO-KIT
           IF  ARQ-KIT-DISPONIVEL
               MOVE  CODPROD  TO  KIT-CODKIT
               MOVE  ZEROS    TO  KIT-CODCOMP
               START  CAD-KIT  KEY NOT < KIT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ  CAD-KIT  NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF  KIT-CODKIT = CODPROD
                                   MOVE  "S"  TO  W-PRODUTO-KIT
                               END-IF
                       END-READ
               END-START
           END-IF.

      *  PRODUTO SEM REGISTRO NO ARQUIVO DE ESTOQUE COMECA COM SALDOS
      *  ZERADOS, MESMO CRITERIO DO ESTMOV.
       LER-SALDO-ESTOQUE.
           MOVE  "N"      TO  W-ESTOQUE-NOVO
           MOVE  CODPROD  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST NOT = "00"
               MOVE  "S"      TO  W-ESTOQUE-NOVO
               INITIALIZE  REG-ESTOQUE
               MOVE  CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.

       GRAVAR-CABECALHO-PEDIDO.
           PERFORM  OBTER-NUMERO-PEDIDO
           INITIALIZE  REG-PEDIDO
           MOVE  SEQ-ULTIMO-PEDIDO  TO  PED-NUMERO
           MOVE  SUG-FORNECEDOR     TO  PED-FORNECEDOR
           MOVE  DATA-COM-BARRA     TO  PED-DATA-EMISSAO
           SET   PED-ABERTO         TO  TRUE
           SET   PED-DA-SUGESTAO    TO  TRUE
           MOVE  W-OPERADOR         TO  PED-OPERADOR
           WRITE  REG-PEDIDO.
           IF  CODERRO-PED NOT = "00"
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR O PEDIDO: " PED-NUMERO
                       " CODERRO " CODERRO-PED
           ELSE
               ADD  1  TO  W-TOTAL-PEDIDOS
               MOVE  PED-NUMERO  TO  W-PEDIDO-ATUAL
           END-IF.

      *  O ITEM SO ABRE O PEDIDO NO ESTOQUE DEPOIS DE GRAVADO; UM
      *  CODPROD REPETIDO PARA O MESMO FORNECEDOR CAI NA CHAVE
      *  DUPLICADA E E REJEITADO.
       GRAVAR-ITEM-PEDIDO.
           INITIALIZE  REG-ITEM-PEDIDO
           MOVE  W-PEDIDO-ATUAL  TO  PIT-NUMERO
           MOVE  SUG-CODPROD     TO  PIT-CODPROD
           MOVE  SUG-QTDE        TO  PIT-QTDE-PEDIDA
           MOVE  ZERO            TO  PIT-QTDE-RECEBIDA
           SET   PIT-ABERTO      TO  TRUE
           WRITE  REG-ITEM-PEDIDO.
           EVALUATE  CODERRO-PIT
               WHEN  "00"
                   PERFORM  ABRIR-PEDIDO-NO-ESTOQUE
               WHEN  "22"
                   MOVE  "PRODUTO REPETIDO NO PEDIDO"
                     TO  W-MOTIVO-REJEITO
                   ADD  1  TO  W-REJ-REPETIDOS
                   PERFORM  GRAVAR-REJEITO
               WHEN  OTHER
                   ADD  1  TO  W-TOTAL-ERRO
                   DISPLAY "ERRO AO GRAVAR O ITEM DO PEDIDO: "
                           W-PEDIDO-ATUAL " " SUG-CODPROD
           END-EVALUATE.

      *  SO GRAVA O KARDEX DEPOIS DE CONFIRMAR QUE O SALDO FOI
      *  REALMENTE GRAVADO NO ARQUIVO DE ESTOQUE, MESMO CRITERIO DO
      *  ESTMOV.
       ABRIR-PEDIDO-NO-ESTOQUE.
           ADD  SUG-QTDE  TO  QTDE-PEDIDO-ABERTO
           IF  REGISTRO-ESTOQUE-NOVO
               WRITE  REG-ESTOQUE
           ELSE
               REWRITE  REG-ESTOQUE
           END-IF.
           IF  CODERRO-EST NOT = "00"
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR O SALDO DE ESTOQUE: "
                       SUG-CODPROD
           ELSE
               ADD  1  TO  W-TOTAL-ITENS
               PERFORM  GRAVAR-KARDEX
           END-IF.

       GRAVAR-KARDEX.
           MOVE  CODPROD             TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  "A"                 TO  KDX-TIPO-MOV
           MOVE  SUG-QTDE            TO  KDX-QTDE-MOV
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  W-PEDIDO-ATUAL      TO  KDX-PEDIDO
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  LOC-PADRAO          TO  KDX-LOCAL
           MOVE  SPACES              TO  KDX-SALDO-LOCAL-X
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  ZERO                TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX: " SUG-CODPROD
           END-IF.

       GRAVAR-REJEITO.
           ADD  1  TO  W-TOTAL-REJEITADOS
           MOVE  REG-SUGESTAO       TO  REJ-SUGESTAO
           MOVE  W-MOTIVO-REJEITO   TO  REJ-MOTIVO
           WRITE  REG-REJEITO
           IF  CODERRO-REJ NOT = "00"
               DISPLAY "ERRO AO GRAVAR REJEITADA: " SUG-CODPROD
           END-IF.

      *  LE O ULTIMO NUMERO DE PEDIDO E JA REGISTRA O NOVO, MESMO
      *  PADRAO DA SEQUENCIA DO PRODEXCL; O MESMO CONTROLE E USADO
      *  PELA DIGITACAO DE PEDIDOS (PEDMANT).
       OBTER-NUMERO-PEDIDO.
           MOVE  ZERO  TO  SEQ-ULTIMO-PEDIDO
           OPEN  INPUT  ARQ-CONTROLE-PEDIDO.
           IF  CODERRO-SEQ = "00"
               READ ARQ-CONTROLE-PEDIDO
                   AT END
                       MOVE  ZERO  TO  SEQ-ULTIMO-PEDIDO
               END-READ
               IF  SEQ-ULTIMO-PEDIDO NOT NUMERIC
                   MOVE  ZERO  TO  SEQ-ULTIMO-PEDIDO
               END-IF
               CLOSE  ARQ-CONTROLE-PEDIDO
           END-IF.
           ADD  1  TO  SEQ-ULTIMO-PEDIDO.
           OPEN  OUTPUT  ARQ-CONTROLE-PEDIDO.
           IF  CODERRO-SEQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR PEDCOMP.SEQ"
               STOP RUN
           END-IF.
           WRITE  REG-CONTROLE-PEDIDO.
           CLOSE  ARQ-CONTROLE-PEDIDO.

      *  MESMO PADRAO DO INVPOST COM AS CONTAGENS: A SUGESTAO JA
      *  TRANSFORMADA EM PEDIDO VAI PARA O ARQUIVO MORTO DATADO E O
      *  ARQUIVO VIVO E ZERADO.
       ARQUIVAR-SUGESTAO.
           COMPUTE W-SUGESTAO-DATA = ANO OF DATA-SIS * 10000
                                    + MES OF DATA-SIS * 100
                                    + DIA OF DATA-SIS.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-SUGESTAO.
           IF  CODERRO-SUG NOT = "00"
               DISPLAY "NAO FOI POSSIVEL RELER O ARQ. DE SUGESTAO"
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-SUGESTAO-MORTA.
           IF  CODERRO-SGM NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO MORTO DA "
                       "SUGESTAO"
               STOP RUN
           END-IF.
           PERFORM COPIAR-SUGESTAO-MORTA UNTIL FIM-ARQUIVO.
           CLOSE  ARQ-SUGESTAO.
           CLOSE  ARQ-SUGESTAO-MORTA.
           OPEN  OUTPUT  ARQ-SUGESTAO.
           IF  CODERRO-SUG NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ZERAR O ARQ. DE SUGESTAO"
               STOP RUN
           END-IF.
           CLOSE  ARQ-SUGESTAO.
           DISPLAY "SUGESTAO ARQUIVADA EM " W-NOME-SUGESTAO
                   " E ARQUIVO VIVO ZERADO".
       COPIAR-SUGESTAO-MORTA.
           READ ARQ-SUGESTAO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  REG-SUGESTAO  TO  REG-SUGESTAO-MORTA
                   WRITE  REG-SUGESTAO-MORTA
           END-READ.

      *  OS ARQUIVOS DE PEDIDOS NAO EXISTEM ANTES DO PRIMEIRO PEDIDO;
      *  SEM TELA NAO HA COMO PERGUNTAR, ENTAO SAO CRIADOS VAZIOS COM
      *  AVISO, MESMA RECUPERACAO DO ESTMVLOT COM O ESTOQUE.
       TRATAR-PEDIDO-INEXISTENTE.
           DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO - CRIANDO VAZIO".
           OPEN  OUTPUT  CAD-PEDIDO.
           IF  CODERRO-PED = "00"
               CLOSE  CAD-PEDIDO
               OPEN  I-O  CAD-PEDIDO
           END-IF.
           IF  CODERRO-PED NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PEDIDOS"
               STOP RUN
           END-IF.
       TRATAR-ITEM-INEXISTENTE.
           DISPLAY "ARQUIVO DE ITENS DE PEDIDO NAO ENCONTRADO - "
                   "CRIANDO VAZIO".
           OPEN  OUTPUT  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT = "00"
               CLOSE  CAD-ITEM-PEDIDO
               OPEN  I-O  CAD-ITEM-PEDIDO
           END-IF.
           IF  CODERRO-PIT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE ITENS"
               STOP RUN
           END-IF.
       TRATAR-ESTOQUE-INEXISTENTE.
           DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO - CRIANDO VAZIO".
           OPEN  OUTPUT  CAD-ESTOQUE.
           IF  CODERRO-EST = "00"
               CLOSE  CAD-ESTOQUE
               OPEN  I-O  CAD-ESTOQUE
           END-IF.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ESTOQUE"
               STOP RUN
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  ARQ-SUGESTAO.
           IF  CODERRO-SUG NOT = "00"
               DISPLAY "ARQUIVO DE SUGESTAO NAO ENCONTRADO - SUGCOMP"
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
           OPEN  I-O  CAD-ESTOQUE.
           IF  CODERRO-EST = "35"
               PERFORM  TRATAR-ESTOQUE-INEXISTENTE
           ELSE
               IF  CODERRO-EST NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE ESTOQUE: "
                           CODERRO-EST
                   STOP RUN
               END-IF
           END-IF.
           OPEN  I-O  CAD-PEDIDO.
           IF  CODERRO-PED = "35"
               PERFORM  TRATAR-PEDIDO-INEXISTENTE
           ELSE
               IF  CODERRO-PED NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS: "
                           CODERRO-PED
                   STOP RUN
               END-IF
           END-IF.
           OPEN  I-O  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT = "35"
               PERFORM  TRATAR-ITEM-INEXISTENTE
           ELSE
               IF  CODERRO-PIT NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQ. DE ITENS DE PEDIDO: "
                           CODERRO-PIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN  EXTEND  ARQ-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE KARDEX"
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-REJEITOS.
           IF  CODERRO-REJ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE REJEITADAS"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT = "00"
               MOVE  "S"  TO  W-KIT-OK
           ELSE
               MOVE  "N"  TO  W-KIT-OK
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  ARQ-SUGESTAO.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-FORNECEDOR.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-PEDIDO.
           CLOSE  CAD-ITEM-PEDIDO.
           CLOSE  ARQ-KARDEX.
           CLOSE  ARQ-REJEITOS.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
