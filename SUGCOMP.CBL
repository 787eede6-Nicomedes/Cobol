      *    *  MINIMO; RELATORIO E ARQUIVO QUEBRADOS POR       *
      *    *  FORNECEDOR, PARA UM PEDIDO POR FORNECEDOR       *
      *    ****************************************************
      *    KITS NAO SAO COMPRADOS (NAO TEM ESTOQUE PROPRIO): O
      *    MINIMO DE CADA KIT ATIVO VEZES A QUANTIDADE DE CADA
      *    COMPONENTE NA ESTRUTURA E A DEMANDA DOS COMPONENTES EM
      *    KITS, SOMADA AO MINIMO PROPRIO DE CADA COMPONENTE. SEM O
      *    ARQUIVO DE KITS, NENHUM PRODUTO E KIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           COPY  PRODSELS.
           COPY  ESTSEL.
           COPY  FORSEL.
           COPY  KITSEL.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-SUGESTAO ASSIGN TO "SUGCOMP.LST"
                ORGANIZATION   LINE SEQUENTIAL
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  FORNEC.
           COPY  KIT.
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-FORNECEDOR  PIC  X(5).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-DESCRI      PIC  X(20).
           02  SRT-MINIMO      PIC  9(5).
           02  SRT-DEMANDA     PIC  9(7).
           02  SRT-DISPONIVEL  PIC  9(6).
           02  SRT-SUGERIDA    PIC  9(5).
       FD  REL-SUGESTAO
       01  REG-SUGESTAO.
           02  SUG-FORNECEDOR  PIC  X(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  SUG-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  SUG-QTDE        PIC  9(5).
       WORKING-STORAGE SECTION.
       77  CODERRO-FOR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SUG         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT         PIC  X(2)  VALUE SPACES.
       77  W-KIT-OK            PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL      VALUE "S".
       77  W-FIM-ITENS         PIC  X     VALUE "N".
           88  FIM-ITENS       VALUE "S".
       77  W-CODKIT            PIC  9(5)  VALUE ZERO.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
       77  W-FORN-ATUAL        PIC  X(5)  VALUE SPACES.
       77  W-NOME-FORN-ATUAL   PIC  X(20) VALUE SPACES.
       77  W-MINIMO            PIC  9(5)  VALUE ZERO.
       77  W-MINIMO-EFETIVO    PIC  9(7)  VALUE ZERO.
       77  W-FALTA             PIC  9(7)  VALUE ZERO.
       77  W-REPOSICAO         PIC  9(5)  VALUE ZERO.
       77  W-DISPONIVEL        PIC  9(6)  VALUE ZERO.
       77  W-ITENS-FORN        PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-EXAMINADOS  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SUGERIDOS   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-FORNECEDORES PIC 9(5)  VALUE ZERO.
       77  W-TOTAL-KITS        PIC  9(5)  VALUE ZERO.
      *  DEMANDA EM KITS POR COMPONENTE E MARCA DOS KITS, POR CODPROD
       01  W-TABELA-KITS.
           02  W-TAB-PROD  OCCURS 99999 TIMES.
               03  W-TAB-DEMANDA    PIC  9(7).
               03  W-TAB-EH-KIT     PIC  X.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  FILLER   PIC  X(8)  VALUE "CODIGO".
           02  FILLER   PIC  X(22) VALUE "DESCRICAO".
           02  FILLER   PIC  X(10) VALUE "MINIMO".
           02  FILLER   PIC  X(10) VALUE "EM KITS".
           02  FILLER   PIC  X(12) VALUE "DISPONIVEL".
           02  FILLER   PIC  X(10) VALUE "SUGERIDA".
       01  LINHA-GRUPO.
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LG-NOME     PIC  X(20).
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-MINIMO   PIC  ZZ.ZZ9.
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-DEMANDA  PIC  Z.ZZZ.ZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-DISPON   PIC  ZZZ.ZZ9.
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-SUGERIDA PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-3.
           02  FILLER      PIC  X(24) VALUE "FORNECEDORES . . . . . :".
           02  RD-FORNEC   PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-4.
           02  FILLER      PIC  X(24) VALUE "KITS NAO AVALIADOS . . :".
           02  RD-KITS     PIC  ZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-DEMANDA-KITS.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-FORNECEDOR
                                  SRT-CODPROD
                   W-TOTAL-SUGERIDOS.
           DISPLAY "FORNECEDORES . . . . . . . . . : "
                   W-TOTAL-FORNECEDORES.
           DISPLAY "KITS NAO AVALIADOS . . . . . . : "
                   W-TOTAL-KITS.
           DISPLAY "RELATORIO GERADO EM SUGCOMP.LST".
           DISPLAY "ARQUIVO DE SUGESTAO EM SUGCOMP.DAT".
           STOP RUN.

      *  PRIMEIRA PASSADA NO CADASTRO: PARA CADA KIT ATIVO, SOMA O
      *  MINIMO DO KIT VEZES A QUANTIDADE NA ESTRUTURA NA DEMANDA DE
      *  CADA COMPONENTE. O CADASTRO E REABERTO PARA A SELECAO.
       CARREGAR-DEMANDA-KITS.
           INITIALIZE  W-TABELA-KITS.
           IF  ARQ-KIT-DISPONIVEL
               PERFORM LER-PRODUTO-KIT UNTIL FIM-ARQUIVO
               CLOSE  CAD-PRODUTO
               OPEN  INPUT  CAD-PRODUTO
               MOVE  "N"  TO  W-FIM-ARQUIVO
           END-IF.
       LER-PRODUTO-KIT.
           READ CAD-PRODUTO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  NOT PROD-INATIVO
                       PERFORM SOMAR-DEMANDA-KIT
                   END-IF
           END-READ.
       SOMAR-DEMANDA-KIT.
           IF  ESTQ-MINIMO NUMERIC
               MOVE  ESTQ-MINIMO  TO  W-MINIMO
           ELSE
               MOVE  ZERO  TO  W-MINIMO
           END-IF
           MOVE  "N"      TO  W-FIM-ITENS
           MOVE  CODPROD  TO  W-CODKIT  KIT-CODKIT
           MOVE  ZEROS    TO  KIT-CODCOMP
           START  CAD-KIT  KEY NOT < KIT-CHAVE
               INVALID KEY
                   MOVE  "S"  TO  W-FIM-ITENS
           END-START
           PERFORM SOMAR-COMPONENTE-KIT UNTIL FIM-ITENS.
       SOMAR-COMPONENTE-KIT.
           READ  CAD-KIT  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  KIT-CODKIT NOT = W-CODKIT
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       MOVE  "S"  TO  W-TAB-EH-KIT (W-CODKIT)
                       COMPUTE  W-TAB-DEMANDA (KIT-CODCOMP) =
                                W-TAB-DEMANDA (KIT-CODCOMP)
                                + W-MINIMO * KIT-QTDE
                           ON SIZE ERROR
                               MOVE  9999999
                                 TO  W-TAB-DEMANDA (KIT-CODCOMP)
                       END-COMPUTE
                   END-IF
           END-READ.

      *  SELECIONA OS PRODUTOS ATIVOS COM MINIMO CADASTRADO E SALDO
      *  DISPONIVEL ABAIXO DO MINIMO; CAMPOS DE REPOSICAO GRAVADOS EM
      *  BRANCO (REGISTROS ANTIGOS) VALEM ZERO, E PRODUTO SEM
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  NOT PROD-INATIVO
                       IF  W-TAB-EH-KIT (CODPROD) = "S"
                           ADD 1 TO W-TOTAL-KITS
                       ELSE
                           ADD 1 TO W-TOTAL-EXAMINADOS
                           PERFORM AVALIAR-REPOSICAO
                       END-IF
                   END-IF
           END-READ.
       AVALIAR-REPOSICAO.
           ELSE
               MOVE  ZERO  TO  W-REPOSICAO
           END-IF
           COMPUTE  W-MINIMO-EFETIVO = W-MINIMO
                                     + W-TAB-DEMANDA (CODPROD)
               ON SIZE ERROR
                   MOVE  9999999  TO  W-MINIMO-EFETIVO
           END-COMPUTE
           IF  W-MINIMO-EFETIVO > ZERO
               PERFORM  BUSCAR-DISPONIVEL
               IF  W-DISPONIVEL < W-MINIMO-EFETIVO
                   MOVE  FORNECEDOR  TO  SRT-FORNECEDOR
                   MOVE  CODPROD     TO  SRT-CODPROD
                   MOVE  DESCRI      TO  SRT-DESCRI
                   MOVE  W-MINIMO    TO  SRT-MINIMO
                   MOVE  W-TAB-DEMANDA (CODPROD)  TO  SRT-DEMANDA
                   MOVE  W-DISPONIVEL TO SRT-DISPONIVEL
                   IF  W-REPOSICAO > ZERO
                       MOVE  W-REPOSICAO  TO  SRT-SUGERIDA
                   ELSE
                       COMPUTE  W-FALTA = W-MINIMO-EFETIVO
                                        - W-DISPONIVEL
                       IF  W-FALTA > 99999
                           MOVE  99999    TO  SRT-SUGERIDA
                       ELSE
                           MOVE  W-FALTA  TO  SRT-SUGERIDA
                       END-IF
                   END-IF
                   RELEASE  REG-SORT
               END-IF
           MOVE  SRT-CODPROD     TO  LD-CODPROD
           MOVE  SRT-DESCRI      TO  LD-DESCRI
           MOVE  SRT-MINIMO      TO  LD-MINIMO
           MOVE  SRT-DEMANDA     TO  LD-DEMANDA
           MOVE  SRT-DISPONIVEL  TO  LD-DISPON
           MOVE  SRT-SUGERIDA    TO  LD-SUGERIDA
           MOVE  LINHA-DETALHE   TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-FORNECEDORES  TO  RD-FORNEC
           MOVE  LINHA-RODAPE-3  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-KITS  TO  RD-KITS
           MOVE  LINHA-RODAPE-4  TO  LINHA-REL
           WRITE  LINHA-REL.

       IMPRIMIR-CABECALHO.
               DISPLAY "ARQ. DE FORNECEDORES NAO ENCONTRADO - MANTFOR"
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT = "00"
               MOVE  "S"  TO  W-KIT-OK
           ELSE
               MOVE  "N"  TO  W-KIT-OK
           END-IF.
           OPEN  OUTPUT  REL-SUGESTAO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
           CLOSE  CAD-FORNECEDOR.
           CLOSE  REL-SUGESTAO.
           CLOSE  ARQ-SUGESTAO.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
