           COPY  LOGSEL.
           COPY  ESTSEL.
           COPY  SAISEL.
           COPY  KITSEL.
           SELECT  ARQ-CONTROLE-SAIDA ASSIGN TO "PRODEXCL.SEQ"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SEQ.
           COPY  LOGPROD.
           COPY  ESTOQUE.
           COPY  SAIPROD.
           COPY  KIT.
       FD  ARQ-CONTROLE-SAIDA
           LABEL  RECORD  STANDARD.
       01  REG-CONTROLE-SAIDA.
       77  CODERRO-EST       PIC  X(2)  VALUE SPACES.
       77  CODERRO-SAI       PIC  X(2)  VALUE SPACES.
       77  CODERRO-SEQ       PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT       PIC  X(2)  VALUE SPACES.
       77  W-TOTAL-SAIDA     PIC  9(6)  VALUE ZERO.
           COPY  SAINOME.
       77  W-ESTOQUE-OK      PIC  X     VALUE "N".
           88  ESTOQUE-DISPONIVEL  VALUE "S".
       77  W-BLOQUEIA-EXCLUSAO  PIC X VALUE "N".
           88  EXCLUSAO-BLOQUEADA  VALUE "S".
       77  W-KIT-OK          PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL  VALUE "S".
       77  W-COMPONENTE-KIT  PIC  X     VALUE "N".
           88  COMPONENTE-DE-KIT-ATIVO  VALUE "S".
       77  W-FIM-ITENS       PIC  X     VALUE "N".
           88  FIM-ITENS           VALUE "S".
       77  W-CODPROD-EXCLUIR PIC  9(5)  VALUE ZEROS.
       77  W-KIT-BLOQUEIO    PIC  9(5)  VALUE ZEROS.
       77  W-OPERADOR        PIC  X(12) VALUE SPACES.
       77  W-RESP            PIC  X     VALUE SPACE.
       77  OPC               PIC X VALUE SPACE.
       88  OPC-OK            VALUE "S" "N".
       77  OPC-EXCLUI        PIC X VALUE SPACE.
       88  OPC-EXCLUI-OK     VALUE "S" "N".
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
      *    A OPCAO  "TO"    SO PERMITE RECEBER
      *    A OPCAO  "FROM"  SO PERMITE MOSTRAR
      *
           02  D0 LINE 10 COLUMN 40 PIC ZZZZ9 TO W-CODPROD-PESQUISA.
           02  D1 LINE 12 COLUMN 22 PIC ZZZZ9    USING CODPROD.
           02  D2 LINE 14 COLUMN 22 PIC X(20)    USING DESCRI.
           02  D3 LINE 16 COLUMN 22 PIC Z.ZZ9,99 USING PRECO.
           02  D5 LINE 12 COLUMN 57 PIC ZZZZ9    FROM ESTOQUE.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL OPC = "N".
           PERFORM FECHAR-ARQUIVO.
           ACCEPT D0
           MOVE W-CODPROD-PESQUISA  TO  CODPROD    *> Importante
           IF  W-CODPROD-PESQUISA = ZEROS OR CODPROD NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. DIGITE 00001 A 99999" AT 1140
                       WITH BLINK
           ELSE
      *ROTINA PARA LEITURA (PESQUISA) NO CADASTRO DE PRODUTO
       
       ROTINA-EXCLUIR-REGISTRO.
           PERFORM  VERIFICA-ESTOQUE-PEDIDO.
           PERFORM  VERIFICA-COMPONENTE-KIT.
           EVALUATE  TRUE
               WHEN  EXCLUSAO-BLOQUEADA
                   DISPLAY "PRODUTO COM ESTOQUE OU PEDIDO EM ABERTO"
                           AT 1140 WITH BLINK
               WHEN  COMPONENTE-DE-KIT-ATIVO
                   DISPLAY "PRODUTO E COMPONENTE DO KIT ATIVO "
                           W-KIT-BLOQUEIO AT 1140 WITH BLINK
               WHEN  OTHER
      *  OPCAO PARA EXLUIR OU DESISTIR
                   PERFORM WITH TEST AFTER UNTIL OPC-EXCLUI-OK
                       ACCEPT D-ALT
                       MOVE FUNCTION UPPER-CASE (OPC-EXCLUI)
                         TO OPC-EXCLUI
                       IF  OPC-EXCLUI-OK
                           DISPLAY "                   " AT 2040
                       ELSE
                           DISPLAY " DIGITE S OU N" AT 2040
                       END-IF
                   END-PERFORM
                   IF  OPC-EXCLUI  =  "S"
                       PERFORM  MARCAR-REGISTRO-INATIVO
                   END-IF
           END-EVALUATE.

      *  SO BLOQUEIA QUANDO O ARQUIVO DE ESTOQUE ESTA DISPONIVEL E O
      *  PRODUTO TEM SALDO EM ESTOQUE OU PEDIDO EM ABERTO; SE O
               END-IF
           END-IF.

      *  O PRODUTO QUE AINDA E COMPONENTE DE UM KIT ATIVO NAO PODE
      *  SER EXCLUIDO (O KIT FICARIA SEM ELE); KIT INATIVO NAO
      *  IMPEDE. A BUSCA E PELA CHAVE ALTERNATIVA DO COMPONENTE, E O
      *  PRODUTO A EXCLUIR E RELIDO NO FIM PARA O REWRITE. SEM O
      *  ARQUIVO DE KITS, NAO IMPEDE A EXCLUSAO.
       VERIFICA-COMPONENTE-KIT.
           MOVE  "N"  TO  W-COMPONENTE-KIT
           IF  ARQ-KIT-DISPONIVEL
               MOVE  CODPROD  TO  W-CODPROD-EXCLUIR  KIT-CODCOMP
               MOVE  "N"      TO  W-FIM-ITENS
               START  CAD-KIT  KEY = KIT-CODCOMP
                   INVALID KEY
                       MOVE  "S"  TO  W-FIM-ITENS
               END-START
               PERFORM  VERIFICA-KIT-DO-COMPONENTE  UNTIL  FIM-ITENS
               MOVE  W-CODPROD-EXCLUIR  TO  CODPROD
               READ  CAD-PRODUTO
           END-IF.
       VERIFICA-KIT-DO-COMPONENTE.
           READ  CAD-KIT  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  KIT-CODCOMP NOT = W-CODPROD-EXCLUIR
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       MOVE  KIT-CODKIT  TO  CODPROD
                       READ  CAD-PRODUTO
                       IF  CODERRO = "00" AND NOT PROD-INATIVO
                           MOVE  "S"         TO  W-COMPONENTE-KIT
                           MOVE  KIT-CODKIT  TO  W-KIT-BLOQUEIO
                           MOVE  "S"         TO  W-FIM-ITENS
                       END-IF
                   END-IF
           END-READ.

      *  A EXCLUSAO E LOGICA (SOFT-DELETE): O REGISTRO CONTINUA NO
      *  ARQUIVO, MARCADO INATIVO, ATE SER REMOVIDO PELO EXPURGO
      *  PERIODICO (PURGPROD), PERMITINDO RECUPERACAO DE UM CODPROD
           MOVE  "H"             TO  SAI-CAB-TIPO
           MOVE  DATA-COM-BARRA  TO  SAI-CAB-DATA
           MOVE  SAI-NOME-SEQ    TO  SAI-CAB-SEQ
           MOVE  SAI-VERSAO-LAYOUT TO  SAI-CAB-VERSAO
           WRITE  REG-SAIDA-CABECALHO.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CABECALHO DE SAIDA" AT 2040
           ELSE
               MOVE "N" TO W-ESTOQUE-OK
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT = "00"
               MOVE "S" TO W-KIT-OK
           ELSE
               MOVE "N" TO W-KIT-OK
           END-IF.
       FECHAR-ARQUIVO.
           CLOSE  CAD-PRODUTO.
           PERFORM  GRAVAR-TRAILER-SAIDA.
           IF  ESTOQUE-DISPONIVEL
               CLOSE  CAD-ESTOQUE
           END-IF.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
       FIM-ULTIMA-LINHA.

