      *    PARAMETROS PELAS VARIAVEIS DE AMBIENTE:
      *    RSTARQS_DATA  DATA DA SEGURANCA AAAAMMDD
      *                  (VAZIO = DATA DO SISTEMA)
      *    RSTARQS_ARQ   PROD / ESTQ / CATG / FORN / OPER /
      *                  LOCA / ESTL / KITS / PEDC / PITE
      *                  (VAZIO OU TODOS = OS DEZ)
      *    ATENCAO: A RECARGA REGRAVA O ARQUIVO INDEXADO DO
      *    ZERO; USAR SOMENTE APOS INCIDENTE (STATUS 37/39).
       ENVIRONMENT DIVISION.
           COPY  CATSEL.
           COPY  FORSEL.
           COPY  OPERSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
           COPY  KITSEL.
           COPY  PEDSEL.
           COPY  PITSEL.
           SELECT  ARQ-SEGURANCA ASSIGN USING W-NOME-SEGURANCA
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SEG.
           COPY  CATEG.
           COPY  FORNEC.
           COPY  OPERMST.
           COPY  LOCAL.
           COPY  ESTLOC.
           COPY  KIT.
           COPY  PEDCOMP.
           COPY  PEDITEM.
       FD  ARQ-SEGURANCA
           LABEL  RECORD  STANDARD.
       01  REG-SEG-CABECALHO.
       77  CODERRO-FOR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-OPE         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SEG         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PED         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           ACCEPT  W-FILTRO-DATA FROM ENVIRONMENT "RSTARQS_DATA".
           ACCEPT  W-ESCOLHA FROM ENVIRONMENT "RSTARQS_ARQ".
           MOVE  FUNCTION UPPER-CASE (W-ESCOLHA)  TO  W-ESCOLHA.
               PERFORM RESTAURAR-CATEGORIA
               PERFORM RESTAURAR-FORNECEDOR
               PERFORM RESTAURAR-OPERADOR
               PERFORM RESTAURAR-LOCAL
               PERFORM RESTAURAR-ESTOQUE-LOCAL
               PERFORM RESTAURAR-KIT
               PERFORM RESTAURAR-PEDIDO
               PERFORM RESTAURAR-ITEM-PEDIDO
           ELSE
               EVALUATE  W-ESCOLHA
                   WHEN  "PROD"
                       PERFORM RESTAURAR-FORNECEDOR
                   WHEN  "OPER"
                       PERFORM RESTAURAR-OPERADOR
                   WHEN  "LOCA"
                       PERFORM RESTAURAR-LOCAL
                   WHEN  "ESTL"
                       PERFORM RESTAURAR-ESTOQUE-LOCAL
                   WHEN  "KITS"
                       PERFORM RESTAURAR-KIT
                   WHEN  "PEDC"
                       PERFORM RESTAURAR-PEDIDO
                   WHEN  "PITE"
                       PERFORM RESTAURAR-ITEM-PEDIDO
                   WHEN  OTHER
                       DISPLAY "RSTARQS_ARQ INVALIDO: " W-ESCOLHA
               END-EVALUATE
                   END-IF
           END-READ.

       RESTAURAR-LOCAL.
           MOVE  "SEGLOCA."     TO  W-SEG-PREFIXO.
           MOVE  "LOCAL.DAT"    TO  W-NOME-ORIGEM.
           PERFORM  PREPARAR-SEGURANCA.
           IF  SEGURANCA-ABERTA
               OPEN  OUTPUT  CAD-LOCAL
               IF  CODERRO-LOC NOT = "00"
                   PERFORM  AVISAR-DESTINO-INDISPONIVEL
               ELSE
                   PERFORM  CARREGAR-LOCAL  UNTIL  FIM-ARQUIVO
                   CLOSE  CAD-LOCAL
                   PERFORM  CONFERIR-RESTAURACAO
               END-IF
               CLOSE  ARQ-SEGURANCA
           END-IF.
       CARREGAR-LOCAL.
           READ ARQ-SEGURANCA
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  SEG-DET-TIPO = "D"
                       PERFORM  CONTABILIZAR-DETALHE
                       MOVE  SEG-DET-DADOS  TO  REG-LOCAL
                       WRITE  REG-LOCAL
                       IF  CODERRO-LOC NOT = "00"
                           ADD  1  TO  W-ERRO-GRAVACAO
                       END-IF
                   ELSE
                       PERFORM  GUARDAR-TRAILER
                   END-IF
           END-READ.

       RESTAURAR-ESTOQUE-LOCAL.
           MOVE  "SEGESTL."     TO  W-SEG-PREFIXO.
           MOVE  "ESTLOCAL.DAT" TO  W-NOME-ORIGEM.
           PERFORM  PREPARAR-SEGURANCA.
           IF  SEGURANCA-ABERTA
               OPEN  OUTPUT  CAD-ESTLOCAL
               IF  CODERRO-ELC NOT = "00"
                   PERFORM  AVISAR-DESTINO-INDISPONIVEL
               ELSE
                   PERFORM  CARREGAR-ESTOQUE-LOCAL  UNTIL  FIM-ARQUIVO
                   CLOSE  CAD-ESTLOCAL
                   PERFORM  CONFERIR-RESTAURACAO
               END-IF
               CLOSE  ARQ-SEGURANCA
           END-IF.
       CARREGAR-ESTOQUE-LOCAL.
           READ ARQ-SEGURANCA
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  SEG-DET-TIPO = "D"
                       PERFORM  CONTABILIZAR-DETALHE
                       MOVE  SEG-DET-DADOS  TO  REG-ESTLOCAL
                       WRITE  REG-ESTLOCAL
                       IF  CODERRO-ELC NOT = "00"
                           ADD  1  TO  W-ERRO-GRAVACAO
                       END-IF
                   ELSE
                       PERFORM  GUARDAR-TRAILER
                   END-IF
           END-READ.

       RESTAURAR-KIT.
           MOVE  "SEGKITS."     TO  W-SEG-PREFIXO.
           MOVE  "KIT.DAT"      TO  W-NOME-ORIGEM.
           PERFORM  PREPARAR-SEGURANCA.
           IF  SEGURANCA-ABERTA
               OPEN  OUTPUT  CAD-KIT
               IF  CODERRO-KIT NOT = "00"
                   PERFORM  AVISAR-DESTINO-INDISPONIVEL
               ELSE
                   PERFORM  CARREGAR-KIT  UNTIL  FIM-ARQUIVO
                   CLOSE  CAD-KIT
                   PERFORM  CONFERIR-RESTAURACAO
               END-IF
               CLOSE  ARQ-SEGURANCA
           END-IF.
       CARREGAR-KIT.
           READ ARQ-SEGURANCA
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  SEG-DET-TIPO = "D"
                       PERFORM  CONTABILIZAR-DETALHE
                       MOVE  SEG-DET-DADOS  TO  REG-KIT
                       WRITE  REG-KIT
                       IF  CODERRO-KIT NOT = "00"
                           ADD  1  TO  W-ERRO-GRAVACAO
                       END-IF
                   ELSE
                       PERFORM  GUARDAR-TRAILER
                   END-IF
           END-READ.

       RESTAURAR-PEDIDO.
           MOVE  "SEGPEDC."     TO  W-SEG-PREFIXO.
           MOVE  "PEDCOMP.DAT"  TO  W-NOME-ORIGEM.
           PERFORM  PREPARAR-SEGURANCA.
           IF  SEGURANCA-ABERTA
               OPEN  OUTPUT  CAD-PEDIDO
               IF  CODERRO-PED NOT = "00"
                   PERFORM  AVISAR-DESTINO-INDISPONIVEL
               ELSE
                   PERFORM  CARREGAR-PEDIDO  UNTIL  FIM-ARQUIVO
                   CLOSE  CAD-PEDIDO
                   PERFORM  CONFERIR-RESTAURACAO
               END-IF
               CLOSE  ARQ-SEGURANCA
           END-IF.
       CARREGAR-PEDIDO.
           READ ARQ-SEGURANCA
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  SEG-DET-TIPO = "D"
                       PERFORM  CONTABILIZAR-DETALHE
                       MOVE  SEG-DET-DADOS  TO  REG-PEDIDO
                       WRITE  REG-PEDIDO
                       IF  CODERRO-PED NOT = "00"
                           ADD  1  TO  W-ERRO-GRAVACAO
                       END-IF
                   ELSE
                       PERFORM  GUARDAR-TRAILER
                   END-IF
           END-READ.

      *  OS ITENS SAO REGRAVADOS PELA CHAVE COMPOSTA PIT-CHAVE
      *  (PEDIDO + CODPROD), NA ORDEM EM QUE FORAM DESCARREGADOS.
       RESTAURAR-ITEM-PEDIDO.
           MOVE  "SEGPITE."     TO  W-SEG-PREFIXO.
           MOVE  "PEDITEM.DAT"  TO  W-NOME-ORIGEM.
           PERFORM  PREPARAR-SEGURANCA.
           IF  SEGURANCA-ABERTA
               OPEN  OUTPUT  CAD-ITEM-PEDIDO
               IF  CODERRO-PIT NOT = "00"
                   PERFORM  AVISAR-DESTINO-INDISPONIVEL
               ELSE
                   PERFORM  CARREGAR-ITEM-PEDIDO  UNTIL  FIM-ARQUIVO
                   CLOSE  CAD-ITEM-PEDIDO
                   PERFORM  CONFERIR-RESTAURACAO
               END-IF
               CLOSE  ARQ-SEGURANCA
           END-IF.
       CARREGAR-ITEM-PEDIDO.
           READ ARQ-SEGURANCA
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  SEG-DET-TIPO = "D"
                       PERFORM  CONTABILIZAR-DETALHE
                       MOVE  SEG-DET-DADOS  TO  REG-ITEM-PEDIDO
                       WRITE  REG-ITEM-PEDIDO
                       IF  CODERRO-PIT NOT = "00"
                           ADD  1  TO  W-ERRO-GRAVACAO
                       END-IF
                   ELSE
                       PERFORM  GUARDAR-TRAILER
                   END-IF
           END-READ.

      *  ABRE A SEGURANCA DA DATA PEDIDA E VALIDA O CABECALHO;
      *  SEGURANCA AUSENTE OU COM CABECALHO ESTRANHO E UMA FALHA,
      *  NAO UM MOTIVO PARA RECARREGAR UM ARQUIVO VAZIO.
