           COPY  LOGSEL.
           COPY  ESTSEL.
           COPY  SAISEL.
           COPY  KITSEL.
           SELECT  ARQ-TRANSACAO ASSIGN TO "DELPROD.TRN"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-TRN.
           COPY  LOGPROD.
           COPY  ESTOQUE.
           COPY  SAIPROD.
           COPY  KIT.
           COPY  CTLRUN.
       FD  ARQ-TRANSACAO
           LABEL  RECORD  STANDARD.
       01  REG-TRANSACAO.
           02  TRN-CODPROD     PIC  9(5).
           02  FILLER          PIC  X(75).
       FD  ARQ-CONTROLE-SAIDA
           LABEL  RECORD  STANDARD.
       01  REG-CONTROLE-SAIDA.
       77  CODERRO-TRN         PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SAI         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT         PIC  X(2)  VALUE SPACES.
       77  W-ESTOQUE-OK        PIC  X     VALUE "N".
           88  ESTOQUE-DISPONIVEL  VALUE "S".
       77  W-BLOQUEIA-EXCLUSAO PIC  X     VALUE "N".
           88  EXCLUSAO-BLOQUEADA  VALUE "S".
       77  W-KIT-OK            PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL  VALUE "S".
       77  W-COMPONENTE-KIT    PIC  X     VALUE "N".
           88  COMPONENTE-DE-KIT-ATIVO  VALUE "S".
       77  W-FIM-ITENS         PIC  X     VALUE "N".
           88  FIM-ITENS           VALUE "S".
       77  W-KIT-BLOQUEIO      PIC  9(5)  VALUE ZEROS.
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
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM LER-CONTROLE.
           PERFORM ABRIR-ARQUIVOS.
                   W-TOTAL-EXCLUIDOS.
           DISPLAY "PRODUTOS NAO ENCONTRADOS . . . : "
                   W-TOTAL-NAO-ENCONTRADOS.
           DISPLAY "BLOQUEADOS (ESTQ/PEDIDO/KIT) . : "
                   W-TOTAL-BLOQUEADOS.
           DISPLAY "ERROS DE GRAVACAO . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "CODIGOS INVALIDOS. . . . . . . : "
                   W-TOTAL-INVALIDOS.
           DISPLAY "FIM NORMAL REGISTRADO EM DELPRLOT.CKP".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 4 = CODIGOS NAO EXCLUIDOS, 8 = ERRO
      *  DE GRAVACAO
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  W-TOTAL-NAO-ENCONTRADOS > ZERO OR
                   W-TOTAL-BLOQUEADOS > ZERO OR
                   W-TOTAL-INVALIDOS > ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *  AS TRANSACOES JA PROCESSADAS ANTES DO ULTIMO CHECKPOINT SAO
           OPEN  OUTPUT  ARQ-CONTROLE.
           IF  CODERRO-CTL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR O CHECKPOINT"
               ADD  1  TO  W-TOTAL-ERRO
           ELSE
               MOVE  "DELPRLOT"        TO  CTL-JOB
               MOVE  DATA-COM-BARRA    TO  CTL-DATA
               MOVE  SAI-NOME-SEQ      TO  CTL-GERACAO-SAIDA
               MOVE  W-TOTAL-SAIDA     TO  CTL-TOT-SAIDA
               WRITE  REG-CONTROLE
               IF  CODERRO-CTL NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O CHECKPOINT"
                   ADD  1  TO  W-TOTAL-ERRO
               END-IF
               CLOSE  ARQ-CONTROLE
           END-IF.

                   DISPLAY "PRODUTO NAO FOI ENCONTRADO: " TRN-CODPROD
               ELSE
                   PERFORM  VERIFICA-ESTOQUE-PEDIDO
                   PERFORM  VERIFICA-COMPONENTE-KIT
                   IF  EXCLUSAO-BLOQUEADA OR COMPONENTE-DE-KIT-ATIVO
                       ADD 1 TO W-TOTAL-BLOQUEADOS
                       IF  EXCLUSAO-BLOQUEADA
                           DISPLAY "PRODUTO COM ESTOQUE/PEDIDO EM "
                                   "ABERTO: " TRN-CODPROD
                       ELSE
                           DISPLAY "PRODUTO E COMPONENTE DE KIT ATIVO: "
                                   TRN-CODPROD " KIT " W-KIT-BLOQUEIO
                       END-IF
                   ELSE
                       SET  PROD-INATIVO         TO  TRUE
                       MOVE  ANO OF DATA-SIS     TO  DT-INAT-ANO
               END-IF
           END-IF.

      *  MESMA REGRA DO DELPROD: COMPONENTE DE UM KIT ATIVO NAO PODE
      *  SER EXCLUIDO; O PRODUTO DA TRANSACAO E RELIDO NO FIM PARA O
      *  REWRITE. SEM O ARQUIVO DE KITS, NAO IMPEDE A EXCLUSAO.
       VERIFICA-COMPONENTE-KIT.
           MOVE  "N"  TO  W-COMPONENTE-KIT
           IF  ARQ-KIT-DISPONIVEL
               MOVE  TRN-CODPROD  TO  KIT-CODCOMP
               MOVE  "N"          TO  W-FIM-ITENS
               START  CAD-KIT  KEY = KIT-CODCOMP
                   INVALID KEY
                       MOVE  "S"  TO  W-FIM-ITENS
               END-START
               PERFORM  VERIFICA-KIT-DO-COMPONENTE  UNTIL  FIM-ITENS
               MOVE  TRN-CODPROD  TO  CODPROD
               READ  CAD-PRODUTO
           END-IF.
       VERIFICA-KIT-DO-COMPONENTE.
           READ  CAD-KIT  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  KIT-CODCOMP NOT = TRN-CODPROD
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

       GRAVAR-LOG-EXCLUSAO.
           MOVE  CODPROD          TO  LOG-CODPROD
           MOVE  DESCRI           TO  LOG-DESCRI
           IF  CODERRO-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR O LOG DE EXCLUSAO: "
                       TRN-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

       GRAVAR-SAIDA-EXCLUSAO.
           WRITE  REG-SAIDA-EXCLUIDO.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR ARQUIVO DE SAIDA: " TRN-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           ELSE
               ADD  1  TO  W-TOTAL-SAIDA
           END-IF.
           OPEN  OUTPUT  ARQ-CONTROLE-SAIDA.
           IF  CODERRO-SEQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR PRODEXCL.SEQ"
               MOVE  12  TO  RETURN-CODE
               GOBACK
           END-IF.
           MOVE  SAI-NOME-SEQ  TO  SEQ-ULTIMA-GERACAO
               OPEN  EXTEND  ARQ-SAIDA-EXCLUIDOS
               IF  CODERRO-SAI NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL REABRIR O ARQ. DE SAIDA"
                   MOVE  12  TO  RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN  OUTPUT  ARQ-SAIDA-EXCLUIDOS
               IF  CODERRO-SAI NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE SAIDA"
                   MOVE  12  TO  RETURN-CODE
                   GOBACK
               END-IF
               MOVE  "H"             TO  SAI-CAB-TIPO
               MOVE  DATA-COM-BARRA  TO  SAI-CAB-DATA
               MOVE  SAI-NOME-SEQ    TO  SAI-CAB-SEQ
               MOVE  SAI-VERSAO-LAYOUT TO  SAI-CAB-VERSAO
               WRITE  REG-SAIDA-CABECALHO
               IF  CODERRO-SAI NOT = "00"
                   DISPLAY "ERRO AO GRAVAR O CABECALHO DE SAIDA"
                   ADD  1  TO  W-TOTAL-ERRO
               END-IF
           END-IF.

           WRITE  REG-SAIDA-TRAILER.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR O TRAILER DE SAIDA"
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN  I-O  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               GOBACK
           END-IF.
           OPEN  EXTEND  ARQ-LOG-EXCLUSAO.
           IF  CODERRO-LOG NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LOG"
               MOVE  12  TO  RETURN-CODE
               GOBACK
           END-IF.
           PERFORM  ABRIR-GERACAO-SAIDA.
           OPEN  INPUT  ARQ-TRANSACAO.
           IF  CODERRO-TRN NOT = "00"
               DISPLAY "ARQUIVO DE TRANSACAO NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               GOBACK
           END-IF.
           OPEN  INPUT  CAD-ESTOQUE.
           ELSE
               MOVE "N" TO W-ESTOQUE-OK
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT = "00"
               MOVE "S" TO W-KIT-OK
           ELSE
               MOVE "N" TO W-KIT-OK
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  ARQ-LOG-EXCLUSAO.
           IF  ESTOQUE-DISPONIVEL
               CLOSE  CAD-ESTOQUE
           END-IF.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
