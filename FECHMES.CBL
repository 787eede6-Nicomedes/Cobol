      *    A ABERTURA VEM DA FOTO DA COMPETENCIA ANTERIOR
      *    (ESTQPOS.AAAAMM); SEM FOTO ANTERIOR (PRIMEIRO
      *    FECHAMENTO) A ABERTURA E TRATADA COMO ZERO.
      *    A PROVA TAMBEM E FEITA POR PRODUTO E LOCAL: A ABERTURA
      *    VEM DA FOTO POR LOCAL ANTERIOR (ESTQLOC.AAAAMM) OU, NO
      *    PRIMEIRO FECHAMENTO COM LOCAIS, DA FOTO ESTQPOS INTEIRA
      *    NO LOCAL PADRAO; O FECHAMENTO E O ESTLOCAL.DAT, GRAVADO
      *    NA FOTO POR LOCAL DA COMPETENCIA.
      *    OS ESTORNOS (TIPO X) ENTRAM NA PROVA EM COLUNA PROPRIA,
      *    COM O SINAL DO EFEITO NO SALDO, E NAO SOMAM NAS ENTRADAS
      *    E SAIDAS DO MES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       FILE-CONTROL.
           COPY  ESTSELS.
           COPY  KARDSEL.
           COPY  ESTLSELS.
           SELECT  ARQ-POSICAO-ANT ASSIGN USING W-NOME-POS-ANT
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-PAN.
           SELECT  ARQ-KARDEX-VIVO ASSIGN TO "KARDEX.TMP"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-KDV.
           SELECT  ARQ-LOCAL-ANT ASSIGN USING W-NOME-LOC-ANT
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-LAN.
           SELECT  ARQ-LOCAL-NOVA ASSIGN USING W-NOME-LOC-NOVA
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-LNV.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-FECHAMENTO ASSIGN TO "FECHMES.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
       FILE  SECTION.
           COPY  ESTOQUE.
           COPY  KARDEX.
           COPY  ESTLOC.
       FD  ARQ-POSICAO-ANT
           LABEL  RECORD  STANDARD.
       01  REG-POSICAO-ANT.
           02  PAN-CODPROD     PIC  9(5).
           02  FILLER          PIC  X.
           02  PAN-ESTOQUE     PIC  9(5).
           02  FILLER          PIC  X.
       FD  ARQ-POSICAO-NOVA
           LABEL  RECORD  STANDARD.
       01  REG-POSICAO-NOVA.
           02  PNV-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  PNV-ESTOQUE     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  PNV-PEDIDO      PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  PNV-DATA        PIC  X(10).
       FD  ARQ-LOCAL-ANT
           LABEL  RECORD  STANDARD.
       01  REG-LOCAL-ANT.
           02  LAN-CODPROD     PIC  9(5).
           02  FILLER          PIC  X.
           02  LAN-LOCAL       PIC  X(3).
           02  FILLER          PIC  X.
           02  LAN-QTDE        PIC  9(5).
           02  FILLER          PIC  X.
           02  LAN-DATA        PIC  X(10).
       FD  ARQ-LOCAL-NOVA
           LABEL  RECORD  STANDARD.
       01  REG-LOCAL-NOVA.
           02  LNV-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  LNV-LOCAL       PIC  X(3).
           02  FILLER          PIC  X     VALUE SPACE.
           02  LNV-QTDE        PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  LNV-DATA        PIC  X(10).
      *  ORDEM DENTRO DE PRODUTO E LOCAL: 0 = ABERTURA, 1 = MOVIMENTO
      *  (NA SEQUENCIA DO KARDEX), 9 = FECHAMENTO
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-LOCAL       PIC  X(3).
           02  SRT-ORDEM       PIC  9.
           02  SRT-SEQUENCIA   PIC  9(7).
           02  SRT-TIPO        PIC  X.
           02  SRT-QTDE        PIC  9(5).
           02  SRT-TIPO-ESTORNADO  PIC  X.
       FD  ARQ-KARDEX-ARQUIVO
           LABEL  RECORD  STANDARD.
       01  REG-KARDEX-ARQUIVO  PIC  X(120).
       FD  ARQ-KARDEX-VIVO
           LABEL  RECORD  STANDARD.
       01  REG-KARDEX-VIVO     PIC  X(120).
       FD  REL-FECHAMENTO
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(100).
       77  CODERRO-KDA         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KDV         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LAN         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LNV         PIC  X(2)  VALUE SPACES.
       77  W-FIM-SORT          PIC  X     VALUE "N".
           88  FIM-SORT        VALUE "S".
       77  W-ABERTURA-LOC-OK   PIC  X     VALUE "N".
           88  ABERTURA-LOCAL-DISPONIVEL  VALUE "S".
       77  W-SECAO             PIC  X     VALUE "P".
           88  SECAO-LOCAIS    VALUE "L".
       77  W-SEQ-LOCAL         PIC  9(7)  VALUE ZERO.
       77  W-PL-CODPROD        PIC  9(5)  VALUE ZERO.
       77  W-PL-LOCAL          PIC  X(3)  VALUE SPACES.
       77  W-PL-ABERTURA       PIC  9(5)  VALUE ZERO.
       77  W-PL-ENTRADAS       PIC  9(7)  VALUE ZERO.
       77  W-PL-SAIDAS         PIC  9(7)  VALUE ZERO.
       77  W-PL-ESTORNOS       PIC  S9(7) VALUE ZERO.
       77  W-PL-FECHADO        PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-LOC-CONFERIDOS PIC 9(5) VALUE ZERO.
       77  W-TOTAL-LOC-DIVERGENTES PIC 9(5) VALUE ZERO.
       77  W-TOTAL-FOTO-LOCAL  PIC  9(5)  VALUE ZERO.
           COPY  LOCPAD.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-DATA-MOV-NUM      PIC  9(8)  VALUE ZERO.
       77  W-QTDE-MOV-NUM      PIC  9(5)  VALUE ZERO.
       77  W-SALDO-MOV-NUM     PIC  9(5)  VALUE ZERO.
       77  W-IX                PIC  9(6)  VALUE ZERO.
       77  W-ESPERADO-EST      PIC  S9(8) VALUE ZERO.
       77  W-ESPERADO-PED      PIC  S9(8) VALUE ZERO.
       77  W-DIFERENCA         PIC  S9(8) VALUE ZERO.
       77  W-TOTAL-ARQUIVADOS  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-MANTIDOS    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-FOTO        PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ESTORNOS    PIC  9(5)  VALUE ZERO.
       77  W-QTDE-ENTRADAS-MES PIC  9(9)  VALUE ZERO.
       77  W-QTDE-SAIDAS-MES   PIC  9(9)  VALUE ZERO.
       77  W-QTDE-ESTORNOS-MES PIC  9(9)  VALUE ZERO.
      *  NOMES DOS ARQUIVOS DA COMPETENCIA, MONTADOS POR EXECUCAO NO
      *  MESMO ESTILO DO SAINOME (PRODEXCL.NNNNNN)
       01  W-NOME-POS-ANT.
       01  W-NOME-POS-NOVA.
           02  FILLER          PIC  X(8)  VALUE "ESTQPOS.".
           02  W-POS-NOVA-SEQ  PIC  9(6)  VALUE ZERO.
       01  W-NOME-LOC-ANT.
           02  FILLER          PIC  X(8)  VALUE "ESTQLOC.".
           02  W-LOC-ANT-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-NOME-LOC-NOVA.
           02  FILLER          PIC  X(8)  VALUE "ESTQLOC.".
           02  W-LOC-NOVA-SEQ  PIC  9(6)  VALUE ZERO.
       01  W-NOME-KDX-ARQ.
           02  FILLER          PIC  X(7)  VALUE "KARDEX.".
           02  W-KDX-ARQ-SEQ   PIC  9(6)  VALUE ZERO.
      *  ACUMULADORES POR PRODUTO (CODPROD 00001 A 99999): ABERTURA DA
      *  FOTO ANTERIOR, SOMAS DOS MOVIMENTOS DO MES, EFEITO LIQUIDO
      *  DOS ESTORNOS E FECHAMENTO DO ARQUIVO DE ESTOQUE
       01  W-TABELA-PRODUTOS.
           02  W-TAB-PROD  OCCURS 99999 TIMES.
               03  W-TAB-PRESENTE   PIC  X.
                   88  PRODUTO-NA-TABELA  VALUE "S".
               03  W-TAB-ABE-EST    PIC  9(5).
               03  W-TAB-SAIDAS     PIC  9(7).
               03  W-TAB-ABERTURAS  PIC  9(7).
               03  W-TAB-LIBERACOES PIC  9(7).
               03  W-TAB-ESTORNO-EST PIC S9(7).
               03  W-TAB-ESTORNO-PED PIC S9(7).
               03  W-TAB-FEC-EST    PIC  9(5).
               03  W-TAB-FEC-PED    PIC  9(5).
               03  W-TAB-TEM-FEC    PIC  X.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(7)  VALUE "COD.".
           02  FILLER   PIC  X(8)  VALUE "SALDO".
           02  FILLER   PIC  X(10) VALUE "ABERTURA".
           02  FILLER   PIC  X(10) VALUE "ENTRADAS".
           02  FILLER   PIC  X(10) VALUE "SAIDAS".
           02  FILLER   PIC  X(10) VALUE "ESTORNOS".
           02  FILLER   PIC  X(10) VALUE "ESPERADO".
           02  FILLER   PIC  X(12) VALUE "FECHAMENTO".
           02  FILLER   PIC  X(10) VALUE "DIFERENCA".
       01  LINHA-CABECALHO-3.
           02  FILLER   PIC  X(7)  VALUE "COD.".
           02  FILLER   PIC  X(8)  VALUE "LOCAL".
           02  FILLER   PIC  X(10) VALUE "ABERTURA".
           02  FILLER   PIC  X(10) VALUE "ENTRADAS".
           02  FILLER   PIC  X(10) VALUE "SAIDAS".
           02  FILLER   PIC  X(10) VALUE "ESTORNOS".
           02  FILLER   PIC  X(10) VALUE "ESPERADO".
           02  FILLER   PIC  X(12) VALUE "FECHAMENTO".
           02  FILLER   PIC  X(10) VALUE "DIFERENCA".
       01  LINHA-SECAO-LOCAIS  PIC  X(40)
                   VALUE "PROVA POR LOCAL (ESTOQUE FISICO)".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-SALDO    PIC  X(6).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-MENOS    PIC  ZZZ.ZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-ESTORNO  PIC  -ZZZ.ZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-ESPERADO PIC  -ZZZ.ZZ9.
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-FECHADO  PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-5.
           02  FILLER      PIC  X(24) VALUE "POSICOES NA FOTO . . . :".
           02  RD-FOTO     PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-6.
           02  FILLER      PIC  X(24) VALUE "LOCAIS CONFERIDOS. . . :".
           02  RD-LOC-CONFER  PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-7.
           02  FILLER      PIC  X(24) VALUE "LOCAIS DIVERGENTES . . :".
           02  RD-LOC-DIVERG  PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-8.
           02  FILLER      PIC  X(24) VALUE "POSICOES FOTO LOCAL. . :".
           02  RD-FOTO-LOCAL  PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-9.
           02  FILLER      PIC  X(24) VALUE "QTDE ENTRADAS (E). . . :".
           02  RD-QTDE-ENTRADAS  PIC  ZZZ.ZZZ.ZZ9.
       01  LINHA-RODAPE-10.
           02  FILLER      PIC  X(24) VALUE "QTDE SAIDAS (S). . . . :".
           02  RD-QTDE-SAIDAS    PIC  ZZZ.ZZZ.ZZ9.
       01  LINHA-RODAPE-11.
           02  FILLER      PIC  X(24) VALUE "ESTORNOS (X) . . . . . :".
           02  RD-ESTORNOS PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-12.
           02  FILLER      PIC  X(24) VALUE "QTDE ESTORNADA (X) . . :".
           02  RD-QTDE-ESTORNOS  PIC  ZZZ.ZZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM TRATAR-COMPETENCIA.
           PERFORM LIMPAR-TABELA
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-ABERTURA.
           PERFORM SEPARAR-KARDEX.
           PERFORM REGRAVAR-KARDEX-VIVO.
           PERFORM CARREGAR-FECHAMENTO.
           PERFORM CONFERIR-PRODUTO
                   VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 99999.
           PERFORM REABRIR-KARDEX-ARQUIVO.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-CODPROD
                                  SRT-LOCAL
                                  SRT-ORDEM
                                  SRT-SEQUENCIA
                 INPUT  PROCEDURE SELECIONAR-POSICOES-LOCAL
                 OUTPUT PROCEDURE CONFERIR-LOCAIS.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "FECHAMENTO MENSAL - " W-OPERADOR.
           DISPLAY "MOVIMENTOS MANTIDOS NO KARDEX. : "
                   W-TOTAL-MANTIDOS.
           DISPLAY "POSICOES GRAVADAS NA FOTO. . . : " W-TOTAL-FOTO.
           DISPLAY "ESTORNOS NA PROVA. . . . . . . : "
                   W-TOTAL-ESTORNOS.
           DISPLAY "LOCAIS CONFERIDOS. . . . . . . : "
                   W-TOTAL-LOC-CONFERIDOS.
           DISPLAY "SALDOS DE LOCAL DIVERGENTES. . : "
                   W-TOTAL-LOC-DIVERGENTES.
           DISPLAY "POSICOES GRAVADAS NA FOTO LOCAL: "
                   W-TOTAL-FOTO-LOCAL.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "RELATORIO GERADO EM FECHMES.LST".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 4 = HOUVE SALDO DIVERGENTE (TOTAL OU LOCAL),
      *  8 = ERRO DE GRAVACAO (KARDEX OU FOTOS INCOMPLETOS)
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  W-TOTAL-DIVERGENTES > ZERO OR
                   W-TOTAL-LOC-DIVERGENTES > ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *  COMPETENCIA EM BRANCO OU INVALIDA ASSUME O MES ANTERIOR A
           MOVE  W-COMPET-ANT  TO  W-POS-ANT-SEQ.
           MOVE  W-COMPET      TO  W-POS-NOVA-SEQ.
           MOVE  W-COMPET      TO  W-KDX-ARQ-SEQ.
           MOVE  W-COMPET-ANT  TO  W-LOC-ANT-SEQ.
           MOVE  W-COMPET      TO  W-LOC-NOVA-SEQ.
           DISPLAY "FECHANDO A COMPETENCIA " W-COMPET
                   " (ABERTURA: FOTO " W-COMPET-ANT ")".

                            W-TAB-SAIDAS     (W-IX)
                            W-TAB-ABERTURAS  (W-IX)
                            W-TAB-LIBERACOES (W-IX)
                            W-TAB-ESTORNO-EST (W-IX)
                            W-TAB-ESTORNO-PED (W-IX)
                            W-TAB-FEC-EST    (W-IX)
                            W-TAB-FEC-PED    (W-IX).

                   PERFORM CLASSIFICAR-MOVIMENTO
           END-READ.
       CLASSIFICAR-MOVIMENTO.
           PERFORM CALCULAR-DATA-MOVIMENTO
           IF  W-DATA-MOV-NUM <= W-DATA-FIM-NUM
               MOVE  REG-KARDEX  TO  REG-KARDEX-ARQUIVO
               WRITE  REG-KARDEX-ARQUIVO
               IF  CODERRO-KDA NOT = "00"
                   ADD  1  TO  W-TOTAL-ERRO
                   DISPLAY "ERRO AO GRAVAR O ARQUIVO MORTO: "
                           KDX-CODPROD
               ELSE
                   ADD  1  TO  W-TOTAL-ARQUIVADOS
               END-IF
               IF  W-DATA-MOV-NUM >= W-DATA-INI-NUM OR
                   NOT ABERTURA-DISPONIVEL
                   PERFORM ACUMULAR-MOVIMENTO
           ELSE
               MOVE  REG-KARDEX  TO  REG-KARDEX-VIVO
               WRITE  REG-KARDEX-VIVO
               IF  CODERRO-KDV NOT = "00"
                   ADD  1  TO  W-TOTAL-ERRO
                   DISPLAY "ERRO AO GRAVAR KARDEX.TMP: " KDX-CODPROD
               ELSE
                   ADD  1  TO  W-TOTAL-MANTIDOS
               END-IF
           END-IF.

       CALCULAR-DATA-MOVIMENTO.
           MOVE  KDX-DATA  TO  W-DATA-MOV
           IF  W-MV-DIA NUMERIC AND W-MV-MES NUMERIC AND
               W-MV-ANO NUMERIC
               COMPUTE W-DATA-MOV-NUM = W-MV-ANO * 10000
                                       + W-MV-MES * 100
                                       + W-MV-DIA
           ELSE
               MOVE  99999999  TO  W-DATA-MOV-NUM
           END-IF.

      *  AS QUANTIDADES DO KARDEX ESTAO EDITADAS (ZZ.ZZ9); O PONTO E
      *  J, INVPOST) TRAZ A QUANTIDADE EM VALOR ABSOLUTO E O SALDO
      *  RESULTANTE; A PROVA RESSINCRONIZA O ESTOQUE ESPERADO NESSE
      *  SALDO E RECOMECA A SOMAR OS FLUXOS DALI EM DIANTE.
      *  TRANSFERENCIAS ENTRE LOCAIS (T NA ORIGEM, R NO DESTINO) NAO
      *  MUDAM O TOTAL DO PRODUTO E SO ENTRAM NA PROVA POR LOCAL.
      *  O ESTORNO (X) FICA FORA DAS ENTRADAS E SAIDAS: SOMA NO
      *  EFEITO LIQUIDO DE ESTORNOS, NO SENTIDO CONTRARIO AO DO TIPO
      *  ESTORNADO.
       ACUMULAR-MOVIMENTO.
           IF  KDX-CODPROD NUMERIC AND KDX-CODPROD > ZERO
               MOVE  "S"  TO  W-TAB-PRESENTE (KDX-CODPROD)
                   WHEN  "E"
                       ADD W-QTDE-MOV-NUM
                        TO W-TAB-ENTRADAS (KDX-CODPROD)
                       ADD W-QTDE-MOV-NUM  TO  W-QTDE-ENTRADAS-MES
                   WHEN  "S"
                       ADD W-QTDE-MOV-NUM
                        TO W-TAB-SAIDAS (KDX-CODPROD)
                       ADD W-QTDE-MOV-NUM  TO  W-QTDE-SAIDAS-MES
                   WHEN  "A"
                       ADD W-QTDE-MOV-NUM
                        TO W-TAB-ABERTURAS (KDX-CODPROD)
                        TO W-TAB-LIBERACOES (KDX-CODPROD)
                   WHEN  "J"
                       PERFORM RESSINCRONIZAR-AJUSTE
                   WHEN  "X"
                       PERFORM ACUMULAR-ESTORNO
               END-EVALUATE
           END-IF.
       ACUMULAR-ESTORNO.
           ADD  1               TO  W-TOTAL-ESTORNOS
           ADD  W-QTDE-MOV-NUM  TO  W-QTDE-ESTORNOS-MES
           EVALUATE  KDX-TIPO-ESTORNADO
               WHEN  "E"
                   SUBTRACT W-QTDE-MOV-NUM
                       FROM W-TAB-ESTORNO-EST (KDX-CODPROD)
               WHEN  "S"
                   ADD W-QTDE-MOV-NUM
                    TO W-TAB-ESTORNO-EST (KDX-CODPROD)
               WHEN  "A"
                   SUBTRACT W-QTDE-MOV-NUM
                       FROM W-TAB-ESTORNO-PED (KDX-CODPROD)
               WHEN  "L"
                   ADD W-QTDE-MOV-NUM
                    TO W-TAB-ESTORNO-PED (KDX-CODPROD)
           END-EVALUATE.
       RESSINCRONIZAR-AJUSTE.
           MOVE  ZERO  TO  W-SALDO-MOV-NUM
           INSPECT KDX-SALDO-ESTOQUE REPLACING ALL "." BY SPACE
                   FUNCTION NUMVAL (KDX-SALDO-ESTOQUE)
           MOVE  W-SALDO-MOV-NUM  TO  W-TAB-ABE-EST (KDX-CODPROD)
           MOVE  ZERO  TO  W-TAB-ENTRADAS (KDX-CODPROD)
                           W-TAB-SAIDAS   (KDX-CODPROD)
                           W-TAB-ESTORNO-EST (KDX-CODPROD).

      *  PROVA POR LOCAL. O ARQUIVO MORTO DA COMPETENCIA, JA GRAVADO,
      *  E RELIDO PARA SEPARAR OS MOVIMENTOS DE ESTOQUE POR LOCAL.
       REABRIR-KARDEX-ARQUIVO.
           CLOSE  ARQ-KARDEX-ARQUIVO.
           OPEN  INPUT  ARQ-KARDEX-ARQUIVO.
           IF  CODERRO-KDA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL RELER O ARQUIVO MORTO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.

       SELECIONAR-POSICOES-LOCAL.
           PERFORM CARREGAR-ABERTURA-LOCAL.
           MOVE  "N"  TO  W-FIM-ARQUIVO
           PERFORM LER-KARDEX-ARQUIVO UNTIL FIM-ARQUIVO.
           CLOSE  ARQ-KARDEX-ARQUIVO.
           MOVE  "N"  TO  W-FIM-ARQUIVO
           PERFORM LER-ESTOQUE-LOCAL UNTIL FIM-ARQUIVO.

      *  SEM FOTO POR LOCAL ANTERIOR (PRIMEIRO FECHAMENTO DEPOIS DA
      *  CARGA DO CNVLOCAL) TODO O SALDO DA FOTO ESTQPOS ANTERIOR
      *  ESTAVA NO LOCAL PADRAO; SEM NENHUMA DAS DUAS, A ABERTURA E
      *  ZERO E OS MOVIMENTOS ANTIGOS ENTRAM NA PROVA.
       CARREGAR-ABERTURA-LOCAL.
           MOVE  "N"  TO  W-FIM-ARQUIVO
           OPEN  INPUT  ARQ-LOCAL-ANT.
           IF  CODERRO-LAN = "00"
               MOVE  "S"  TO  W-ABERTURA-LOC-OK
               PERFORM LER-LOCAL-ANT UNTIL FIM-ARQUIVO
               CLOSE  ARQ-LOCAL-ANT
           ELSE
               OPEN  INPUT  ARQ-POSICAO-ANT
               IF  CODERRO-PAN = "00"
                   DISPLAY "FOTO POR LOCAL ANTERIOR NAO ENCONTRADA - "
                           "ABERTURA NO LOCAL " LOC-PADRAO
                   MOVE  "S"  TO  W-ABERTURA-LOC-OK
                   PERFORM LER-POSICAO-ANT-LOCAL UNTIL FIM-ARQUIVO
                   CLOSE  ARQ-POSICAO-ANT
               ELSE
                   DISPLAY "SEM FOTO ANTERIOR - ABERTURA POR LOCAL ZERO"
               END-IF
           END-IF.
       LER-LOCAL-ANT.
           READ ARQ-LOCAL-ANT
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  LAN-CODPROD NUMERIC AND LAN-CODPROD > ZERO
                       AND LAN-QTDE NUMERIC
                       MOVE  LAN-CODPROD  TO  SRT-CODPROD
                       MOVE  LAN-LOCAL    TO  SRT-LOCAL
                       MOVE  LAN-QTDE     TO  SRT-QTDE
                       PERFORM LIBERAR-ABERTURA-LOCAL
                   END-IF
           END-READ.
       LER-POSICAO-ANT-LOCAL.
           READ ARQ-POSICAO-ANT
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  PAN-CODPROD NUMERIC AND PAN-CODPROD > ZERO
                       AND PAN-ESTOQUE NUMERIC
                       MOVE  PAN-CODPROD  TO  SRT-CODPROD
                       MOVE  LOC-PADRAO   TO  SRT-LOCAL
                       MOVE  PAN-ESTOQUE  TO  SRT-QTDE
                       PERFORM LIBERAR-ABERTURA-LOCAL
                   END-IF
           END-READ.
       LIBERAR-ABERTURA-LOCAL.
           MOVE  0      TO  SRT-ORDEM
           MOVE  ZERO   TO  SRT-SEQUENCIA
           MOVE  SPACE  TO  SRT-TIPO
                            SRT-TIPO-ESTORNADO
           RELEASE  REG-SORT.

      *  SO OS MOVIMENTOS DE ESTOQUE FISICO (E, S, T, R, J E O
      *  ESTORNO X DE UM E OU S) ENTRAM NA PROVA POR LOCAL; LOCAL EM
      *  BRANCO E DE ANTES DO CONTROLE POR LOCAL, QUANDO TUDO ESTAVA
      *  NO LOCAL PADRAO. NO AJUSTE DE INVENTARIO (J) VAI O SALDO
      *  DO LOCAL, PARA RESSINCRONIZAR.
       LER-KARDEX-ARQUIVO.
           READ ARQ-KARDEX-ARQUIVO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  REG-KARDEX-ARQUIVO  TO  REG-KARDEX
                   PERFORM CALCULAR-DATA-MOVIMENTO
                   IF  (W-DATA-MOV-NUM >= W-DATA-INI-NUM OR
                        NOT ABERTURA-LOCAL-DISPONIVEL) AND
                       KDX-CODPROD NUMERIC AND KDX-CODPROD > ZERO
                       PERFORM LIBERAR-MOVIMENTO-LOCAL
                   END-IF
           END-READ.
       LIBERAR-MOVIMENTO-LOCAL.
           IF  KDX-TIPO-MOV = "E" OR "S" OR "T" OR "R" OR "J" OR
               (KDX-TIPO-MOV = "X" AND
                (KDX-TIPO-ESTORNADO = "E" OR "S"))
               ADD   1             TO  W-SEQ-LOCAL
               MOVE  KDX-CODPROD   TO  SRT-CODPROD
               MOVE  KDX-LOCAL     TO  SRT-LOCAL
               IF  SRT-LOCAL = SPACES
                   MOVE  LOC-PADRAO  TO  SRT-LOCAL
               END-IF
               MOVE  1             TO  SRT-ORDEM
               MOVE  W-SEQ-LOCAL   TO  SRT-SEQUENCIA
               MOVE  KDX-TIPO-MOV  TO  SRT-TIPO
               MOVE  SPACE         TO  SRT-TIPO-ESTORNADO
               IF  KDX-TIPO-MOV = "X"
                   MOVE  KDX-TIPO-ESTORNADO  TO  SRT-TIPO-ESTORNADO
               END-IF
               IF  KDX-TIPO-MOV = "J"
                   IF  KDX-SALDO-LOCAL-X = SPACES
                       MOVE  KDX-SALDO-ESTOQUE  TO  KDX-SALDO-LOCAL-X
                   END-IF
                   INSPECT KDX-SALDO-LOCAL-X REPLACING ALL "." BY SPACE
                   COMPUTE SRT-QTDE =
                           FUNCTION NUMVAL (KDX-SALDO-LOCAL-X)
               ELSE
                   INSPECT KDX-QTDE-MOV REPLACING ALL "." BY SPACE
                   COMPUTE SRT-QTDE = FUNCTION NUMVAL (KDX-QTDE-MOV)
               END-IF
               RELEASE  REG-SORT
           END-IF.

      *  O FECHAMENTO POR LOCAL E O ESTLOCAL.DAT ATUAL, QUE TAMBEM E
      *  GRAVADO NA FOTO POR LOCAL DA COMPETENCIA.
       LER-ESTOQUE-LOCAL.
           READ CAD-ESTLOCAL NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  ELC-CODPROD > ZERO
                       MOVE  ELC-CODPROD  TO  SRT-CODPROD
                       MOVE  ELC-LOCAL    TO  SRT-LOCAL
                       MOVE  9            TO  SRT-ORDEM
                       MOVE  ZERO         TO  SRT-SEQUENCIA
                       MOVE  SPACE        TO  SRT-TIPO
                                                  SRT-TIPO-ESTORNADO
                       MOVE  ELC-QTDE     TO  SRT-QTDE
                       RELEASE  REG-SORT
                       PERFORM GRAVAR-FOTO-LOCAL
                   END-IF
           END-READ.
       GRAVAR-FOTO-LOCAL.
           MOVE  ELC-CODPROD     TO  LNV-CODPROD
           MOVE  ELC-LOCAL       TO  LNV-LOCAL
           MOVE  ELC-QTDE        TO  LNV-QTDE
           MOVE  DATA-COM-BARRA  TO  LNV-DATA
           WRITE  REG-LOCAL-NOVA
           IF  CODERRO-LNV NOT = "00"
               DISPLAY "ERRO AO GRAVAR A FOTO POR LOCAL: " ELC-CODPROD
                       " " ELC-LOCAL
               ADD  1  TO  W-TOTAL-ERRO
           ELSE
               ADD  1  TO  W-TOTAL-FOTO-LOCAL
           END-IF.

      *  QUEBRA POR PRODUTO E LOCAL: ABERTURA + ENTRADAS (E, R) -
      *  SAIDAS (S, T) + ESTORNOS (X) DEVE EXPLICAR O SALDO DO LOCAL;
      *  LOCAL SEM REGISTRO NO ESTLOCAL FECHA COM ZERO.
       CONFERIR-LOCAIS.
           MOVE  "L"  TO  W-SECAO
           MOVE  ZERO TO  W-LINHAS-PAGINA
           PERFORM RETORNAR-REGISTRO.
           PERFORM INICIAR-PRODUTO-LOCAL.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.

       PROCESSAR-REGISTRO-SORT.
           EVALUATE  SRT-ORDEM
               WHEN  0
                   MOVE  SRT-QTDE  TO  W-PL-ABERTURA
               WHEN  9
                   MOVE  SRT-QTDE  TO  W-PL-FECHADO
               WHEN  OTHER
                   PERFORM ACUMULAR-MOVIMENTO-LOCAL
           END-EVALUATE.
           PERFORM RETORNAR-REGISTRO.
           IF  FIM-SORT OR SRT-CODPROD NOT = W-PL-CODPROD
                        OR SRT-LOCAL NOT = W-PL-LOCAL
               PERFORM CONFERIR-PRODUTO-LOCAL
               PERFORM INICIAR-PRODUTO-LOCAL
           END-IF.

       ACUMULAR-MOVIMENTO-LOCAL.
           EVALUATE  SRT-TIPO
               WHEN  "E"
               WHEN  "R"
                   ADD  SRT-QTDE  TO  W-PL-ENTRADAS
               WHEN  "S"
               WHEN  "T"
                   ADD  SRT-QTDE  TO  W-PL-SAIDAS
               WHEN  "X"
                   IF  SRT-TIPO-ESTORNADO = "E"
                       SUBTRACT  SRT-QTDE  FROM  W-PL-ESTORNOS
                   ELSE
                       ADD  SRT-QTDE  TO  W-PL-ESTORNOS
                   END-IF
               WHEN  "J"
                   MOVE  SRT-QTDE  TO  W-PL-ABERTURA
                   MOVE  ZERO      TO  W-PL-ENTRADAS
                                       W-PL-SAIDAS
                                       W-PL-ESTORNOS
           END-EVALUATE.

       RETORNAR-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

       INICIAR-PRODUTO-LOCAL.
           MOVE  SRT-CODPROD  TO  W-PL-CODPROD
           MOVE  SRT-LOCAL    TO  W-PL-LOCAL
           MOVE  ZERO  TO  W-PL-ABERTURA
                           W-PL-ENTRADAS
                           W-PL-SAIDAS
                           W-PL-ESTORNOS
                           W-PL-FECHADO.

       CONFERIR-PRODUTO-LOCAL.
           ADD  1  TO  W-TOTAL-LOC-CONFERIDOS
           COMPUTE W-ESPERADO-EST = W-PL-ABERTURA
                                   + W-PL-ENTRADAS
                                   - W-PL-SAIDAS
                                   + W-PL-ESTORNOS
           IF  W-ESPERADO-EST NOT = W-PL-FECHADO
               ADD  1  TO  W-TOTAL-LOC-DIVERGENTES
               MOVE  W-PL-LOCAL     TO  LD-SALDO
               MOVE  W-PL-ABERTURA  TO  LD-ABERTURA
               MOVE  W-PL-ENTRADAS  TO  LD-MAIS
               MOVE  W-PL-SAIDAS    TO  LD-MENOS
               MOVE  W-PL-ESTORNOS  TO  LD-ESTORNO
               MOVE  W-PL-FECHADO   TO  LD-FECHADO
               MOVE  W-ESPERADO-EST TO  LD-ESPERADO
               COMPUTE W-DIFERENCA = W-PL-FECHADO - W-ESPERADO-EST
               MOVE  W-PL-CODPROD   TO  W-IX
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF.

      *  OS MOVIMENTOS MANTIDOS VOLTAM PARA O KARDEX.LOG, QUE E
      *  REGRAVADO DO ZERO A PARTIR DO ARQUIVO DE TRABALHO.
           OPEN  INPUT  ARQ-KARDEX-VIVO.
           IF  CODERRO-KDV NOT = "00"
               DISPLAY "NAO FOI POSSIVEL RELER KARDEX.TMP"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "NAO FOI POSSIVEL REGRAVAR O KARDEX"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  "N"  TO  W-FIM-ARQUIVO
               NOT AT END
                   MOVE  REG-KARDEX-VIVO  TO  REG-KARDEX
                   WRITE  REG-KARDEX
                   IF  CODERRO-KDX NOT = "00"
                       ADD  1  TO  W-TOTAL-ERRO
                       DISPLAY "ERRO AO REGRAVAR O KARDEX: "
                               KDX-CODPROD
                   END-IF
           END-READ.

      *  O FECHAMENTO E A POSICAO ATUAL DO ARQUIVO DE ESTOQUE, QUE
           WRITE  REG-POSICAO-NOVA
           IF  CODERRO-PNV NOT = "00"
               DISPLAY "ERRO AO GRAVAR A FOTO: " CODPROD-EST
               ADD  1  TO  W-TOTAL-ERRO
           ELSE
               ADD  1  TO  W-TOTAL-FOTO
           END-IF.

      *  A PROVA: ABERTURA + ENTRADAS - SAIDAS + ESTORNOS DEVE
      *  EXPLICAR O SALDO DE ESTOQUE FECHADO (E ABERTURAS -
      *  LIBERACOES + ESTORNOS O DE PEDIDO);
      *  PRODUTO SEM REGISTRO DE ESTOQUE FECHA COM ZERO, MESMA
      *  CONVENCAO DO RELVALOR.
       CONFERIR-PRODUTO.
               COMPUTE W-ESPERADO-EST = W-TAB-ABE-EST (W-IX)
                                       + W-TAB-ENTRADAS (W-IX)
                                       - W-TAB-SAIDAS (W-IX)
                                       + W-TAB-ESTORNO-EST (W-IX)
               IF  W-ESPERADO-EST NOT = W-TAB-FEC-EST (W-IX)
                   ADD  1  TO  W-TOTAL-DIVERGENTES
                   MOVE  "ESTOQ"  TO  LD-SALDO
                   MOVE  W-TAB-ABE-EST   (W-IX)  TO  LD-ABERTURA
                   MOVE  W-TAB-ENTRADAS  (W-IX)  TO  LD-MAIS
                   MOVE  W-TAB-SAIDAS    (W-IX)  TO  LD-MENOS
                   MOVE  W-TAB-ESTORNO-EST (W-IX)  TO  LD-ESTORNO
                   MOVE  W-TAB-FEC-EST   (W-IX)  TO  LD-FECHADO
                   MOVE  W-ESPERADO-EST          TO  LD-ESPERADO
                   COMPUTE W-DIFERENCA = W-TAB-FEC-EST (W-IX)
               COMPUTE W-ESPERADO-PED = W-TAB-ABE-PED (W-IX)
                                       + W-TAB-ABERTURAS (W-IX)
                                       - W-TAB-LIBERACOES (W-IX)
                                       + W-TAB-ESTORNO-PED (W-IX)
               IF  W-ESPERADO-PED NOT = W-TAB-FEC-PED (W-IX)
                   ADD  1  TO  W-TOTAL-DIVERGENTES
                   MOVE  "PEDIDO"  TO  LD-SALDO
                   MOVE  W-TAB-ABE-PED    (W-IX)  TO  LD-ABERTURA
                   MOVE  W-TAB-ABERTURAS  (W-IX)  TO  LD-MAIS
                   MOVE  W-TAB-LIBERACOES (W-IX)  TO  LD-MENOS
                   MOVE  W-TAB-ESTORNO-PED (W-IX)  TO  LD-ESTORNO
                   MOVE  W-TAB-FEC-PED    (W-IX)  TO  LD-FECHADO
                   MOVE  W-ESPERADO-PED           TO  LD-ESPERADO
                   COMPUTE W-DIFERENCA = W-TAB-FEC-PED (W-IX)
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           IF  SECAO-LOCAIS
               MOVE  LINHA-SECAO-LOCAIS  TO  LINHA-REL
               WRITE  LINHA-REL
               MOVE  LINHA-CABECALHO-3  TO  LINHA-REL
           ELSE
               MOVE  LINHA-CABECALHO-2  TO  LINHA-REL
           END-IF
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL.
           WRITE  LINHA-REL
           MOVE  W-TOTAL-FOTO  TO  RD-FOTO
           MOVE  LINHA-RODAPE-5  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-LOC-CONFERIDOS  TO  RD-LOC-CONFER
           MOVE  LINHA-RODAPE-6  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-LOC-DIVERGENTES  TO  RD-LOC-DIVERG
           MOVE  LINHA-RODAPE-7  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-FOTO-LOCAL  TO  RD-FOTO-LOCAL
           MOVE  LINHA-RODAPE-8  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-QTDE-ENTRADAS-MES  TO  RD-QTDE-ENTRADAS
           MOVE  LINHA-RODAPE-9  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-QTDE-SAIDAS-MES  TO  RD-QTDE-SAIDAS
           MOVE  LINHA-RODAPE-10  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-ESTORNOS  TO  RD-ESTORNOS
           MOVE  LINHA-RODAPE-11  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-QTDE-ESTORNOS-MES  TO  RD-QTDE-ESTORNOS
           MOVE  LINHA-RODAPE-12  TO  LINHA-REL
           WRITE  LINHA-REL.

      *  REEXECUTAR UMA COMPETENCIA JA FECHADA REGRAVARIA O ARQUIVO
               CLOSE  ARQ-KARDEX-ARQUIVO
               DISPLAY "COMPETENCIA " W-COMPET " JA FECHADA - "
                       "ARQUIVO MORTO DO KARDEX JA EXISTE"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  ARQ-POSICAO-NOVA.
               CLOSE  ARQ-POSICAO-NOVA
               DISPLAY "COMPETENCIA " W-COMPET " JA FECHADA - "
                       "FOTO DA COMPETENCIA JA EXISTE"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.

           OPEN  INPUT  CAD-ESTOQUE.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO (CNVLOCAL)"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  ARQ-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ARQUIVO DE KARDEX NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-KARDEX-ARQUIVO.
           IF  CODERRO-KDA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO MORTO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-KARDEX-VIVO.
           IF  CODERRO-KDV NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR KARDEX.TMP"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-POSICAO-NOVA.
           IF  CODERRO-PNV NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR A FOTO DA COMPETENCIA"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-LOCAL-NOVA.
           IF  CODERRO-LNV NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR A FOTO POR LOCAL"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REL-FECHAMENTO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-ESTOQUE.
           CLOSE  CAD-ESTLOCAL.
           CLOSE  ARQ-LOCAL-NOVA.
           CLOSE  ARQ-POSICAO-NOVA.
           CLOSE  REL-FECHAMENTO.
