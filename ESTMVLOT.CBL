      *    TIPOS DE MOVIMENTO (OS MESMOS DO ESTMOV):
      *    E = ENTRADA    S = SAIDA
      *    A = ABERTURA DE PEDIDO    L = LIBERACAO DE PEDIDO
      *    T = TRANSFERENCIA DE TRN-LOCAL PARA TRN-LOCAL-DESTINO
      *    NA ENTRADA, TRN-CUSTO-UNIT TRAZ O CUSTO UNITARIO PAGO;
      *    ARQUIVOS NO LAYOUT ANTIGO (CUSTO EM BRANCO) ENTRAM PELO
      *    CUSTO MEDIO VIGENTE, SEM ALTERA-LO, E SAO CONTADOS A PARTE
      *    TRN-LOCAL EM BRANCO (LAYOUT ANTERIOR AO CONTROLE POR LOCAL)
      *    ASSUME O LOCAL PADRAO (LOCPAD), TAMBEM CONTADO A PARTE
      *    KIT (PRODUTO COM ESTRUTURA NO ARQUIVO DE KITS) SO ADMITE S,
      *    QUE BAIXA CADA COMPONENTE COM KARDEX PROPRIO; SE ALGUM
      *    COMPONENTE NAO TIVER SALDO, A TRANSACAO TODA E REJEITADA
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           COPY  PRODSEL.
           COPY  ESTSEL.
           COPY  KARDSEL.
           COPY  LOCSEL.
           COPY  ESTLSEL.
           COPY  KITSEL.
           SELECT  ARQ-TRANSACAO ASSIGN TO "ESTMOV.TRN"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-TRN.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  KARDEX.
           COPY  LOCAL.
           COPY  ESTLOC.
           COPY  KIT.
       FD  ARQ-TRANSACAO
           LABEL  RECORD  STANDARD.
       01  REG-TRANSACAO.
           02  TRN-CODPROD     PIC  9(5).
           02  TRN-TIPO        PIC  X.
           02  TRN-QTDE        PIC  9(5).
           02  TRN-CUSTO-UNIT  PIC  9(4)V99.
           02  TRN-CUSTO-UNIT-X  REDEFINES  TRN-CUSTO-UNIT
                               PIC  X(6).
           02  TRN-LOCAL       PIC  X(3).
           02  TRN-LOCAL-DESTINO  PIC  X(3).
           02  FILLER          PIC  X(57).
       FD  ARQ-REJEITOS
           LABEL  RECORD  STANDARD.
       01  REG-REJEITO.
           02  REJ-TRANSACAO   PIC  X(23).
           02  FILLER          PIC  X     VALUE SPACE.
           02  REJ-MOTIVO      PIC  X(30).
       WORKING-STORAGE SECTION.
       77  CODERRO-KDX         PIC  X(2)  VALUE SPACES.
       77  CODERRO-TRN         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REJ         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-MOTIVO-REJEITO    PIC  X(30) VALUE SPACES.
       77  W-TIPO-MOV          PIC  X     VALUE SPACE.
           88  TIPO-MOV-OK         VALUE "E" "S" "A" "L" "T".
           88  MOV-ENTRADA         VALUE "E".
           88  MOV-SAIDA           VALUE "S".
           88  MOV-ABRE-PEDIDO     VALUE "A".
           88  MOV-LIBERA-PEDIDO   VALUE "L".
           88  MOV-TRANSFERENCIA   VALUE "T".
       77  W-CUSTO-UNIT        PIC  9(4)V99  VALUE ZERO.
       77  W-ESTOQUE-NOVO      PIC  X     VALUE "N".
           88  REGISTRO-ESTOQUE-NOVO   VALUE "S".
       77  W-MOVIMENTO-OK      PIC  X     VALUE "N".
           88  MOVIMENTO-VALIDO        VALUE "S".
       77  W-LOCAL             PIC  X(3)  VALUE SPACES.
       77  W-SALDO-LOCAL       PIC  9(5)  VALUE ZERO.
       77  W-SALDO-DESTINO     PIC  9(5)  VALUE ZERO.
       77  W-LOCAL-NOVO        PIC  X     VALUE "N".
       77  W-DESTINO-NOVO      PIC  X     VALUE "N".
      *  PARAMETROS DE GRAVAR-SALDO-LOCAL
       77  W-LOC-GRAVAR        PIC  X(3)  VALUE SPACES.
       77  W-QTDE-GRAVAR       PIC  9(5)  VALUE ZERO.
       77  W-NOVO-GRAVAR       PIC  X     VALUE "N".
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ENTRADAS    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SAIDAS      PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ABERTURAS   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-LIBERACOES  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-TRANSFERENCIAS PIC 9(5) VALUE ZERO.
       77  W-TOTAL-SEM-LOCAL   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-REJEITADOS  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SEM-CUSTO   PIC  9(5)  VALUE ZERO.
      *  REJEICOES ABERTAS POR MOTIVO, NO MESMO ESTILO DO RESUMO DO
      *  MANPRLOT
       77  W-REJ-COD-INVALIDO  PIC  9(5)  VALUE ZERO.
       77  W-REJ-TIPO-INVALIDO PIC  9(5)  VALUE ZERO.
       77  W-REJ-QTDE-INVALIDA PIC  9(5)  VALUE ZERO.
       77  W-REJ-CUSTO-INVALIDO PIC 9(5)  VALUE ZERO.
       77  W-REJ-LOCAL-INVALIDO PIC 9(5)  VALUE ZERO.
       77  W-REJ-NAO-ENCONTRADOS PIC 9(5) VALUE ZERO.
       77  W-REJ-SALDO         PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SAIDAS-KIT  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-COMP-BAIXADOS PIC 9(5) VALUE ZERO.
      *  ESTRUTURA DO KIT DA TRANSACAO; O ARQUIVO DE KITS E OPCIONAL
      *  (SEM ELE NENHUM PRODUTO E KIT).
       77  W-KIT-OK            PIC  X     VALUE "N".
           88  ARQ-KIT-DISPONIVEL      VALUE "S".
       77  W-PRODUTO-KIT       PIC  X     VALUE "N".
           88  PRODUTO-KIT             VALUE "S".
       77  W-ERRO-KIT          PIC  X     VALUE "N".
           88  ERRO-NO-KIT             VALUE "S".
       77  W-FIM-ITENS         PIC  X     VALUE "N".
           88  FIM-ITENS               VALUE "S".
       77  W-MAX-COMP          PIC  9(2)  VALUE 20.
       77  W-QTD-COMP          PIC  9(2)  VALUE ZERO.
       77  W-IX-COMP           PIC  9(2)  VALUE ZERO.
       77  W-NECESSARIO        PIC  9(9)  VALUE ZERO.
       77  W-SALDO-COMP        PIC  9(5)  VALUE ZERO.
       77  W-SALDO-COMP-LOC    PIC  9(5)  VALUE ZERO.
           COPY  LOCPAD.
       01  W-TABELA-COMPONENTES.
           02  W-TAB-COMP  OCCURS 20 TIMES.
               03  W-TAB-CODCOMP    PIC  9(5).
               03  W-TAB-QTDE       PIC  9(4).
               03  W-TAB-BAIXA      PIC  9(5).
       01  W-MOTIVO-COMPONENTE.
           02  FILLER              PIC  X(6)  VALUE "COMP. ".
           02  W-MOT-CODCOMP       PIC  9(5).
           02  W-MOT-TEXTO         PIC  X(19).
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSAR-TRANSACOES UNTIL FIM-ARQUIVO.
           DISPLAY "TRANSACOES LIDAS . . . . . . . : " W-TOTAL-LIDOS.
           DISPLAY "ENTRADAS APLICADAS (E) . . . . : "
                   W-TOTAL-ENTRADAS.
           DISPLAY "  SEM CUSTO (CUSTO MEDIO). . . : "
                   W-TOTAL-SEM-CUSTO.
           DISPLAY "SAIDAS APLICADAS (S) . . . . . : "
                   W-TOTAL-SAIDAS.
           DISPLAY "SAIDAS DE KIT (S). . . . . . . : "
                   W-TOTAL-SAIDAS-KIT.
           DISPLAY "  COMPONENTES BAIXADOS . . . . : "
                   W-TOTAL-COMP-BAIXADOS.
           DISPLAY "ABERTURAS APLICADAS (A). . . . : "
                   W-TOTAL-ABERTURAS.
           DISPLAY "LIBERACOES APLICADAS (L) . . . : "
                   W-TOTAL-LIBERACOES.
           DISPLAY "TRANSFERENCIAS APLICADAS (T) . : "
                   W-TOTAL-TRANSFERENCIAS.
           DISPLAY "SEM LOCAL (LOCAL PADRAO " LOC-PADRAO ") . : "
                   W-TOTAL-SEM-LOCAL.
           DISPLAY "TRANSACOES REJEITADAS. . . . . : "
                   W-TOTAL-REJEITADOS.
           DISPLAY "  CODIGO INVALIDO. . . . . . . : "
                   W-REJ-TIPO-INVALIDO.
           DISPLAY "  QUANTIDADE INVALIDA. . . . . : "
                   W-REJ-QTDE-INVALIDA.
           DISPLAY "  CUSTO UNITARIO INVALIDO. . . : "
                   W-REJ-CUSTO-INVALIDO.
           DISPLAY "  LOCAL INVALIDO . . . . . . . : "
                   W-REJ-LOCAL-INVALIDO.
           DISPLAY "  PRODUTO NAO ENCONTRADO . . . : "
                   W-REJ-NAO-ENCONTRADOS.
           DISPLAY "  SALDO INSUFICIENTE/ESTOURO . : "
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "REJEITADAS GRAVADAS EM ESTMOV.REJ".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 4 = HOUVE REJEITADAS, 8 = ERRO DE GRAVACAO
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  W-TOTAL-REJEITADOS > ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       PROCESSAR-TRANSACOES.
                   PERFORM APLICAR-MOVIMENTO-DO-LOTE
           END-READ.

      *  MESMAS VALIDACOES DA TELA (ESTMOV): CODIGO 00001 A 99999,
      *  TIPO E/S/A/L/T, QUANTIDADE MAIOR QUE ZERO, LOCAL
      *  CADASTRADO, PRODUTO ATIVO E AS REGRAS DE SALDO DO
      *  VALIDAR-MOVIMENTO.
       APLICAR-MOVIMENTO-DO-LOTE.
           MOVE  SPACES  TO  W-MOTIVO-REJEITO
           MOVE  TRN-TIPO  TO  W-TIPO-MOV
                       ADD  1  TO  W-REJ-QTDE-INVALIDA
                       PERFORM  GRAVAR-REJEITO
                   ELSE
                       PERFORM  VALIDAR-CUSTO-DO-LOTE
                   END-IF
               END-IF
           END-IF.

      *  CUSTO SO E CONSIDERADO NA ENTRADA; EM BRANCO OU ZERO, A
      *  ENTRADA USA O CUSTO MEDIO VIGENTE.
       VALIDAR-CUSTO-DO-LOTE.
           MOVE  ZERO  TO  W-CUSTO-UNIT
           IF  MOV-ENTRADA AND TRN-CUSTO-UNIT-X NOT = SPACES
               IF  TRN-CUSTO-UNIT NUMERIC
                   MOVE  TRN-CUSTO-UNIT  TO  W-CUSTO-UNIT
               ELSE
                   MOVE  "CUSTO UNITARIO INVALIDO"
                     TO  W-MOTIVO-REJEITO
                   ADD  1  TO  W-REJ-CUSTO-INVALIDO
                   PERFORM  GRAVAR-REJEITO
               END-IF
           END-IF.
           IF  W-MOTIVO-REJEITO = SPACES
               PERFORM  VALIDAR-LOCAL-DO-LOTE
           END-IF.
           IF  W-MOTIVO-REJEITO = SPACES
               PERFORM  VALIDAR-PRODUTO-DO-LOTE
           END-IF.

      *  O LOCAL TEM DE ESTAR NO CADASTRO DE LOCAIS; NA TRANSFERENCIA
      *  O DESTINO TAMBEM, E DIFERENTE DA ORIGEM.
       VALIDAR-LOCAL-DO-LOTE.
           MOVE  TRN-LOCAL  TO  W-LOCAL
           IF  W-LOCAL = SPACES
               MOVE  LOC-PADRAO  TO  W-LOCAL
           END-IF
           MOVE  W-LOCAL  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC NOT = "00"
               MOVE  "LOCAL NAO CADASTRADO"  TO  W-MOTIVO-REJEITO
           ELSE
               IF  MOV-TRANSFERENCIA
                   MOVE  TRN-LOCAL-DESTINO  TO  CODLOCAL
                   IF  TRN-LOCAL-DESTINO = SPACES OR
                       TRN-LOCAL-DESTINO = W-LOCAL
                       MOVE  "LOCAL DE DESTINO INVALIDO"
                         TO  W-MOTIVO-REJEITO
                   ELSE
                       READ  CAD-LOCAL
                       IF  CODERRO-LOC NOT = "00"
                           MOVE  "LOCAL DE DESTINO NAO CADASTRADO"
                             TO  W-MOTIVO-REJEITO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  W-MOTIVO-REJEITO NOT = SPACES
               ADD  1  TO  W-REJ-LOCAL-INVALIDO
               PERFORM  GRAVAR-REJEITO
           END-IF.

       VALIDAR-PRODUTO-DO-LOTE.
           MOVE  TRN-CODPROD  TO  CODPROD
               ADD  1  TO  W-REJ-NAO-ENCONTRADOS
               PERFORM  GRAVAR-REJEITO
           ELSE
               PERFORM  CARREGAR-ESTRUTURA-KIT
               IF  PRODUTO-KIT
                   PERFORM  VALIDAR-KIT-DO-LOTE
               ELSE
                   PERFORM  LER-SALDO-ESTOQUE
                   PERFORM  LER-SALDO-LOCAL
                   PERFORM  VALIDAR-MOVIMENTO
                   IF  MOVIMENTO-VALIDO
                       PERFORM  APLICAR-MOVIMENTO
                   ELSE
                       ADD  1  TO  W-REJ-SALDO
                       PERFORM  GRAVAR-REJEITO
                   END-IF
               END-IF
           END-IF.

      *  PRODUTO COM COMPONENTES NO ARQUIVO DE KITS E UM KIT.
       CARREGAR-ESTRUTURA-KIT.
           MOVE  "N"      TO  W-PRODUTO-KIT
           MOVE  ZERO     TO  W-QTD-COMP
           IF  ARQ-KIT-DISPONIVEL
               MOVE  "N"      TO  W-FIM-ITENS
               MOVE  CODPROD  TO  KIT-CODKIT
               MOVE  ZEROS    TO  KIT-CODCOMP
               START  CAD-KIT  KEY NOT < KIT-CHAVE
                   INVALID KEY
                       MOVE  "S"  TO  W-FIM-ITENS
               END-START
               PERFORM  GUARDAR-COMPONENTE-KIT  UNTIL  FIM-ITENS
               IF  W-QTD-COMP > ZERO
                   MOVE  "S"  TO  W-PRODUTO-KIT
               END-IF
           END-IF.
       GUARDAR-COMPONENTE-KIT.
           READ  CAD-KIT  NEXT RECORD
               AT END
                   MOVE  "S"  TO  W-FIM-ITENS
               NOT AT END
                   IF  KIT-CODKIT NOT = TRN-CODPROD OR
                       W-QTD-COMP NOT < W-MAX-COMP
                       MOVE  "S"  TO  W-FIM-ITENS
                   ELSE
                       ADD  1  TO  W-QTD-COMP
                       MOVE  KIT-CODCOMP  TO  W-TAB-CODCOMP (W-QTD-COMP)
                       MOVE  KIT-QTDE     TO  W-TAB-QTDE    (W-QTD-COMP)
                       MOVE  ZERO         TO  W-TAB-BAIXA   (W-QTD-COMP)
                   END-IF
           END-READ.

      *  MESMAS REGRAS DO ESTMOV: O KIT SO ADMITE SAIDA, E A
      *  TRANSACAO E REJEITADA POR INTEIRO SE QUALQUER COMPONENTE NAO
      *  TIVER SALDO, TOTAL OU NO LOCAL, PARA A QUANTIDADE PEDIDA.
       VALIDAR-KIT-DO-LOTE.
           IF  NOT MOV-SAIDA
               MOVE  "KIT SO ADMITE SAIDA (S)"  TO  W-MOTIVO-REJEITO
               ADD  1  TO  W-REJ-TIPO-INVALIDO
               PERFORM  GRAVAR-REJEITO
           ELSE
               MOVE  "S"  TO  W-MOVIMENTO-OK
               PERFORM  VALIDAR-COMPONENTE-KIT
                        VARYING W-IX-COMP FROM 1 BY 1
                        UNTIL W-IX-COMP > W-QTD-COMP
                           OR NOT MOVIMENTO-VALIDO
               IF  MOVIMENTO-VALIDO
                   PERFORM  APLICAR-SAIDA-KIT
               ELSE
                   ADD  1  TO  W-REJ-SALDO
                   PERFORM  GRAVAR-REJEITO
               END-IF
           END-IF.
       VALIDAR-COMPONENTE-KIT.
           COMPUTE  W-NECESSARIO = W-TAB-QTDE (W-IX-COMP) * TRN-QTDE
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00"
               MOVE  QTDE-ESTOQUE  TO  W-SALDO-COMP
           ELSE
               MOVE  ZERO          TO  W-SALDO-COMP
           END-IF
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  ELC-CODPROD
           MOVE  W-LOCAL                    TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-COMP-LOC
           ELSE
               MOVE  ZERO      TO  W-SALDO-COMP-LOC
           END-IF
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  W-MOT-CODCOMP
           EVALUATE  TRUE
               WHEN  W-NECESSARIO > W-SALDO-COMP
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   MOVE  " SEM SALDO"  TO  W-MOT-TEXTO
                   MOVE  W-MOTIVO-COMPONENTE  TO  W-MOTIVO-REJEITO
               WHEN  W-NECESSARIO > W-SALDO-COMP-LOC
                   MOVE  "N"  TO  W-MOVIMENTO-OK
                   MOVE  " SEM SALDO NO LOCAL"  TO  W-MOT-TEXTO
                   MOVE  W-MOTIVO-COMPONENTE  TO  W-MOTIVO-REJEITO
               WHEN  OTHER
                   MOVE  W-NECESSARIO  TO  W-TAB-BAIXA (W-IX-COMP)
           END-EVALUATE.

      *  PRODUTO SEM REGISTRO NO ARQUIVO DE ESTOQUE COMECA COM SALDOS
      *  ZERADOS; O REGISTRO SO E CRIADO (WRITE) SE O MOVIMENTO FOR
               INITIALIZE  REG-ESTOQUE
               MOVE  CODPROD  TO  CODPROD-EST
           END-IF.
           IF  CUSTO-MEDIO NOT NUMERIC
               MOVE  ZERO  TO  CUSTO-MEDIO
           END-IF.

      *  PRODUTO SEM REGISTRO NO LOCAL TEM SALDO ZERO ALI; NA
      *  TRANSFERENCIA LE TAMBEM O SALDO DO DESTINO.
       LER-SALDO-LOCAL.
           MOVE  "N"      TO  W-LOCAL-NOVO
           MOVE  CODPROD  TO  ELC-CODPROD
           MOVE  W-LOCAL  TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               MOVE  ELC-QTDE  TO  W-SALDO-LOCAL
           ELSE
               MOVE  "S"   TO  W-LOCAL-NOVO
               MOVE  ZERO  TO  W-SALDO-LOCAL
           END-IF.
           MOVE  "N"   TO  W-DESTINO-NOVO
           MOVE  ZERO  TO  W-SALDO-DESTINO
           IF  MOV-TRANSFERENCIA
               MOVE  CODPROD            TO  ELC-CODPROD
               MOVE  TRN-LOCAL-DESTINO  TO  ELC-LOCAL
               READ  CAD-ESTLOCAL
               IF  CODERRO-ELC = "00"
                   MOVE  ELC-QTDE  TO  W-SALDO-DESTINO
               ELSE
                   MOVE  "S"   TO  W-DESTINO-NOVO
               END-IF
           END-IF.

      *  SAIDA E LIBERACAO NAO PODEM DEIXAR O SALDO NEGATIVO; ENTRADA
      *  E ABERTURA NAO PODEM ESTOURAR A CAPACIDADE DO CAMPO.
                       MOVE  "N"  TO  W-MOVIMENTO-OK
                       MOVE  "SALDO DE ESTOQUE INSUFICIENTE"
                         TO  W-MOTIVO-REJEITO
                   ELSE
                       IF  TRN-QTDE > W-SALDO-LOCAL
                           MOVE  "N"  TO  W-MOVIMENTO-OK
                           MOVE  "SALDO INSUFICIENTE NO LOCAL"
                             TO  W-MOTIVO-REJEITO
                       END-IF
                   END-IF
               WHEN  MOV-ABRE-PEDIDO
                   IF  QTDE-PEDIDO-ABERTO + TRN-QTDE > 99999
                       MOVE  "SALDO DE PEDIDO INSUFICIENTE"
                         TO  W-MOTIVO-REJEITO
                   END-IF
               WHEN  MOV-TRANSFERENCIA
                   IF  TRN-QTDE > W-SALDO-LOCAL
                       MOVE  "N"  TO  W-MOVIMENTO-OK
                       MOVE  "SALDO INSUFICIENTE NO LOCAL"
                         TO  W-MOTIVO-REJEITO
                   ELSE
                       IF  W-SALDO-DESTINO + TRN-QTDE > 99999
                           MOVE  "N"  TO  W-MOVIMENTO-OK
                           MOVE  "SALDO DO DESTINO ESTOURA LIMITE"
                             TO  W-MOTIVO-REJEITO
                       END-IF
                   END-IF
           END-EVALUATE.

      *  SO GRAVA O KARDEX E CONTA O MOVIMENTO DEPOIS DE CONFIRMAR
      *  QUE O SALDO FOI REALMENTE GRAVADO NO ARQUIVO DE ESTOQUE,
      *  MESMO CRITERIO DO ESTMOV.
       APLICAR-MOVIMENTO.
           IF  MOV-TRANSFERENCIA
               PERFORM  APLICAR-TRANSFERENCIA
           ELSE
               PERFORM  APLICAR-MOVIMENTO-ESTOQUE
           END-IF.

       APLICAR-MOVIMENTO-ESTOQUE.
           EVALUATE  TRUE
               WHEN  MOV-ENTRADA
                   PERFORM  CALCULAR-CUSTO-MEDIO
                   ADD  TRN-QTDE  TO  QTDE-ESTOQUE
               WHEN  MOV-SAIDA
                   SUBTRACT  TRN-QTDE  FROM  QTDE-ESTOQUE
               DISPLAY "ERRO AO GRAVAR O SALDO DE ESTOQUE: "
                       TRN-CODPROD
           ELSE
               IF  MOV-ENTRADA OR MOV-SAIDA
                   PERFORM  ATUALIZAR-SALDO-LOCAL
               END-IF
               PERFORM  CONTAR-MOVIMENTO
               PERFORM  GRAVAR-KARDEX
           END-IF.

      *  CADA COMPONENTE SAI DO ESTOQUE E DO LOCAL DA TRANSACAO E
      *  GANHA SUA LINHA S NO KARDEX COM O CODIGO DO KIT, MESMO
      *  CRITERIO DO ESTMOV; O KIT EM SI NAO TEM SALDO NEM KARDEX.
       APLICAR-SAIDA-KIT.
           MOVE  "N"  TO  W-ERRO-KIT
           PERFORM  BAIXAR-COMPONENTE
                    VARYING W-IX-COMP FROM 1 BY 1
                    UNTIL W-IX-COMP > W-QTD-COMP OR ERRO-NO-KIT.
           IF  NOT ERRO-NO-KIT
               ADD  1  TO  W-TOTAL-SAIDAS-KIT
               IF  TRN-LOCAL = SPACES
                   ADD  1  TO  W-TOTAL-SEM-LOCAL
               END-IF
           END-IF.
       BAIXAR-COMPONENTE.
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  CODPROD-EST
           READ  CAD-ESTOQUE
           IF  CODERRO-EST = "00"
               SUBTRACT  W-TAB-BAIXA (W-IX-COMP)  FROM  QTDE-ESTOQUE
               REWRITE  REG-ESTOQUE
           END-IF
           IF  CODERRO-EST NOT = "00"
               MOVE  "S"  TO  W-ERRO-KIT
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR O SALDO DO COMPONENTE: "
                       TRN-CODPROD " " W-TAB-CODCOMP (W-IX-COMP)
           ELSE
               IF  CUSTO-MEDIO NOT NUMERIC
                   MOVE  ZERO  TO  CUSTO-MEDIO
               END-IF
               PERFORM  BAIXAR-COMPONENTE-LOCAL
           END-IF.
       BAIXAR-COMPONENTE-LOCAL.
           MOVE  W-TAB-CODCOMP (W-IX-COMP)  TO  ELC-CODPROD
           MOVE  W-LOCAL                    TO  ELC-LOCAL
           READ  CAD-ESTLOCAL
           IF  CODERRO-ELC = "00"
               SUBTRACT  W-TAB-BAIXA (W-IX-COMP)  FROM  ELC-QTDE
               MOVE  ELC-QTDE  TO  W-SALDO-COMP-LOC
               REWRITE  REG-ESTLOCAL
           END-IF
           IF  CODERRO-ELC NOT = "00"
               MOVE  "S"  TO  W-ERRO-KIT
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR O LOCAL DO COMPONENTE: "
                       TRN-CODPROD " " W-TAB-CODCOMP (W-IX-COMP)
                       " " W-LOCAL
           ELSE
               ADD  1  TO  W-TOTAL-COMP-BAIXADOS
               PERFORM  GRAVAR-KARDEX-COMPONENTE
           END-IF.

      *  ENTRADA E SAIDA ACOMPANHAM O SALDO TOTAL NO LOCAL DA
      *  TRANSACAO, MESMO CRITERIO DO ESTMOV.
       ATUALIZAR-SALDO-LOCAL.
           IF  MOV-ENTRADA
               ADD  TRN-QTDE  TO  W-SALDO-LOCAL
           ELSE
               SUBTRACT  TRN-QTDE  FROM  W-SALDO-LOCAL
           END-IF
           MOVE  W-LOCAL        TO  W-LOC-GRAVAR
           MOVE  W-SALDO-LOCAL  TO  W-QTDE-GRAVAR
           MOVE  W-LOCAL-NOVO   TO  W-NOVO-GRAVAR
           PERFORM  GRAVAR-SALDO-LOCAL
           IF  CODERRO-ELC NOT = "00"
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR O SALDO DO LOCAL: "
                       TRN-CODPROD " " W-LOCAL
           END-IF.

      *  A TRANSFERENCIA SO MEXE NO SALDO POR LOCAL; O TOTAL DO
      *  ARQUIVO DE ESTOQUE NAO MUDA. SE O DESTINO FALHAR, A ORIGEM
      *  VOLTA AO SALDO ANTERIOR E NADA VAI PARA O KARDEX.
       APLICAR-TRANSFERENCIA.
           SUBTRACT  TRN-QTDE  FROM  W-SALDO-LOCAL
           MOVE  W-LOCAL        TO  W-LOC-GRAVAR
           MOVE  W-SALDO-LOCAL  TO  W-QTDE-GRAVAR
           MOVE  W-LOCAL-NOVO   TO  W-NOVO-GRAVAR
           PERFORM  GRAVAR-SALDO-LOCAL
           IF  CODERRO-ELC NOT = "00"
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR O SALDO DA ORIGEM: "
                       TRN-CODPROD " " W-LOCAL
           ELSE
               ADD  TRN-QTDE  TO  W-SALDO-DESTINO
               MOVE  TRN-LOCAL-DESTINO  TO  W-LOC-GRAVAR
               MOVE  W-SALDO-DESTINO    TO  W-QTDE-GRAVAR
               MOVE  W-DESTINO-NOVO     TO  W-NOVO-GRAVAR
               PERFORM  GRAVAR-SALDO-LOCAL
               IF  CODERRO-ELC NOT = "00"
                   ADD  1  TO  W-TOTAL-ERRO
                   DISPLAY "ERRO AO GRAVAR O SALDO DO DESTINO: "
                           TRN-CODPROD " " TRN-LOCAL-DESTINO
                   PERFORM  DESFAZER-SAIDA-ORIGEM
               ELSE
                   PERFORM  CONTAR-MOVIMENTO
                   PERFORM  GRAVAR-KARDEX
               END-IF
           END-IF.

       DESFAZER-SAIDA-ORIGEM.
           ADD  TRN-QTDE  TO  W-SALDO-LOCAL
           MOVE  W-LOCAL        TO  W-LOC-GRAVAR
           MOVE  W-SALDO-LOCAL  TO  W-QTDE-GRAVAR
           MOVE  "N"            TO  W-NOVO-GRAVAR
           PERFORM  GRAVAR-SALDO-LOCAL.

      *  GRAVA O SALDO DO PRODUTO NO LOCAL W-LOC-GRAVAR; O REGISTRO
      *  E CRIADO (WRITE) QUANDO O PRODUTO AINDA NAO TINHA SALDO ALI.
       GRAVAR-SALDO-LOCAL.
           INITIALIZE  REG-ESTLOCAL
           MOVE  CODPROD        TO  ELC-CODPROD
           MOVE  W-LOC-GRAVAR   TO  ELC-LOCAL
           MOVE  W-QTDE-GRAVAR  TO  ELC-QTDE
           IF  W-NOVO-GRAVAR = "S"
               WRITE  REG-ESTLOCAL
           ELSE
               REWRITE  REG-ESTLOCAL
           END-IF.

      *  CUSTO MEDIO PONDERADO, MESMO CALCULO DO ESTMOV; ENTRADA
      *  SEM CUSTO ENTRA PELO CUSTO MEDIO VIGENTE E NAO O ALTERA.
       CALCULAR-CUSTO-MEDIO.
           IF  W-CUSTO-UNIT = ZERO
               MOVE  CUSTO-MEDIO  TO  W-CUSTO-UNIT
               ADD  1  TO  W-TOTAL-SEM-CUSTO
           ELSE
               COMPUTE  CUSTO-MEDIO ROUNDED =
                        (QTDE-ESTOQUE * CUSTO-MEDIO
                         + TRN-QTDE * W-CUSTO-UNIT)
                        / (QTDE-ESTOQUE + TRN-QTDE)
           END-IF.

       CONTAR-MOVIMENTO.
           EVALUATE  TRUE
               WHEN  MOV-ENTRADA
                   ADD  1  TO  W-TOTAL-ABERTURAS
               WHEN  MOV-LIBERA-PEDIDO
                   ADD  1  TO  W-TOTAL-LIBERACOES
               WHEN  MOV-TRANSFERENCIA
                   ADD  1  TO  W-TOTAL-TRANSFERENCIAS
           END-EVALUATE.
           IF  TRN-LOCAL = SPACES AND
               (MOV-ENTRADA OR MOV-SAIDA OR MOV-TRANSFERENCIA)
               ADD  1  TO  W-TOTAL-SEM-LOCAL
           END-IF.

       GRAVAR-KARDEX.
           MOVE  CODPROD             TO  KDX-CODPROD
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  ZERO                TO  KDX-PEDIDO
           IF  MOV-ENTRADA
               MOVE  W-CUSTO-UNIT    TO  KDX-CUSTO-UNIT
           ELSE
               MOVE  CUSTO-MEDIO     TO  KDX-CUSTO-UNIT
           END-IF
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  W-LOCAL             TO  KDX-LOCAL
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           IF  MOV-ABRE-PEDIDO OR MOV-LIBERA-PEDIDO
               MOVE  SPACES          TO  KDX-SALDO-LOCAL-X
           ELSE
               MOVE  W-SALDO-LOCAL   TO  KDX-SALDO-LOCAL
           END-IF
           IF  MOV-TRANSFERENCIA
               MOVE  TRN-LOCAL-DESTINO  TO  KDX-LOCAL-CONTRA
           END-IF
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  ZERO                TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX: " TRN-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.
           IF  MOV-TRANSFERENCIA
               PERFORM  GRAVAR-KARDEX-CHEGADA
           END-IF.

      *  SEGUNDA LINHA DA TRANSFERENCIA: A CHEGADA (R) NO DESTINO,
      *  COM O LOCAL DE ORIGEM COMO CONTRAPARTIDA.
       GRAVAR-KARDEX-CHEGADA.
           MOVE  "R"                 TO  KDX-TIPO-MOV
           MOVE  TRN-LOCAL-DESTINO   TO  KDX-LOCAL
           MOVE  W-SALDO-DESTINO     TO  KDX-SALDO-LOCAL
           MOVE  W-LOCAL             TO  KDX-LOCAL-CONTRA
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX: " TRN-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  LINHA S DE UM COMPONENTE BAIXADO PELA SAIDA DE UM KIT.
       GRAVAR-KARDEX-COMPONENTE.
           MOVE  CODPROD-EST         TO  KDX-CODPROD
           MOVE  DATA-COM-BARRA      TO  KDX-DATA
           MOVE  "S"                 TO  KDX-TIPO-MOV
           MOVE  W-TAB-BAIXA (W-IX-COMP)  TO  KDX-QTDE-MOV
           MOVE  QTDE-ESTOQUE        TO  KDX-SALDO-ESTOQUE
           MOVE  QTDE-PEDIDO-ABERTO  TO  KDX-SALDO-PEDIDO
           MOVE  W-OPERADOR          TO  KDX-OPERADOR
           MOVE  ZERO                TO  KDX-PEDIDO
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-UNIT
           MOVE  CUSTO-MEDIO         TO  KDX-CUSTO-MEDIO
           MOVE  W-LOCAL             TO  KDX-LOCAL
           MOVE  SPACES              TO  KDX-LOCAL-CONTRA
           MOVE  W-SALDO-COMP-LOC    TO  KDX-SALDO-LOCAL
           MOVE  ZERO                TO  KDX-ESTORNO-DE
           MOVE  TRN-CODPROD         TO  KDX-KIT
           MOVE  SPACE               TO  KDX-TIPO-ESTORNADO
           CALL  "NUMKDX"  USING  KDX-NUMERO
           WRITE  REG-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "ERRO AO GRAVAR O KARDEX: " CODPROD-EST
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  A TRANSACAO REJEITADA SAI NO MESMO LAYOUT DE ENTRADA, COM O
      *  REENVIADO.
       GRAVAR-REJEITO.
           ADD  1  TO  W-TOTAL-REJEITADOS
           MOVE  REG-TRANSACAO (1:23)  TO  REJ-TRANSACAO
           MOVE  W-MOTIVO-REJEITO      TO  REJ-MOTIVO
           WRITE  REG-REJEITO
           IF  CODERRO-REJ NOT = "00"
           END-IF.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ESTOQUE"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.

           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  I-O  CAD-ESTOQUE.
               IF  CODERRO-EST NOT = "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE ESTOQUE: "
                           CODERRO-EST
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               DISPLAY "CADASTRO DE LOCAIS NAO ENCONTRADO (CNVLOCAL)"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  I-O  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               DISPLAY "SALDO POR LOCAL NAO ENCONTRADO (CNVLOCAL)"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  EXTEND  ARQ-KARDEX.
           IF  CODERRO-KDX NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE KARDEX"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-KIT.
           IF  CODERRO-KIT = "00"
               MOVE  "S"  TO  W-KIT-OK
           ELSE
               MOVE  "N"  TO  W-KIT-OK
           END-IF.
           OPEN  INPUT  ARQ-TRANSACAO.
           IF  CODERRO-TRN NOT = "00"
               DISPLAY "ARQUIVO DE TRANSACAO NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-REJEITOS.
           IF  CODERRO-REJ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE REJEITADAS"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-ESTOQUE.
           CLOSE  ARQ-KARDEX.
           CLOSE  CAD-LOCAL.
           CLOSE  CAD-ESTLOCAL.
           CLOSE  ARQ-TRANSACAO.
           CLOSE  ARQ-REJEITOS.
           IF  ARQ-KIT-DISPONIVEL
               CLOSE  CAD-KIT
           END-IF.
