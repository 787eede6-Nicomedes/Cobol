      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       AUDINTEG.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  AUDITORIA DE INTEGRIDADE DOS CADASTROS: VARRE O *
      *    *  CADASTRO DE PRODUTO E OS ARQUIVOS QUE DEPENDEM  *
      *    *  DELE E LISTA AS OCORRENCIAS AGRUPADAS POR TIPO, *
      *    *  COM A CONTAGEM DE CADA TIPO. NAO ALTERA NENHUM  *
      *    *  ARQUIVO: RODA NA CADEIA NOTURNA ANTES DA COPIA  *
      *    *  DE SEGURANCA (BKPARQS)                          *
      *    ****************************************************
      *    TIPOS DE OCORRENCIA:
      *    01 CATEGORIA FORA DO CATEG.DAT (OU EM BRANCO)
      *    02 FORNECEDOR FORA DO FORNEC.DAT (OU EM BRANCO)
      *    03 ESTOQUE MINIMO OU REPOSICAO EM BRANCO/NAO NUMERICO
      *    04 PRODUTO INATIVO COM SALDO NO ESTOQUE.DAT
      *    05 PRODUTO INATIVO COM PEDIDO EM ABERTO NO ESTOQUE.DAT
      *    06 REGISTRO DO ESTOQUE.DAT SEM PRODUTO (EXPURGADO)
      *    07 SOMA DOS SALDOS POR LOCAL DIFERENTE DO QTDE-ESTOQUE
      *    08 SALDO POR LOCAL SEM PRODUTO NO CADASTRO
      *    09 SALDO POR LOCAL NUM LOCAL FORA DO LOCAL.DAT
      *    10 PRECO PROGRAMADO (PRECPROG.DAT) DE PRODUTO INATIVO OU
      *       INEXISTENTE
      *    11 SUGESTAO DE COMPRA (SUGCOMP.DAT) DE PRODUTO INATIVO OU
      *       INEXISTENTE
      *    12 ITEM DE PEDIDO DE COMPRA EM ABERTO DE PRODUTO INATIVO
      *       OU INEXISTENTE
      *    ARQUIVO DE OCORRENCIAS AUDINTEG.TRN, NO LAYOUT DE
      *    TRANSACAO DO MANPRLOT, COM A OCORRENCIA NAS COLUNAS 51-80:
      *    TIPOS 01 E 02 (PRODUTO ATIVO): "A" COM O CODIGO ATUAL, QUE
      *    O MANPRLOT REJEITA ATE O USUARIO INFORMAR O CODIGO CERTO;
      *    TIPO 03 (PRODUTO ATIVO): "A" COM O CONTEUDO NAO NUMERICO
      *    TROCADO POR ZERO; TIPOS 04 E 05: "R" DE REATIVACAO. DEPOIS
      *    DE REVISADO, O ARQUIVO E RENOMEADO (OU ANEXADO) PARA
      *    MANPROD.TRN. OS DEMAIS TIPOS SAO ACERTADOS PELOS PROGRAMAS
      *    DE CADA ARQUIVO E SO SAEM NO RELATORIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           COPY  PRODSELS.
           COPY  ESTSELS.
           COPY  ESTLSELS.
           COPY  PITSELS.
           COPY  CATSEL.
           COPY  FORSEL.
           COPY  LOCSEL.
           SELECT  ARQ-PRECOS ASSIGN TO "PRECPROG.DAT"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-PPR.
           SELECT  ARQ-SUGESTAO ASSIGN TO "SUGCOMP.DAT"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SUG.
           SELECT  ARQ-SORT ASSIGN TO "SORTWK".
           SELECT  REL-AUDITORIA ASSIGN TO "AUDINTEG.LST"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-REL.
           SELECT  ARQ-OCORRENCIAS ASSIGN TO "AUDINTEG.TRN"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-OCR.
       DATA DIVISION.
       FILE  SECTION.
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  ESTLOC.
           COPY  PEDITEM.
           COPY  CATEG.
           COPY  FORNEC.
           COPY  LOCAL.
       FD  ARQ-PRECOS
           LABEL  RECORD  STANDARD.
       01  REG-PRECO-PROG.
           02  PPR-CODPROD     PIC  9(5).
           02  PPR-PRECO       PIC  9(4)V99.
           02  PPR-DATA        PIC  9(8).
           02  FILLER          PIC  X(11).
       FD  ARQ-SUGESTAO
           LABEL  RECORD  STANDARD.
       01  REG-SUGESTAO.
           02  SUG-FORNECEDOR  PIC  X(5).
           02  FILLER          PIC  X.
           02  SUG-CODPROD     PIC  9(5).
           02  FILLER          PIC  X.
           02  SUG-QTDE        PIC  9(5).
       SD  ARQ-SORT.
       01  REG-SORT.
           02  SRT-TIPO        PIC  9(2).
           02  SRT-CODPROD     PIC  9(5).
           02  SRT-SEQ         PIC  9(7).
           02  SRT-DESCRI      PIC  X(20).
           02  SRT-DETALHE     PIC  X(40).
           02  SRT-TRANSACAO   PIC  X(80).
       FD  REL-AUDITORIA
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(80).
       FD  ARQ-OCORRENCIAS
           LABEL  RECORD  STANDARD.
       01  REG-OCORRENCIA          PIC  X(80).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-CAT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-FOR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PPR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SUG         PIC  X(2)  VALUE SPACES.
       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-OCR         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FIM-SORT          PIC  X     VALUE "N".
           88  FIM-SORT        VALUE "S".
      *  ARQUIVOS OPCIONAIS: AUSENTES, A CONFERENCIA E PULADA
       77  W-ESTOQUE-OK        PIC  X     VALUE "N".
           88  ESTOQUE-DISPONIVEL  VALUE "S".
       77  W-LOCAIS-OK         PIC  X     VALUE "N".
           88  LOCAIS-DISPONIVEIS  VALUE "S".
       77  W-ITENS-OK          PIC  X     VALUE "N".
           88  ITENS-DISPONIVEIS   VALUE "S".
       77  W-PRECOS-OK         PIC  X     VALUE "N".
           88  PRECOS-DISPONIVEIS  VALUE "S".
       77  W-SUGESTAO-OK       PIC  X     VALUE "N".
           88  SUGESTAO-DISPONIVEL VALUE "S".
      *  CHAVES DA CONFERENCIA ESTOQUE X SALDO POR LOCAL: 999999
      *  MARCA FIM DE ARQUIVO (OS CODIGOS DE PRODUTO VAO SO ATE
      *  99999). W-CHAVE-ELC E A CHAVE DO PROXIMO REGISTRO LIDO DO
      *  ESTLOCAL E W-CHAVE-LOC A DO GRUPO JA SOMADO.
       77  W-CHAVE-EST         PIC  9(6)  VALUE 999999.
       77  W-CHAVE-ELC         PIC  9(6)  VALUE 999999.
       77  W-CHAVE-LOC         PIC  9(6)  VALUE 999999.
       77  W-SOMA-LOCAL        PIC  9(7)  VALUE ZERO.
      *  SOMA DOS LOCAIS DO PRODUTO EM CONFERENCIA; W-SOMA-LOCAL FICA
      *  GUARDANDO O GRUPO PENDENTE ATE O ESTOQUE DELE SER LIDO.
       77  W-SOMA-COMPARADA    PIC  9(7)  VALUE ZERO.
       77  W-SALDO-TOTAL       PIC  9(7)  VALUE ZERO.
       77  W-COD-COMPARADO     PIC  9(5)  VALUE ZERO.
       77  W-IX                PIC  9(6)  VALUE ZERO.
       77  W-COD-PESQ          PIC  9(5)  VALUE ZERO.
       77  W-SITUACAO-PESQ     PIC  X     VALUE SPACE.
           88  PESQ-ATIVO          VALUE "A".
           88  PESQ-INATIVO        VALUE "I".
           88  PESQ-INEXISTENTE    VALUE SPACE.
       77  W-PENDENTE          PIC  9(5)  VALUE ZERO.
       77  W-TIPO-ATUAL        PIC  9(2)  VALUE ZERO.
       77  W-QTDE-EDITADA      PIC  ZZZZZZ9.
       77  W-QTDE-EDITADA-2    PIC  ZZZZZZ9.
       77  W-PREFIXO           PIC  X(14) VALUE SPACES.
       77  W-PRECO-EDITADO     PIC  ZZZ9,99.
       77  W-SEQ               PIC  9(7)  VALUE ZERO.
       77  W-NUM-PAGINA        PIC  9(3)  VALUE ZERO.
       77  W-LINHAS-PAGINA     PIC  9(2)  VALUE ZERO.
       77  W-MAX-LINHAS        PIC  9(2)  VALUE 20.
       77  W-TOTAL-PRODUTOS    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-OCORRENCIAS PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-TRANSACOES  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       77  W-QTDE-TIPOS        PIC  9(2)  VALUE 12.
      *  SITUACAO DE CADA CODIGO DE PRODUTO (A = ATIVO, I = INATIVO,
      *  BRANCO = INEXISTENTE), CARREGADA NA VARREDURA DO CADASTRO
      *  PARA AS CONFERENCIAS DOS DEMAIS ARQUIVOS
       01  W-TABELA-PRODUTOS.
           02  W-TAB-PROD  OCCURS 99999.
               03  W-TAB-SITUACAO  PIC  X.
               03  W-TAB-DESCRI    PIC  X(20).
       01  W-TABELA-TIPOS.
           02  FILLER  PIC  X(40)  VALUE "CATEGORIA NAO CADASTRADA".
           02  FILLER  PIC  X(40)  VALUE "FORNECEDOR NAO CADASTRADO".
           02  FILLER  PIC  X(40)
                   VALUE "ESTOQUE MINIMO/REPOSICAO INVALIDO".
           02  FILLER  PIC  X(40)
                   VALUE "PRODUTO INATIVO COM SALDO EM ESTOQUE".
           02  FILLER  PIC  X(40)
                   VALUE "PRODUTO INATIVO COM PEDIDO EM ABERTO".
           02  FILLER  PIC  X(40)
                   VALUE "ESTOQUE DE PRODUTO EXPURGADO/INEXISTENTE".
           02  FILLER  PIC  X(40)
                   VALUE "SALDO POR LOCAL DIFERENTE DO TOTAL".
           02  FILLER  PIC  X(40)
                   VALUE "SALDO POR LOCAL DE PRODUTO INEXISTENTE".
           02  FILLER  PIC  X(40)
                   VALUE "SALDO EM LOCAL NAO CADASTRADO".
           02  FILLER  PIC  X(40)
                   VALUE "PRECO PROGRAMADO DE PRODUTO NAO ATIVO".
           02  FILLER  PIC  X(40)
                   VALUE "SUGESTAO DE COMPRA DE PRODUTO NAO ATIVO".
           02  FILLER  PIC  X(40)
                   VALUE "ITEM DE PEDIDO ABERTO DE PROD. NAO ATIVO".
       01  W-TIPOS  REDEFINES  W-TABELA-TIPOS.
           02  W-DESCRI-TIPO   PIC  X(40)  OCCURS 12.
       01  W-CONTADORES.
           02  W-QTDE-TIPO     PIC  9(5)  OCCURS 12.
      *  OCORRENCIA MONTADA PELAS CONFERENCIAS ANTES DO RELEASE
       01  W-OCORRENCIA.
           02  W-OC-TIPO       PIC  9(2).
           02  W-OC-CODPROD    PIC  9(5).
           02  W-OC-DETALHE    PIC  X(40).
      *  TRANSACAO SUGERIDA, NO LAYOUT DE ENTRADA DO MANPRLOT
       01  W-TRANSACAO.
           02  TRN-TIPO        PIC  X.
           02  TRN-CODPROD     PIC  9(5).
           02  TRN-DESCRI      PIC  X(20).
           02  TRN-PRECO-X     PIC  X(6).
           02  TRN-CATEGORIA   PIC  X(3).
           02  TRN-FORNECEDOR  PIC  X(5).
           02  TRN-ESTQ-MINIMO PIC  9(5).
           02  TRN-QTDE-REPOSICAO PIC 9(5).
           02  TRN-OBSERVACAO  PIC  X(30).
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
           02  FILLER   PIC  X(30) VALUE "AUDITORIA DE INTEGRIDADE".
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "DATA: ".
           02  CB-DATA  PIC  X(10).
           02  FILLER   PIC  X(10) VALUE SPACES.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(8)  VALUE "CODIGO".
           02  FILLER   PIC  X(22) VALUE "DESCRICAO".
           02  FILLER   PIC  X(40) VALUE "OCORRENCIA".
       01  LINHA-GRUPO.
           02  FILLER      PIC  X(5)  VALUE "TIPO ".
           02  LG-TIPO     PIC  99.
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LG-DESCRI   PIC  X(40).
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-DETALHE  PIC  X(40).
       01  LINHA-TOTAL-TIPO.
           02  FILLER      PIC  X(14) VALUE "TOTAL DO TIPO ".
           02  LTT-TIPO    PIC  99.
           02  FILLER      PIC  X(8)  VALUE " . . . :".
           02  LTT-QTDE    PIC  ZZ.ZZ9.
       01  LINHA-RESUMO-TITULO.
           02  FILLER      PIC  X(40)
                   VALUE "RESUMO POR TIPO DE OCORRENCIA".
       01  LINHA-RESUMO.
           02  LR-TIPO     PIC  99.
           02  FILLER      PIC  X(3)  VALUE " - ".
           02  LR-DESCRI   PIC  X(40).
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LR-QTDE     PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-1.
           02  FILLER      PIC  X(24) VALUE "PRODUTOS LIDOS . . . . :".
           02  RD-PRODUTOS PIC  ZZ.ZZ9.
       01  LINHA-RODAPE-2.
           02  FILLER      PIC  X(24) VALUE "TOTAL DE OCORRENCIAS . :".
           02  RD-OCORR    PIC  Z.ZZZ.ZZ9.
       01  LINHA-RODAPE-3.
           02  FILLER      PIC  X(24) VALUE "TRANSACOES GERADAS . . :".
           02  RD-TRANSAC  PIC  ZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           MOVE  SPACES  TO  W-TABELA-PRODUTOS.
           INITIALIZE  W-CONTADORES.
           PERFORM ABRIR-ARQUIVOS.
           SORT  ARQ-SORT
                 ON ASCENDING KEY SRT-TIPO
                                  SRT-CODPROD
                                  SRT-SEQ
                 INPUT  PROCEDURE VARRER-ARQUIVOS
                 OUTPUT PROCEDURE EMITIR-OCORRENCIAS.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "AUDITORIA DE INTEGRIDADE - " W-OPERADOR.
           DISPLAY "PRODUTOS LIDOS . . . . . . . . : "
                   W-TOTAL-PRODUTOS.
           MOVE  1  TO  W-IX.
           PERFORM EXIBIR-CONTAGEM-TIPO UNTIL W-IX > W-QTDE-TIPOS.
           DISPLAY "TOTAL DE OCORRENCIAS . . . . . : "
                   W-TOTAL-OCORRENCIAS.
           DISPLAY "TRANSACOES GERADAS . . . . . . : "
                   W-TOTAL-TRANSACOES.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "RELATORIO GERADO EM AUDINTEG.LST".
           DISPLAY "TRANSACOES PARA REVISAO EM AUDINTEG.TRN".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 4 = HOUVE OCORRENCIA, 8 = ERRO DE GRAVACAO
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  W-TOTAL-OCORRENCIAS > ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       EXIBIR-CONTAGEM-TIPO.
           DISPLAY "  " W-IX (5:2) " " W-DESCRI-TIPO (W-IX) " : "
                   W-QTDE-TIPO (W-IX).
           ADD  1  TO  W-IX.

      *  O CADASTRO DE PRODUTO E LIDO PRIMEIRO, PARA A TABELA DE
      *  SITUACAO ESTAR COMPLETA QUANDO OS DEMAIS ARQUIVOS FOREM
      *  CONFERIDOS CONTRA ELA.
       VARRER-ARQUIVOS.
           PERFORM LER-PRODUTO UNTIL FIM-ARQUIVO.
           IF  ESTOQUE-DISPONIVEL
               PERFORM LER-ESTOQUE
               IF  LOCAIS-DISPONIVEIS
                   PERFORM LER-LOCAL
                   PERFORM ACUMULAR-GRUPO-LOCAL
               END-IF
               PERFORM CONFERIR-SALDOS
                   UNTIL W-CHAVE-EST = 999999 AND W-CHAVE-LOC = 999999
           END-IF.
           IF  ITENS-DISPONIVEIS
               MOVE  "N"  TO  W-FIM-ARQUIVO
               PERFORM LER-ITEM-PEDIDO UNTIL FIM-ARQUIVO
           END-IF.
           IF  PRECOS-DISPONIVEIS
               MOVE  "N"  TO  W-FIM-ARQUIVO
               PERFORM LER-PRECO-PROGRAMADO UNTIL FIM-ARQUIVO
           END-IF.
           IF  SUGESTAO-DISPONIVEL
               MOVE  "N"  TO  W-FIM-ARQUIVO
               PERFORM LER-SUGESTAO UNTIL FIM-ARQUIVO
           END-IF.

       LER-PRODUTO.
           READ CAD-PRODUTO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-TOTAL-PRODUTOS
                   IF  CODPROD > ZERO
                       MOVE  CODPROD  TO  W-IX
                       IF  PROD-INATIVO
                           MOVE  "I"  TO  W-TAB-SITUACAO (W-IX)
                       ELSE
                           MOVE  "A"  TO  W-TAB-SITUACAO (W-IX)
                       END-IF
                       MOVE  DESCRI  TO  W-TAB-DESCRI (W-IX)
                   END-IF
                   PERFORM CONFERIR-CATEGORIA
                   PERFORM CONFERIR-FORNECEDOR
                   PERFORM CONFERIR-REPOSICAO
           END-READ.

      *  CATEGORIA E FORNECEDOR EM BRANCO TAMBEM SAO OCORRENCIA. SO
      *  PRODUTO ATIVO GERA TRANSACAO: O MANPRLOT NAO ALTERA INATIVO.
      *  A TRANSACAO LEVA O CODIGO ATUAL PARA O USUARIO CORRIGIR.
       CONFERIR-CATEGORIA.
           MOVE  CATEGORIA  TO  CODCAT
           IF  CATEGORIA = SPACES
               MOVE  "99"  TO  CODERRO-CAT
           ELSE
               READ  CAD-CATEGORIA
           END-IF
           IF  CODERRO-CAT NOT = "00"
               MOVE  1  TO  W-OC-TIPO
               MOVE  CODPROD  TO  W-OC-CODPROD
               MOVE  SPACES  TO  W-OC-DETALHE
               IF  CATEGORIA = SPACES
                   MOVE  "CATEGORIA EM BRANCO"  TO  W-OC-DETALHE
               ELSE
                   STRING  "CATEGORIA "  CATEGORIA
                           DELIMITED BY SIZE  INTO  W-OC-DETALHE
               END-IF
               MOVE  SPACES  TO  W-TRANSACAO
               IF  NOT PROD-INATIVO
                   MOVE  "A"        TO  TRN-TIPO
                   MOVE  CODPROD    TO  TRN-CODPROD
                   MOVE  CATEGORIA  TO  TRN-CATEGORIA
                   MOVE  "INFORMAR CATEGORIA CADASTRADA"
                     TO  TRN-OBSERVACAO
               END-IF
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.

       CONFERIR-FORNECEDOR.
           MOVE  FORNECEDOR  TO  CODFORN
           IF  FORNECEDOR = SPACES
               MOVE  "99"  TO  CODERRO-FOR
           ELSE
               READ  CAD-FORNECEDOR
           END-IF
           IF  CODERRO-FOR NOT = "00"
               MOVE  2  TO  W-OC-TIPO
               MOVE  CODPROD  TO  W-OC-CODPROD
               MOVE  SPACES  TO  W-OC-DETALHE
               IF  FORNECEDOR = SPACES
                   MOVE  "FORNECEDOR EM BRANCO"  TO  W-OC-DETALHE
               ELSE
                   STRING  "FORNECEDOR "  FORNECEDOR
                           DELIMITED BY SIZE  INTO  W-OC-DETALHE
               END-IF
               MOVE  SPACES  TO  W-TRANSACAO
               IF  NOT PROD-INATIVO
                   MOVE  "A"         TO  TRN-TIPO
                   MOVE  CODPROD     TO  TRN-CODPROD
                   MOVE  FORNECEDOR  TO  TRN-FORNECEDOR
                   MOVE  "INFORMAR FORNECEDOR CADASTRADO"
                     TO  TRN-OBSERVACAO
               END-IF
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.

      *  A TRANSACAO PROPOSTA MANTEM O VALOR NUMERICO QUE EXISTIR E
      *  ZERA O QUE ESTIVER EM BRANCO OU INVALIDO (SEM CONTROLE DE
      *  REPOSICAO), PARA O USUARIO AJUSTAR ANTES DE APLICAR.
       CONFERIR-REPOSICAO.
           IF  ESTQ-MINIMO NOT NUMERIC OR
               QTDE-REPOSICAO NOT NUMERIC
               MOVE  3  TO  W-OC-TIPO
               MOVE  CODPROD  TO  W-OC-CODPROD
               MOVE  SPACES  TO  W-OC-DETALHE
               STRING  "MINIMO '"  ESTQ-MINIMO
                       "' REPOSICAO '"  QTDE-REPOSICAO  "'"
                       DELIMITED BY SIZE  INTO  W-OC-DETALHE
               MOVE  SPACES  TO  W-TRANSACAO
               IF  NOT PROD-INATIVO
                   MOVE  "A"      TO  TRN-TIPO
                   MOVE  CODPROD  TO  TRN-CODPROD
                   MOVE  ZERO     TO  TRN-ESTQ-MINIMO
                   MOVE  ZERO     TO  TRN-QTDE-REPOSICAO
                   IF  ESTQ-MINIMO NUMERIC
                       MOVE  ESTQ-MINIMO  TO  TRN-ESTQ-MINIMO
                   END-IF
                   IF  QTDE-REPOSICAO NUMERIC
                       MOVE  QTDE-REPOSICAO  TO  TRN-QTDE-REPOSICAO
                   END-IF
                   MOVE  "CONFERIR MINIMO E REPOSICAO"
                     TO  TRN-OBSERVACAO
               END-IF
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.

      *  CONFERENCIA CLASSICA DE DOIS ARQUIVOS EM ORDEM ASCENDENTE
      *  DE CHAVE (MESMO ESQUEMA DO RECESTQ): DE UM LADO O REGISTRO
      *  DO ESTOQUE, DO OUTRO O GRUPO DE SALDOS POR LOCAL DO MESMO
      *  PRODUTO JA SOMADO.
       CONFERIR-SALDOS.
           EVALUATE  TRUE
               WHEN  W-CHAVE-EST < W-CHAVE-LOC
                   PERFORM  AVALIAR-ESTOQUE
                   MOVE  ZERO  TO  W-SOMA-COMPARADA
                   MOVE  CODPROD-EST   TO  W-COD-COMPARADO
                   MOVE  QTDE-ESTOQUE  TO  W-SALDO-TOTAL
                   PERFORM  COMPARAR-SALDO-LOCAIS
                   PERFORM  LER-ESTOQUE
               WHEN  W-CHAVE-EST > W-CHAVE-LOC
                   MOVE  W-CHAVE-LOC  TO  W-COD-COMPARADO
                   MOVE  ZERO  TO  W-SALDO-TOTAL
                   MOVE  W-SOMA-LOCAL  TO  W-SOMA-COMPARADA
                   PERFORM  COMPARAR-SALDO-LOCAIS
                   PERFORM  ACUMULAR-GRUPO-LOCAL
               WHEN  OTHER
                   PERFORM  AVALIAR-ESTOQUE
                   MOVE  CODPROD-EST   TO  W-COD-COMPARADO
                   MOVE  QTDE-ESTOQUE  TO  W-SALDO-TOTAL
                   MOVE  W-SOMA-LOCAL  TO  W-SOMA-COMPARADA
                   PERFORM  COMPARAR-SALDO-LOCAIS
                   PERFORM  LER-ESTOQUE
                   PERFORM  ACUMULAR-GRUPO-LOCAL
           END-EVALUATE.

      *  REGISTRO DE ESTOQUE SEM PRODUTO (EXPURGADO) OU DE PRODUTO
      *  INATIVO QUE AINDA TEM SALDO OU PEDIDO EM ABERTO. PARA O
      *  INATIVO A TRANSACAO PROPOSTA E A REATIVACAO, UMA SO POR
      *  PRODUTO.
       AVALIAR-ESTOQUE.
           MOVE  CODPROD-EST  TO  W-COD-PESQ
           PERFORM  LOCALIZAR-PRODUTO
           MOVE  CODPROD-EST  TO  W-OC-CODPROD
           MOVE  SPACES  TO  W-TRANSACAO
           EVALUATE  TRUE
               WHEN  PESQ-INEXISTENTE
                   MOVE  6  TO  W-OC-TIPO
                   MOVE  SPACES  TO  W-OC-DETALHE
                   MOVE  QTDE-ESTOQUE        TO  W-QTDE-EDITADA
                   MOVE  QTDE-PEDIDO-ABERTO  TO  W-QTDE-EDITADA-2
                   STRING  "SALDO "  W-QTDE-EDITADA
                           " PEDIDO "  W-QTDE-EDITADA-2
                           DELIMITED BY SIZE  INTO  W-OC-DETALHE
                   PERFORM  REGISTRAR-OCORRENCIA
               WHEN  PESQ-INATIVO
                   IF  QTDE-ESTOQUE > ZERO
                       MOVE  4  TO  W-OC-TIPO
                       MOVE  SPACES  TO  W-OC-DETALHE
                       MOVE  QTDE-ESTOQUE  TO  W-QTDE-EDITADA
                       STRING  "SALDO "  W-QTDE-EDITADA
                               DELIMITED BY SIZE  INTO  W-OC-DETALHE
                       PERFORM  MONTAR-REATIVACAO
                       PERFORM  REGISTRAR-OCORRENCIA
                   END-IF
                   IF  QTDE-PEDIDO-ABERTO > ZERO
                       MOVE  5  TO  W-OC-TIPO
                       MOVE  SPACES  TO  W-OC-DETALHE
                       MOVE  QTDE-PEDIDO-ABERTO  TO  W-QTDE-EDITADA
                       STRING  "PEDIDO EM ABERTO "  W-QTDE-EDITADA
                               DELIMITED BY SIZE  INTO  W-OC-DETALHE
                       MOVE  SPACES  TO  W-TRANSACAO
                       IF  QTDE-ESTOQUE = ZERO
                           PERFORM  MONTAR-REATIVACAO
                       END-IF
                       PERFORM  REGISTRAR-OCORRENCIA
                   END-IF
           END-EVALUATE.

       MONTAR-REATIVACAO.
           MOVE  "R"          TO  TRN-TIPO
           MOVE  CODPROD-EST  TO  TRN-CODPROD
           MOVE  "REATIVAR OU ZERAR O ESTOQUE"  TO  TRN-OBSERVACAO.

      *  A SOMA DOS LOCAIS TEM DE FECHAR COM O TOTAL DO ESTOQUE; SO
      *  E CONFERIDA PARA PRODUTO CADASTRADO, POIS O DE PRODUTO
      *  INEXISTENTE JA SAI NOS TIPOS 06 E 08.
       COMPARAR-SALDO-LOCAIS.
           IF  LOCAIS-DISPONIVEIS
               MOVE  W-COD-COMPARADO  TO  W-COD-PESQ
               PERFORM  LOCALIZAR-PRODUTO
               IF  NOT PESQ-INEXISTENTE AND
                   W-SOMA-COMPARADA NOT = W-SALDO-TOTAL
                   MOVE  7  TO  W-OC-TIPO
                   MOVE  W-COD-COMPARADO  TO  W-OC-CODPROD
                   MOVE  SPACES  TO  W-OC-DETALHE
                   MOVE  W-SALDO-TOTAL  TO  W-QTDE-EDITADA
                   MOVE  W-SOMA-COMPARADA  TO  W-QTDE-EDITADA-2
                   STRING  "ESTOQUE "  W-QTDE-EDITADA
                           " LOCAIS "  W-QTDE-EDITADA-2
                           DELIMITED BY SIZE  INTO  W-OC-DETALHE
                   MOVE  SPACES  TO  W-TRANSACAO
                   PERFORM  REGISTRAR-OCORRENCIA
               END-IF
           END-IF.

      *  SOMA OS SALDOS DE TODOS OS LOCAIS DO PRODUTO DO PROXIMO
      *  REGISTRO JA LIDO, CONFERINDO CADA LOCAL PELO CAMINHO.
       ACUMULAR-GRUPO-LOCAL.
           MOVE  W-CHAVE-ELC  TO  W-CHAVE-LOC
           MOVE  ZERO  TO  W-SOMA-LOCAL
           IF  W-CHAVE-LOC NOT = 999999
               PERFORM  SOMAR-LOCAL
                   UNTIL W-CHAVE-ELC NOT = W-CHAVE-LOC
           END-IF.

       SOMAR-LOCAL.
           IF  ELC-QTDE NUMERIC
               ADD  ELC-QTDE  TO  W-SOMA-LOCAL
           END-IF
           MOVE  ELC-CODPROD  TO  W-COD-PESQ
           PERFORM  LOCALIZAR-PRODUTO
           MOVE  ELC-CODPROD  TO  W-OC-CODPROD
           MOVE  SPACES  TO  W-TRANSACAO
           IF  PESQ-INEXISTENTE
               MOVE  8  TO  W-OC-TIPO
               PERFORM  MONTAR-DETALHE-LOCAL
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF
           MOVE  ELC-LOCAL  TO  CODLOCAL
           READ  CAD-LOCAL
           IF  CODERRO-LOC NOT = "00"
               MOVE  9  TO  W-OC-TIPO
               PERFORM  MONTAR-DETALHE-LOCAL
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF
           PERFORM  LER-LOCAL.

       MONTAR-DETALHE-LOCAL.
           MOVE  SPACES  TO  W-OC-DETALHE
           MOVE  ELC-QTDE  TO  W-QTDE-EDITADA
           STRING  "LOCAL "  ELC-LOCAL  " SALDO "  W-QTDE-EDITADA
                   DELIMITED BY SIZE  INTO  W-OC-DETALHE.

      *  SO O ITEM AINDA EM ABERTO INTERESSA: O ENCERRADO E O
      *  CANCELADO NAO MEXEM MAIS NO ESTOQUE.
       LER-ITEM-PEDIDO.
           READ CAD-ITEM-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  PIT-ABERTO
                       MOVE  PIT-CODPROD  TO  W-COD-PESQ
                       PERFORM  LOCALIZAR-PRODUTO
                       IF  NOT PESQ-ATIVO
                           PERFORM  REGISTRAR-ITEM-PEDIDO
                       END-IF
                   END-IF
           END-READ.

       REGISTRAR-ITEM-PEDIDO.
           MOVE  12  TO  W-OC-TIPO
           MOVE  PIT-CODPROD  TO  W-OC-CODPROD
           MOVE  ZERO  TO  W-PENDENTE
           IF  PIT-QTDE-PEDIDA > PIT-QTDE-RECEBIDA
               COMPUTE  W-PENDENTE = PIT-QTDE-PEDIDA
                                   - PIT-QTDE-RECEBIDA
           END-IF
           MOVE  W-PENDENTE  TO  W-QTDE-EDITADA
           MOVE  SPACES  TO  W-OC-DETALHE
           PERFORM  MONTAR-PREFIXO-SITUACAO
           STRING  W-PREFIXO  "PED. "  PIT-NUMERO
                   " PEND. "  W-QTDE-EDITADA
                   DELIMITED BY SIZE  INTO  W-OC-DETALHE
           MOVE  SPACES  TO  W-TRANSACAO
           PERFORM  REGISTRAR-OCORRENCIA.

      *  LINHAS EM BRANCO SAO IGNORADAS; CODIGO NAO NUMERICO CONTA
      *  COMO PRODUTO INEXISTENTE.
       LER-PRECO-PROGRAMADO.
           READ ARQ-PRECOS
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  REG-PRECO-PROG NOT = SPACES
                       PERFORM  CONFERIR-PRECO-PROGRAMADO
                   END-IF
           END-READ.

       CONFERIR-PRECO-PROGRAMADO.
           MOVE  ZERO  TO  W-COD-PESQ
           IF  PPR-CODPROD NUMERIC
               MOVE  PPR-CODPROD  TO  W-COD-PESQ
           END-IF
           PERFORM  LOCALIZAR-PRODUTO
           IF  NOT PESQ-ATIVO
               MOVE  10  TO  W-OC-TIPO
               MOVE  W-COD-PESQ  TO  W-OC-CODPROD
               MOVE  SPACES  TO  W-OC-DETALHE
               PERFORM  MONTAR-PREFIXO-SITUACAO
               IF  PPR-PRECO NUMERIC
                   MOVE  PPR-PRECO  TO  W-PRECO-EDITADO
               ELSE
                   MOVE  ZERO  TO  W-PRECO-EDITADO
               END-IF
               STRING  W-PREFIXO  "PRECO "
                       W-PRECO-EDITADO  " EM "  PPR-DATA
                       DELIMITED BY SIZE  INTO  W-OC-DETALHE
               MOVE  SPACES  TO  W-TRANSACAO
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.

       LER-SUGESTAO.
           READ ARQ-SUGESTAO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  REG-SUGESTAO NOT = SPACES
                       PERFORM  CONFERIR-SUGESTAO
                   END-IF
           END-READ.

       CONFERIR-SUGESTAO.
           MOVE  ZERO  TO  W-COD-PESQ
           IF  SUG-CODPROD NUMERIC
               MOVE  SUG-CODPROD  TO  W-COD-PESQ
           END-IF
           PERFORM  LOCALIZAR-PRODUTO
           IF  NOT PESQ-ATIVO
               MOVE  11  TO  W-OC-TIPO
               MOVE  W-COD-PESQ  TO  W-OC-CODPROD
               MOVE  SPACES  TO  W-OC-DETALHE
               PERFORM  MONTAR-PREFIXO-SITUACAO
               STRING  W-PREFIXO  "FORNEC. "
                       SUG-FORNECEDOR  " QTDE "  SUG-QTDE
                       DELIMITED BY SIZE  INTO  W-OC-DETALHE
               MOVE  SPACES  TO  W-TRANSACAO
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.

      *  O DETALHE COMECA PELA SITUACAO DO PRODUTO
       MONTAR-PREFIXO-SITUACAO.
           IF  PESQ-INATIVO
               MOVE  "INATIVO"  TO  W-PREFIXO
           ELSE
               MOVE  "INEXISTENTE"  TO  W-PREFIXO
           END-IF.

      *  SITUACAO DO CODIGO EM W-COD-PESQ NA TABELA DE PRODUTOS;
      *  CODIGO ZERO (INVALIDO) CONTA COMO INEXISTENTE.
       LOCALIZAR-PRODUTO.
           IF  W-COD-PESQ = ZERO
               MOVE  SPACE  TO  W-SITUACAO-PESQ
           ELSE
               MOVE  W-COD-PESQ  TO  W-IX
               MOVE  W-TAB-SITUACAO (W-IX)  TO  W-SITUACAO-PESQ
           END-IF.

      *  A SEQUENCIA MANTEM NA LISTAGEM A ORDEM EM QUE AS OCORRENCIAS
      *  DE UM MESMO PRODUTO FORAM ENCONTRADAS.
       REGISTRAR-OCORRENCIA.
           ADD  1  TO  W-SEQ
           ADD  1  TO  W-QTDE-TIPO (W-OC-TIPO)
           ADD  1  TO  W-TOTAL-OCORRENCIAS
           MOVE  W-OC-TIPO     TO  SRT-TIPO
           MOVE  W-OC-CODPROD  TO  SRT-CODPROD
           MOVE  W-SEQ         TO  SRT-SEQ
           MOVE  SPACES  TO  SRT-DESCRI
           IF  W-OC-CODPROD > ZERO
               MOVE  W-OC-CODPROD  TO  W-IX
               MOVE  W-TAB-DESCRI (W-IX)  TO  SRT-DESCRI
           END-IF
           MOVE  W-OC-DETALHE  TO  SRT-DETALHE
           MOVE  W-TRANSACAO   TO  SRT-TRANSACAO
           RELEASE  REG-SORT.

      *  QUEBRA POR TIPO DE OCORRENCIA; TODO TIPO APARECE NO RESUMO
      *  FINAL, MESMO SEM OCORRENCIA.
       EMITIR-OCORRENCIAS.
           PERFORM RETORNAR-REGISTRO.
           IF  NOT FIM-SORT
               MOVE  SRT-TIPO  TO  W-TIPO-ATUAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           PERFORM PROCESSAR-REGISTRO-SORT UNTIL FIM-SORT.
           IF  W-TIPO-ATUAL > ZERO
               PERFORM IMPRIMIR-TOTAL-TIPO
           END-IF.
           PERFORM IMPRIMIR-RESUMO.

       PROCESSAR-REGISTRO-SORT.
           IF  SRT-TIPO NOT = W-TIPO-ATUAL
               PERFORM IMPRIMIR-TOTAL-TIPO
               MOVE  SRT-TIPO  TO  W-TIPO-ATUAL
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           PERFORM IMPRIMIR-DETALHE.
           IF  SRT-TRANSACAO NOT = SPACES
               PERFORM GRAVAR-TRANSACAO
           END-IF.
           PERFORM RETORNAR-REGISTRO.

       RETORNAR-REGISTRO.
           RETURN ARQ-SORT
               AT END
                   MOVE "S" TO W-FIM-SORT
           END-RETURN.

       GRAVAR-TRANSACAO.
           MOVE  SRT-TRANSACAO  TO  REG-OCORRENCIA
           WRITE  REG-OCORRENCIA
           IF  CODERRO-OCR = "00"
               ADD  1  TO  W-TOTAL-TRANSACOES
           ELSE
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY "ERRO AO GRAVAR A TRANSACAO: " SRT-CODPROD
           END-IF.

       IMPRIMIR-GRUPO.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  W-TIPO-ATUAL  TO  LG-TIPO
           MOVE  W-DESCRI-TIPO (W-TIPO-ATUAL)  TO  LG-DESCRI
           MOVE  LINHA-GRUPO   TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-DETALHE.
           IF  W-LINHAS-PAGINA = ZERO OR
               W-LINHAS-PAGINA >= W-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE  SRT-CODPROD     TO  LD-CODPROD
           MOVE  SRT-DESCRI      TO  LD-DESCRI
           MOVE  SRT-DETALHE     TO  LD-DETALHE
           MOVE  LINHA-DETALHE   TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-LINHAS-PAGINA.

       IMPRIMIR-TOTAL-TIPO.
           MOVE  W-TIPO-ATUAL  TO  LTT-TIPO
           MOVE  W-QTDE-TIPO (W-TIPO-ATUAL)  TO  LTT-QTDE
           MOVE  LINHA-TOTAL-TIPO  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  2  TO  W-LINHAS-PAGINA.

       IMPRIMIR-RESUMO.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE  LINHA-RESUMO-TITULO  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  1  TO  W-IX.
           PERFORM IMPRIMIR-LINHA-RESUMO UNTIL W-IX > W-QTDE-TIPOS.
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-PRODUTOS  TO  RD-PRODUTOS
           MOVE  LINHA-RODAPE-1  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-OCORRENCIAS  TO  RD-OCORR
           MOVE  LINHA-RODAPE-2  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  W-TOTAL-TRANSACOES  TO  RD-TRANSAC
           MOVE  LINHA-RODAPE-3  TO  LINHA-REL
           WRITE  LINHA-REL.

       IMPRIMIR-LINHA-RESUMO.
           MOVE  W-IX (5:2)  TO  LR-TIPO
           MOVE  W-DESCRI-TIPO (W-IX)  TO  LR-DESCRI
           MOVE  W-QTDE-TIPO (W-IX)    TO  LR-QTDE
           MOVE  LINHA-RESUMO  TO  LINHA-REL
           WRITE  LINHA-REL
           ADD  1  TO  W-IX.

       IMPRIMIR-CABECALHO.
           ADD  1  TO  W-NUM-PAGINA
           MOVE  ZERO  TO  W-LINHAS-PAGINA
           MOVE  DATA-COM-BARRA  TO  CB-DATA
           MOVE  W-NUM-PAGINA    TO  CB-PAGINA
           MOVE  LINHA-CABECALHO-1  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  LINHA-CABECALHO-2  TO  LINHA-REL
           WRITE  LINHA-REL
           MOVE  SPACES  TO  LINHA-REL
           WRITE  LINHA-REL.

       LER-ESTOQUE.
           READ CAD-ESTOQUE NEXT RECORD
               AT END
                   MOVE 999999 TO W-CHAVE-EST
               NOT AT END
                   MOVE CODPROD-EST TO W-CHAVE-EST
           END-READ.

       LER-LOCAL.
           READ CAD-ESTLOCAL NEXT RECORD
               AT END
                   MOVE 999999 TO W-CHAVE-ELC
               NOT AT END
                   MOVE ELC-CODPROD TO W-CHAVE-ELC
           END-READ.

      *  SO O CADASTRO DE PRODUTO E OBRIGATORIO; OS DEMAIS ARQUIVOS,
      *  SE NAO EXISTIREM AINDA, TEM A CONFERENCIA PULADA.
       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-CATEGORIA.
           IF  CODERRO-CAT NOT = "00"
               DISPLAY "ARQUIVO DE CATEGORIAS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-FORNECEDOR.
           IF  CODERRO-FOR NOT = "00"
               DISPLAY "ARQUIVO DE FORNECEDORES NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-ESTOQUE.
           IF  CODERRO-EST = "00"
               MOVE  "S"  TO  W-ESTOQUE-OK
           ELSE
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO - SALDOS "
                       "NAO CONFERIDOS"
           END-IF.
           IF  ESTOQUE-DISPONIVEL
               OPEN  INPUT  CAD-ESTLOCAL
               OPEN  INPUT  CAD-LOCAL
               IF  CODERRO-ELC = "00" AND CODERRO-LOC = "00"
                   MOVE  "S"  TO  W-LOCAIS-OK
               ELSE
                   DISPLAY "SALDO POR LOCAL OU CADASTRO DE LOCAIS NAO "
                           "ENCONTRADO - LOCAIS NAO CONFERIDOS"
                   IF  CODERRO-ELC = "00"
                       CLOSE  CAD-ESTLOCAL
                   END-IF
                   IF  CODERRO-LOC = "00"
                       CLOSE  CAD-LOCAL
                   END-IF
               END-IF
           END-IF.
           OPEN  INPUT  CAD-ITEM-PEDIDO.
           IF  CODERRO-PIT = "00"
               MOVE  "S"  TO  W-ITENS-OK
           ELSE
               DISPLAY "ITENS DE PEDIDO NAO ENCONTRADOS - PEDIDOS NAO "
                       "CONFERIDOS"
           END-IF.
           OPEN  INPUT  ARQ-PRECOS.
           IF  CODERRO-PPR = "00"
               MOVE  "S"  TO  W-PRECOS-OK
           END-IF.
           OPEN  INPUT  ARQ-SUGESTAO.
           IF  CODERRO-SUG = "00"
               MOVE  "S"  TO  W-SUGESTAO-OK
           END-IF.
           OPEN  OUTPUT  REL-AUDITORIA.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-OCORRENCIAS.
           IF  CODERRO-OCR NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O AUDINTEG.TRN"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-PRODUTO.
           CLOSE  CAD-CATEGORIA.
           CLOSE  CAD-FORNECEDOR.
           IF  ESTOQUE-DISPONIVEL
               CLOSE  CAD-ESTOQUE
           END-IF.
           IF  LOCAIS-DISPONIVEIS
               CLOSE  CAD-ESTLOCAL
               CLOSE  CAD-LOCAL
           END-IF.
           IF  ITENS-DISPONIVEIS
               CLOSE  CAD-ITEM-PEDIDO
           END-IF.
           IF  PRECOS-DISPONIVEIS
               CLOSE  ARQ-PRECOS
           END-IF.
           IF  SUGESTAO-DISPONIVEL
               CLOSE  ARQ-SUGESTAO
           END-IF.
           CLOSE  REL-AUDITORIA.
           CLOSE  ARQ-OCORRENCIAS.
