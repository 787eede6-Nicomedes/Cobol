      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CNVCOD.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  CONVERSAO UNICA DO CODIGO DE PRODUTO DE 3 PARA  *
      *    *  5 DIGITOS EM TODOS OS ARQUIVOS QUE O GRAVAM:    *
      *    *  - CADASTROS INDEXADOS (PRODUTO, ESTOQUE,        *
      *    *    ESTLOCAL, PEDITEM) REGRAVADOS EM .NOV;        *
      *    *  - LOGS E ARQUIVOS PENDENTES DE LOTE (KARDEX,    *
      *    *    HISTORICO, EXCLUIDOS, SUGESTAO, CONTAGEM,     *
      *    *    TRANSACOES E PRECOS PROGRAMADOS) REGRAVADOS   *
      *    *    EM .NOV;                                      *
      *    *  - ARQUIVOS MORTOS DO FECHAMENTO (KARDEX,        *
      *    *    ESTQPOS E ESTQLOC .AAAAMM) DOS ULTIMOS MESES  *
      *    *    CONVERTIDOS NO PROPRIO ARQUIVO.               *
      *    *  O CODIGO ANTIGO GANHA DOIS ZEROS A ESQUERDA E O *
      *    *  RESTO DO REGISTRO E DESLOCADO, CONSUMINDO DOIS  *
      *    *  BYTES DO FILLER; O TAMANHO DOS CADASTROS NAO    *
      *    *  MUDA. DEPOIS DE CONFERIR AS CONTAGENS, O        *
      *    *  OPERADOR GUARDA OS ARQUIVOS ATUAIS E RENOMEIA   *
      *    *  CADA .NOV PARA O NOME ORIGINAL                  *
      *    ****************************************************
      *    A CONVERSAO E FEITA COM O SISTEMA PARADO, DEPOIS DA
      *    CADEIA NOTURNA. NOS ARQUIVOS COM SEPARADOR DEPOIS DO
      *    CODIGO (LOGS E MORTOS), REGISTRO QUE JA ESTA NO LAYOUT
      *    NOVO E MANTIDO COMO ESTA, E O MORTO PODE SER CONVERTIDO
      *    DE NOVO SEM ESTRAGO. AS SEGURANCAS SEG*.AAAAMMDD
      *    ANTERIORES A CONVERSAO ESTAO NO LAYOUT ANTIGO E NAO
      *    SERVEM PARA O RSTARQS. AS GERACOES PRODEXCL E CATPROD
      *    NAO SAO CONVERTIDAS: O CABECALHO INFORMA A VERSAO DO
      *    LAYOUT AO DESTINO (VER SAIPROD).
      *    PARAMETRO PELA VARIAVEL DE AMBIENTE:
      *    CNVCOD_MESES     MESES DE ARQUIVO MORTO A CONVERTER,
      *                     CONTANDO DO MES CORRENTE PARA TRAS,
      *                     1 A 99 (VAZIO = 60, A MAIOR JANELA DO
      *                     ABCESTQ)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT  CAD-PRODUTO-VELHO ASSIGN TO "PRODUTO.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  VPR-CODPROD
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-VPR.
           SELECT  CAD-PRODUTO ASSIGN TO "PRODUTO.NOV"
                ORGANIZATION   INDEXED
                RECORD KEY  CODPROD
                ALTERNATE RECORD KEY  DESCRI  WITH DUPLICATES
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO.
           SELECT  CAD-ESTOQUE-VELHO ASSIGN TO "ESTOQUE.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  VES-CODPROD
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-VES.
           SELECT  CAD-ESTOQUE ASSIGN TO "ESTOQUE.NOV"
                ORGANIZATION   INDEXED
                RECORD KEY  CODPROD-EST
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-EST.
           SELECT  CAD-ESTLOCAL-VELHO ASSIGN TO "ESTLOCAL.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  VLC-CHAVE
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-VLC.
           SELECT  CAD-ESTLOCAL ASSIGN TO "ESTLOCAL.NOV"
                ORGANIZATION   INDEXED
                RECORD KEY  ELC-CHAVE
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-ELC.
           SELECT  CAD-ITEM-VELHO ASSIGN TO "PEDITEM.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  VIT-CHAVE
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-VIT.
           SELECT  CAD-ITEM-PEDIDO ASSIGN TO "PEDITEM.NOV"
                ORGANIZATION   INDEXED
                RECORD KEY  PIT-CHAVE
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-PIT.
           SELECT  ARQ-ENTRADA ASSIGN USING W-NOME-ENTRADA
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-ENT.
           SELECT  ARQ-SAIDA ASSIGN USING W-NOME-SAIDA
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SAI.
       DATA DIVISION.
       FILE  SECTION.
      *  LAYOUTS ANTERIORES DOS CADASTROS, COM O CODIGO DE PRODUTO
      *  EM 3 DIGITOS
       FD  CAD-PRODUTO-VELHO
           LABEL  RECORD  STANDARD.
       01  REG-PRODUTO-VELHO.
           02  VPR-CODPROD     PIC  9(3).
           02  VPR-DADOS       PIC  X(58).
           02  FILLER          PIC  X(9).
       FD  CAD-ESTOQUE-VELHO
           LABEL  RECORD  STANDARD.
       01  REG-ESTOQUE-VELHO.
           02  VES-CODPROD     PIC  9(3).
           02  VES-DADOS       PIC  X(18).
           02  FILLER          PIC  X(12).
       FD  CAD-ESTLOCAL-VELHO
           LABEL  RECORD  STANDARD.
       01  REG-ESTLOCAL-VELHO.
           02  VLC-CHAVE.
               03  VLC-CODPROD     PIC  9(3).
               03  VLC-LOCAL       PIC  X(3).
           02  VLC-QTDE            PIC  9(5).
           02  FILLER              PIC  X(10).
       FD  CAD-ITEM-VELHO
           LABEL  RECORD  STANDARD.
       01  REG-ITEM-VELHO.
           02  VIT-CHAVE.
               03  VIT-NUMERO      PIC  9(6).
               03  VIT-CODPROD     PIC  9(3).
           02  VIT-DADOS           PIC  X(21).
           02  FILLER              PIC  X(20).
           COPY  PRODUTO.
           COPY  ESTOQUE.
           COPY  ESTLOC.
           COPY  PEDITEM.
       FD  ARQ-ENTRADA
           LABEL  RECORD  STANDARD.
       01  REG-ENTRADA             PIC  X(200).
       FD  ARQ-SAIDA
           LABEL  RECORD  STANDARD.
       01  REG-SAIDA               PIC  X(200).
       WORKING-STORAGE SECTION.
       77  CODERRO             PIC  X(2)  VALUE SPACES.
       77  CODERRO-EST         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-VPR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-VES         PIC  X(2)  VALUE SPACES.
       77  CODERRO-VLC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-VIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ENT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SAI         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FILTRO-MESES      PIC  X(2)  VALUE SPACES.
       77  W-FILTRO-MESES-J    PIC  X(2)  JUSTIFIED RIGHT
                                          VALUE SPACES.
       77  W-MESES             PIC  9(2)  VALUE 60.
      *  DESCRICAO DO ARQUIVO SEQUENCIAL EM CONVERSAO: POSICAO DO
      *  CODIGO NO REGISTRO ANTIGO, SE HA SEPARADOR LOGO DEPOIS DELE
      *  (PERMITE RECONHECER O REGISTRO JA CONVERTIDO) E SE E UM
      *  ARQUIVO MORTO (CONVERTIDO NO PROPRIO ARQUIVO)
       77  W-POS-CODIGO        PIC  9(3)  VALUE ZERO.
       77  W-POS-SEPARADOR     PIC  9(3)  VALUE ZERO.
       77  W-POS-RESTO         PIC  9(3)  VALUE ZERO.
       77  W-TAM-PREFIXO       PIC  9(3)  VALUE ZERO.
       77  W-TAM-RESTO         PIC  9(3)  VALUE ZERO.
       77  W-SEPARADO          PIC  X     VALUE "N".
           88  TEM-SEPARADOR   VALUE "S".
       77  W-MORTO             PIC  X     VALUE "N".
           88  ARQUIVO-MORTO   VALUE "S".
       77  W-SO-COPIA          PIC  X     VALUE "N".
           88  SOMENTE-COPIA   VALUE "S".
       77  W-ARQ-ABERTO        PIC  X     VALUE "N".
           88  ARQUIVO-ABERTO  VALUE "S".
      *  CONTAGENS DO ARQUIVO EM CONVERSAO E TOTAIS GERAIS
       77  W-ARQ-LIDOS         PIC  9(7)  VALUE ZERO.
       77  W-ARQ-CONVERTIDOS   PIC  9(7)  VALUE ZERO.
       77  W-ARQ-GRAVADOS      PIC  9(7)  VALUE ZERO.
       77  W-ARQ-ERROS         PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-ARQUIVOS    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-AUSENTES    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-LIDOS       PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-CONVERTIDOS PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-GRAVADOS    PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(7)  VALUE ZERO.
       77  W-TOTAL-DIVERGENTES PIC  9(5)  VALUE ZERO.
       01  W-NOME-ENTRADA      PIC  X(14) VALUE SPACES.
       01  W-NOME-SAIDA        PIC  X(14) VALUE SPACES.
       01  W-NOME-ORIGINAL     PIC  X(14) VALUE SPACES.
       01  W-NOME-TRABALHO     PIC  X(14) VALUE "CNVCOD.TMP".
      *  NOMES DOS ARQUIVOS MORTOS, NO MESMO PADRAO DO FECHMES
       01  W-NOME-KDX-MES.
           02  FILLER          PIC  X(7)  VALUE "KARDEX.".
           02  W-KDX-MES-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-NOME-POS-MES.
           02  FILLER          PIC  X(8)  VALUE "ESTQPOS.".
           02  W-POS-MES-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-NOME-LOC-MES.
           02  FILLER          PIC  X(8)  VALUE "ESTQLOC.".
           02  W-LOC-MES-SEQ   PIC  9(6)  VALUE ZERO.
      *  COMPETENCIA AAAAMM COM ANO E MES SEPARADOS PARA RECUAR
      *  MES A MES
       01  W-COMPET-TRAB.
           02  W-CT-ANO        PIC  9(4).
           02  W-CT-MES        PIC  9(2).
       01  W-COMPET-TRAB-NUM  REDEFINES  W-COMPET-TRAB  PIC 9(6).
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  DIA  PIC  99.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           PERFORM TRATAR-PARAMETROS.
           DISPLAY "CONVERSAO DO CODIGO DE PRODUTO PARA 5 DIGITOS".
           PERFORM CONVERTER-PRODUTO.
           PERFORM CONVERTER-ESTOQUE.
           PERFORM CONVERTER-ESTLOCAL.
           PERFORM CONVERTER-ITEM-PEDIDO.
           PERFORM CONVERTER-PENDENTES.
           MOVE  ANO OF DATA-SIS  TO  W-CT-ANO.
           MOVE  MES OF DATA-SIS  TO  W-CT-MES.
           PERFORM CONVERTER-MORTOS-MES  W-MESES  TIMES.
           DISPLAY "ARQUIVOS CONVERTIDOS . . . . . : " W-TOTAL-ARQUIVOS.
           DISPLAY "ARQUIVOS NAO ENCONTRADOS . . . : "
                   W-TOTAL-AUSENTES.
           DISPLAY "REGISTROS LIDOS. . . . . . . . : " W-TOTAL-LIDOS.
           DISPLAY "CODIGOS CONVERTIDOS. . . . . . : "
                   W-TOTAL-CONVERTIDOS.
           DISPLAY "REGISTROS GRAVADOS . . . . . . : "
                   W-TOTAL-GRAVADOS.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : " W-TOTAL-ERRO.
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  8 = ALGUM ARQUIVO COM CONTAGEM QUE NAO CONFERE
           IF  W-TOTAL-DIVERGENTES = ZERO AND W-TOTAL-ERRO = ZERO
               DISPLAY "CONVERSAO CONFERIDA - GUARDAR OS ARQUIVOS "
                       "ATUAIS E RENOMEAR CADA .NOV LISTADO ACIMA"
           ELSE
               DISPLAY "CONTAGENS NAO CONFEREM EM "
                       W-TOTAL-DIVERGENTES
                       " ARQUIVO(S) - NAO USAR OS .NOV"
               MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP RUN.

      *  PARAMETRO INVALIDO E AVISADO E SUBSTITUIDO PELO PADRAO,
      *  MESMO CRITERIO DO ABCESTQ.
       TRATAR-PARAMETROS.
           ACCEPT  W-FILTRO-MESES FROM ENVIRONMENT "CNVCOD_MESES".
           IF  W-FILTRO-MESES NOT = SPACES
               UNSTRING  W-FILTRO-MESES  DELIMITED BY SPACE
                   INTO  W-FILTRO-MESES-J
               INSPECT W-FILTRO-MESES-J
                       REPLACING LEADING SPACE BY ZERO
               IF  W-FILTRO-MESES-J NUMERIC AND
                   W-FILTRO-MESES-J > "00"
                   MOVE  W-FILTRO-MESES-J  TO  W-MESES
               ELSE
                   DISPLAY "CNVCOD_MESES INVALIDO - ASSUMINDO 60: "
                           W-FILTRO-MESES
               END-IF
           END-IF.

      *    ************************************************
      *    *  CADASTROS INDEXADOS: REGRAVADOS EM .NOV     *
      *    ************************************************
       CONVERTER-PRODUTO.
           MOVE  ZERO  TO  W-ARQ-LIDOS  W-ARQ-GRAVADOS  W-ARQ-ERROS.
           MOVE  "N"   TO  W-FIM-ARQUIVO.
           OPEN  INPUT  CAD-PRODUTO-VELHO.
           IF  CODERRO-VPR NOT = "00"
               DISPLAY "PRODUTO.DAT NAO ENCONTRADO - NAO CONVERTIDO"
               ADD  1  TO  W-TOTAL-AUSENTES
           ELSE
               OPEN  OUTPUT  CAD-PRODUTO
               IF  CODERRO NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR PRODUTO.NOV"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LER-PRODUTO-VELHO UNTIL FIM-ARQUIVO
               CLOSE  CAD-PRODUTO-VELHO
               CLOSE  CAD-PRODUTO
               MOVE  "PRODUTO.NOV"  TO  W-NOME-SAIDA
               MOVE  W-ARQ-LIDOS    TO  W-ARQ-CONVERTIDOS
               PERFORM TOTALIZAR-ARQUIVO
           END-IF.
       LER-PRODUTO-VELHO.
           READ CAD-PRODUTO-VELHO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-ARQ-LIDOS
                   INITIALIZE  REG-PRODUTO
                   MOVE  VPR-CODPROD  TO  CODPROD
                   MOVE  VPR-DADOS    TO  REG-PRODUTO (6:58)
                   WRITE  REG-PRODUTO
                   IF  CODERRO = "00"
                       ADD 1 TO W-ARQ-GRAVADOS
                   ELSE
                       ADD 1 TO W-ARQ-ERROS
                       DISPLAY "ERRO AO GRAVAR PRODUTO: " VPR-CODPROD
                   END-IF
           END-READ.

       CONVERTER-ESTOQUE.
           MOVE  ZERO  TO  W-ARQ-LIDOS  W-ARQ-GRAVADOS  W-ARQ-ERROS.
           MOVE  "N"   TO  W-FIM-ARQUIVO.
           OPEN  INPUT  CAD-ESTOQUE-VELHO.
           IF  CODERRO-VES NOT = "00"
               DISPLAY "ESTOQUE.DAT NAO ENCONTRADO - NAO CONVERTIDO"
               ADD  1  TO  W-TOTAL-AUSENTES
           ELSE
               OPEN  OUTPUT  CAD-ESTOQUE
               IF  CODERRO-EST NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR ESTOQUE.NOV"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LER-ESTOQUE-VELHO UNTIL FIM-ARQUIVO
               CLOSE  CAD-ESTOQUE-VELHO
               CLOSE  CAD-ESTOQUE
               MOVE  "ESTOQUE.NOV"  TO  W-NOME-SAIDA
               MOVE  W-ARQ-LIDOS    TO  W-ARQ-CONVERTIDOS
               PERFORM TOTALIZAR-ARQUIVO
           END-IF.
       LER-ESTOQUE-VELHO.
           READ CAD-ESTOQUE-VELHO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-ARQ-LIDOS
                   INITIALIZE  REG-ESTOQUE
                   MOVE  VES-CODPROD  TO  CODPROD-EST
                   MOVE  VES-DADOS    TO  REG-ESTOQUE (6:18)
                   WRITE  REG-ESTOQUE
                   IF  CODERRO-EST = "00"
                       ADD 1 TO W-ARQ-GRAVADOS
                   ELSE
                       ADD 1 TO W-ARQ-ERROS
                       DISPLAY "ERRO AO GRAVAR ESTOQUE: " VES-CODPROD
                   END-IF
           END-READ.

       CONVERTER-ESTLOCAL.
           MOVE  ZERO  TO  W-ARQ-LIDOS  W-ARQ-GRAVADOS  W-ARQ-ERROS.
           MOVE  "N"   TO  W-FIM-ARQUIVO.
           OPEN  INPUT  CAD-ESTLOCAL-VELHO.
           IF  CODERRO-VLC NOT = "00"
               DISPLAY "ESTLOCAL.DAT NAO ENCONTRADO - NAO CONVERTIDO"
               ADD  1  TO  W-TOTAL-AUSENTES
           ELSE
               OPEN  OUTPUT  CAD-ESTLOCAL
               IF  CODERRO-ELC NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR ESTLOCAL.NOV"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LER-ESTLOCAL-VELHO UNTIL FIM-ARQUIVO
               CLOSE  CAD-ESTLOCAL-VELHO
               CLOSE  CAD-ESTLOCAL
               MOVE  "ESTLOCAL.NOV" TO  W-NOME-SAIDA
               MOVE  W-ARQ-LIDOS    TO  W-ARQ-CONVERTIDOS
               PERFORM TOTALIZAR-ARQUIVO
           END-IF.
       LER-ESTLOCAL-VELHO.
           READ CAD-ESTLOCAL-VELHO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-ARQ-LIDOS
                   INITIALIZE  REG-ESTLOCAL
                   MOVE  VLC-CODPROD  TO  ELC-CODPROD
                   MOVE  VLC-LOCAL    TO  ELC-LOCAL
                   MOVE  VLC-QTDE     TO  ELC-QTDE
                   WRITE  REG-ESTLOCAL
                   IF  CODERRO-ELC = "00"
                       ADD 1 TO W-ARQ-GRAVADOS
                   ELSE
                       ADD 1 TO W-ARQ-ERROS
                       DISPLAY "ERRO AO GRAVAR SALDO DO LOCAL: "
                               VLC-CODPROD " " VLC-LOCAL
                   END-IF
           END-READ.

       CONVERTER-ITEM-PEDIDO.
           MOVE  ZERO  TO  W-ARQ-LIDOS  W-ARQ-GRAVADOS  W-ARQ-ERROS.
           MOVE  "N"   TO  W-FIM-ARQUIVO.
           OPEN  INPUT  CAD-ITEM-VELHO.
           IF  CODERRO-VIT NOT = "00"
               DISPLAY "PEDITEM.DAT NAO ENCONTRADO - NAO CONVERTIDO"
               ADD  1  TO  W-TOTAL-AUSENTES
           ELSE
               OPEN  OUTPUT  CAD-ITEM-PEDIDO
               IF  CODERRO-PIT NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL ABRIR PEDITEM.NOV"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LER-ITEM-VELHO UNTIL FIM-ARQUIVO
               CLOSE  CAD-ITEM-VELHO
               CLOSE  CAD-ITEM-PEDIDO
               MOVE  "PEDITEM.NOV"  TO  W-NOME-SAIDA
               MOVE  W-ARQ-LIDOS    TO  W-ARQ-CONVERTIDOS
               PERFORM TOTALIZAR-ARQUIVO
           END-IF.
       LER-ITEM-VELHO.
           READ CAD-ITEM-VELHO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-ARQ-LIDOS
                   INITIALIZE  REG-ITEM-PEDIDO
                   MOVE  VIT-NUMERO   TO  PIT-NUMERO
                   MOVE  VIT-CODPROD  TO  PIT-CODPROD
                   MOVE  VIT-DADOS    TO  REG-ITEM-PEDIDO (12:21)
                   WRITE  REG-ITEM-PEDIDO
                   IF  CODERRO-PIT = "00"
                       ADD 1 TO W-ARQ-GRAVADOS
                   ELSE
                       ADD 1 TO W-ARQ-ERROS
                       DISPLAY "ERRO AO GRAVAR ITEM DE PEDIDO: "
                               VIT-NUMERO " " VIT-CODPROD
                   END-IF
           END-READ.

      *    ************************************************
      *    *  LOGS E ARQUIVOS PENDENTES: REGRAVADOS EM    *
      *    *  .NOV. POSICAO DO CODIGO NO LAYOUT ANTIGO E  *
      *    *  SEPARADOR (S/N) DEPOIS DELE                 *
      *    ************************************************
       CONVERTER-PENDENTES.
           MOVE  "N"  TO  W-MORTO.
           MOVE  "KARDEX.LOG"    TO  W-NOME-ENTRADA.
           MOVE  "KARDEX.NOV"    TO  W-NOME-SAIDA.
           MOVE  1    TO  W-POS-CODIGO.
           MOVE  "S"  TO  W-SEPARADO.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "ALTPROD.HIS"   TO  W-NOME-ENTRADA.
           MOVE  "ALTPROD.NOV"   TO  W-NOME-SAIDA.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "EXCPROD.LOG"   TO  W-NOME-ENTRADA.
           MOVE  "EXCPROD.NOV"   TO  W-NOME-SAIDA.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "INVCONT.DAT"   TO  W-NOME-ENTRADA.
           MOVE  "INVCONT.NOV"   TO  W-NOME-SAIDA.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "SUGCOMP.DAT"   TO  W-NOME-ENTRADA.
           MOVE  "SUGCOMP.NOV"   TO  W-NOME-SAIDA.
           MOVE  7    TO  W-POS-CODIGO.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "N"  TO  W-SEPARADO.
           MOVE  "PRECPROG.DAT"  TO  W-NOME-ENTRADA.
           MOVE  "PRECPROG.NOV"  TO  W-NOME-SAIDA.
           MOVE  1    TO  W-POS-CODIGO.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "ESTMOV.TRN"    TO  W-NOME-ENTRADA.
           MOVE  "ESTMOV.NOV"    TO  W-NOME-SAIDA.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "DELPROD.TRN"   TO  W-NOME-ENTRADA.
           MOVE  "DELPROD.NOV"   TO  W-NOME-SAIDA.
           PERFORM CONVERTER-SEQUENCIAL.
           MOVE  "MANPROD.TRN"   TO  W-NOME-ENTRADA.
           MOVE  "MANPROD.NOV"   TO  W-NOME-SAIDA.
           MOVE  2    TO  W-POS-CODIGO.
           PERFORM CONVERTER-SEQUENCIAL.

      *    ************************************************
      *    *  ARQUIVOS MORTOS DO MES: CONVERTIDOS EM UM   *
      *    *  ARQUIVO DE TRABALHO E COPIADOS DE VOLTA     *
      *    ************************************************
       CONVERTER-MORTOS-MES.
           MOVE  "S"  TO  W-MORTO.
           MOVE  "S"  TO  W-SEPARADO.
           MOVE  1    TO  W-POS-CODIGO.
           MOVE  W-COMPET-TRAB-NUM  TO  W-KDX-MES-SEQ
                                        W-POS-MES-SEQ
                                        W-LOC-MES-SEQ.
           MOVE  W-NOME-KDX-MES     TO  W-NOME-ORIGINAL.
           PERFORM CONVERTER-MORTO.
           MOVE  W-NOME-POS-MES     TO  W-NOME-ORIGINAL.
           PERFORM CONVERTER-MORTO.
           MOVE  W-NOME-LOC-MES     TO  W-NOME-ORIGINAL.
           PERFORM CONVERTER-MORTO.
           PERFORM RECUAR-MES.
       CONVERTER-MORTO.
           MOVE  W-NOME-ORIGINAL   TO  W-NOME-ENTRADA.
           MOVE  W-NOME-TRABALHO   TO  W-NOME-SAIDA.
           PERFORM CONVERTER-SEQUENCIAL.
      *  ARQUIVO JA TODO NO LAYOUT NOVO FICA COMO ESTA
           IF  ARQUIVO-ABERTO AND W-ARQ-CONVERTIDOS > ZERO AND
               W-ARQ-ERROS = ZERO AND W-ARQ-LIDOS = W-ARQ-GRAVADOS
               MOVE  W-NOME-TRABALHO  TO  W-NOME-ENTRADA
               MOVE  W-NOME-ORIGINAL  TO  W-NOME-SAIDA
               MOVE  "S"  TO  W-SO-COPIA
               PERFORM COPIAR-SEQUENCIAL
               MOVE  "N"  TO  W-SO-COPIA
           END-IF.
       RECUAR-MES.
           IF  W-CT-MES = 1
               MOVE  12  TO  W-CT-MES
               SUBTRACT  1  FROM  W-CT-ANO
           ELSE
               SUBTRACT  1  FROM  W-CT-MES
           END-IF.

      *    ************************************************
      *    *  CONVERSAO DE UM ARQUIVO SEQUENCIAL          *
      *    ************************************************
      *  MORTO QUE NAO EXISTE (MES SEM FECHAMENTO) E IGNORADO SEM
      *  AVISO; PENDENTE QUE NAO EXISTE E SO INFORMADO.
       CONVERTER-SEQUENCIAL.
           MOVE  ZERO  TO  W-ARQ-LIDOS  W-ARQ-CONVERTIDOS
                           W-ARQ-GRAVADOS  W-ARQ-ERROS.
           MOVE  "N"   TO  W-ARQ-ABERTO.
           COMPUTE  W-TAM-PREFIXO   = W-POS-CODIGO - 1.
           COMPUTE  W-POS-SEPARADOR = W-POS-CODIGO + 3.
           COMPUTE  W-POS-RESTO     = W-POS-CODIGO + 2.
           COMPUTE  W-TAM-RESTO     = 200 - W-POS-RESTO + 1.
           OPEN  INPUT  ARQ-ENTRADA.
           IF  CODERRO-ENT NOT = "00"
               IF  NOT ARQUIVO-MORTO
                   DISPLAY W-NOME-ENTRADA
                           " NAO ENCONTRADO - NAO CONVERTIDO"
                   ADD  1  TO  W-TOTAL-AUSENTES
               END-IF
           ELSE
               MOVE  "S"  TO  W-ARQ-ABERTO
               PERFORM COPIAR-SEQUENCIAL
               IF  NOT ARQUIVO-MORTO OR W-ARQ-CONVERTIDOS > ZERO
                   PERFORM TOTALIZAR-ARQUIVO
               END-IF
           END-IF.
      *  A ENTRADA JA ESTA ABERTA QUANDO VEM DA CONVERSAO; NA
      *  COPIA DE VOLTA DO MORTO E ABERTA AQUI
       COPIAR-SEQUENCIAL.
           IF  SOMENTE-COPIA
               OPEN  INPUT  ARQ-ENTRADA
               IF  CODERRO-ENT NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL REABRIR " W-NOME-ENTRADA
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN  OUTPUT  ARQ-SAIDA.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR " W-NOME-SAIDA
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           PERFORM LER-SEQUENCIAL UNTIL FIM-ARQUIVO.
           CLOSE  ARQ-ENTRADA.
           CLOSE  ARQ-SAIDA.
       LER-SEQUENCIAL.
           READ ARQ-ENTRADA
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  SOMENTE-COPIA
                       MOVE  REG-ENTRADA  TO  REG-SAIDA
                   ELSE
                       ADD 1 TO W-ARQ-LIDOS
                       PERFORM CONVERTER-REGISTRO
                   END-IF
                   WRITE  REG-SAIDA
                   IF  CODERRO-SAI = "00"
                       IF  NOT SOMENTE-COPIA
                           ADD 1 TO W-ARQ-GRAVADOS
                       END-IF
                   ELSE
                       PERFORM TRATAR-ERRO-GRAVACAO
                   END-IF
           END-READ.
      *  NA COPIA DE VOLTA O MORTO FICOU INCOMPLETO: A CONVERSAO
      *  PARA E O CONTEUDO CONVERTIDO FICA NO ARQUIVO DE TRABALHO
       TRATAR-ERRO-GRAVACAO.
           IF  SOMENTE-COPIA
               DISPLAY "ERRO AO REGRAVAR " W-NOME-SAIDA ": "
                       CODERRO-SAI
               DISPLAY "CONTEUDO CONVERTIDO EM " W-NOME-TRABALHO
                       " - COPIAR PARA " W-NOME-SAIDA
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO W-ARQ-ERROS
               DISPLAY "ERRO AO GRAVAR " W-NOME-SAIDA ": "
                       CODERRO-SAI
           END-IF.
      *  LINHA EM BRANCO E REGISTRO JA NO LAYOUT NOVO (CODIGO DE 5
      *  DIGITOS: SEM O SEPARADOR NA POSICAO ANTIGA) SAEM COMO
      *  ESTAO; OS DEMAIS GANHAM DOIS ZEROS NA FRENTE DO CODIGO.
       CONVERTER-REGISTRO.
           IF  REG-ENTRADA = SPACES OR
               (TEM-SEPARADOR AND
                REG-ENTRADA (W-POS-SEPARADOR:1) NOT = SPACE)
               MOVE  REG-ENTRADA  TO  REG-SAIDA
           ELSE
               MOVE  SPACES  TO  REG-SAIDA
               IF  W-TAM-PREFIXO > ZERO
                   MOVE  REG-ENTRADA (1:W-TAM-PREFIXO)
                     TO  REG-SAIDA (1:W-TAM-PREFIXO)
               END-IF
               MOVE  "00"  TO  REG-SAIDA (W-POS-CODIGO:2)
               MOVE  REG-ENTRADA (W-POS-CODIGO:W-TAM-RESTO)
                 TO  REG-SAIDA (W-POS-RESTO:W-TAM-RESTO)
               ADD  1  TO  W-ARQ-CONVERTIDOS
           END-IF.

       TOTALIZAR-ARQUIVO.
           ADD  1                  TO  W-TOTAL-ARQUIVOS.
           ADD  W-ARQ-LIDOS        TO  W-TOTAL-LIDOS.
           ADD  W-ARQ-CONVERTIDOS  TO  W-TOTAL-CONVERTIDOS.
           ADD  W-ARQ-GRAVADOS     TO  W-TOTAL-GRAVADOS.
           ADD  W-ARQ-ERROS        TO  W-TOTAL-ERRO.
           IF  ARQUIVO-MORTO
               DISPLAY W-NOME-ENTRADA " LIDOS " W-ARQ-LIDOS
                       " CONVERTIDOS " W-ARQ-CONVERTIDOS
           ELSE
               DISPLAY W-NOME-SAIDA " LIDOS " W-ARQ-LIDOS
                       " CONVERTIDOS " W-ARQ-CONVERTIDOS
                       " GRAVADOS " W-ARQ-GRAVADOS
           END-IF.
           IF  W-ARQ-LIDOS NOT = W-ARQ-GRAVADOS OR
               W-ARQ-ERROS > ZERO
               ADD  1  TO  W-TOTAL-DIVERGENTES
               IF  ARQUIVO-MORTO
                   DISPLAY "  CONTAGEM NAO CONFERE - "
                           W-NOME-ENTRADA " MANTIDO SEM CONVERSAO"
               ELSE
                   DISPLAY "  CONTAGEM NAO CONFERE - NAO USAR "
                           W-NOME-SAIDA
               END-IF
           END-IF.
