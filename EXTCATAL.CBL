      *    O DELTA DEPENDE DOS EVENTOS DO ALTPROD.HIS (INCLUSAO,
      *    ALTERACAO, REATIVACAO E PRECO PROGRAMADO); SEM DATA DE
      *    ULTIMA GERACAO NO CONTROLE, O DELTA VIRA COMPLETO.
      *    O CABECALHO LEVA A VERSAO DO LAYOUT DOS DETALHES, COMO
      *    NO PRODEXCL: 02 = CODPROD COM 5 DIGITOS; GERACOES SEM
      *    VERSAO SAO DO LAYOUT 01 (CODPROD COM 3 DIGITOS).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           02  SAI-CAB-TIPO    PIC  X.
           02  SAI-CAB-DATA    PIC  X(10).
           02  SAI-CAB-SEQ     PIC  9(6).
           02  SAI-CAB-VERSAO  PIC  9(2).
       01  REG-SAIDA-CATALOGO.
           02  SAI-TIPO-REG    PIC  X.
           02  SAI-CODPROD     PIC  9(5).
           02  SAI-DESCRI      PIC  X(20).
           02  SAI-PRECO       PIC  9(4)V99.
           02  SAI-CATEGORIA   PIC  X(3).
       77  W-ULT-DATA          PIC  9(8)  VALUE ZERO.
       77  W-DATA-ATUAL-NUM    PIC  9(8)  VALUE ZERO.
       77  W-DATA-EVENTO-NUM   PIC  9(8)  VALUE ZERO.
       77  W-VERSAO-LAYOUT     PIC  9(2)  VALUE 2.
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SAIDA       PIC  9(6)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       01  W-NOME-SAIDA.
           02  FILLER          PIC  X(8)  VALUE "CATPROD.".
           02  W-SAIDA-SEQ     PIC  9(6)  VALUE ZERO.
      *  PRODUTOS COM EVENTO NO HISTORICO DESDE A ULTIMA GERACAO
      *  (SOMENTE NO MODO DELTA)
       01  W-TABELA-ALTERADOS.
           02  W-TAB-ALTERADO  PIC  X  OCCURS 99999 TIMES.
      *  DESMONTA A DATA DD/MM/AAAA GRAVADA NO HISTORICO
       01  W-DATA-EVENTO.
           02  W-EV-DIA   PIC  9(2).
           END-IF.
           DISPLAY "PRODUTOS LIDOS . . . . . . . . : " W-TOTAL-LIDOS.
           DISPLAY "PRODUTOS EXTRAIDOS . . . . . . : " W-TOTAL-SAIDA.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : " W-TOTAL-ERRO.
           DISPLAY "ARQUIVO GERADO: " W-NOME-SAIDA.
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 8 = ERRO DE GRAVACAO (EXTRACAO INCOMPLETA)
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP RUN.

      *  NO DELTA, MARCA OS PRODUTOS COM EVENTO NO HISTORICO A
           WRITE  REG-SAIDA-CATALOGO
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR ARQUIVO DE SAIDA: " CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           ELSE
               ADD  1  TO  W-TOTAL-SAIDA
           END-IF.
           OPEN  OUTPUT  ARQ-CONTROLE-SAIDA.
           IF  CODERRO-SEQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR CATPROD.SEQ"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  W-SAIDA-SEQ       TO  SEQ-ULTIMA-GERACAO
           OPEN  OUTPUT  ARQ-SAIDA-CATALOGO.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE SAIDA"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  "H"             TO  SAI-CAB-TIPO
           MOVE  DATA-COM-BARRA  TO  SAI-CAB-DATA
           MOVE  W-SAIDA-SEQ     TO  SAI-CAB-SEQ
           MOVE  W-VERSAO-LAYOUT TO  SAI-CAB-VERSAO
           WRITE  REG-SAIDA-CABECALHO.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CABECALHO DE SAIDA"
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

       GRAVAR-TRAILER-SAIDA.
           WRITE  REG-SAIDA-TRAILER.
           IF  CODERRO-SAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR O TRAILER DE SAIDA"
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-ESTOQUE.
           IF  CODERRO-EST NOT = "00"
               DISPLAY "ARQUIVO DE ESTOQUE NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  ABRIR-GERACAO-SAIDA.
