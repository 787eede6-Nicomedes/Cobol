      *    I = INCLUSAO    A = ALTERACAO    R = REATIVACAO
      *    NA ALTERACAO, CAMPO EM BRANCO (OU PRECO ZERADO)
      *    MANTEM O VALOR ATUAL DO CADASTRO.
      *    ESTOQUE MINIMO E QUANTIDADE DE REPOSICAO (COL 41-50) SAO
      *    OPCIONAIS: EM BRANCO VALEM ZERO NA INCLUSAO E MANTEM O
      *    VALOR NA ALTERACAO. AS COLUNAS 51-80 FICAM LIVRES PARA
      *    OBSERVACAO (O AUDINTEG GRAVA AI A OCORRENCIA).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           LABEL  RECORD  STANDARD.
       01  REG-TRANSACAO.
           02  TRN-TIPO        PIC  X.
           02  TRN-CODPROD     PIC  9(5).
           02  TRN-DESCRI      PIC  X(20).
           02  TRN-PRECO       PIC  9(4)V99.
           02  TRN-PRECO-X     REDEFINES  TRN-PRECO  PIC X(6).
           02  TRN-CATEGORIA   PIC  X(3).
           02  TRN-FORNECEDOR  PIC  X(5).
           02  TRN-ESTQ-MINIMO PIC  9(5).
           02  TRN-ESTQ-MINIMO-X  REDEFINES  TRN-ESTQ-MINIMO
                               PIC  X(5).
           02  TRN-QTDE-REPOSICAO PIC 9(5).
           02  TRN-QTDE-REPOSICAO-X  REDEFINES  TRN-QTDE-REPOSICAO
                               PIC  X(5).
           02  FILLER          PIC  X(30).
       FD  ARQ-REJEITOS
           LABEL  RECORD  STANDARD.
       01  REG-REJEITO.
           02  REJ-TRANSACAO   PIC  X(50).
           02  FILLER          PIC  X     VALUE SPACE.
           02  REJ-MOTIVO      PIC  X(30).
       WORKING-STORAGE SECTION.
       77  W-MOTIVO-REJEITO    PIC  X(30) VALUE SPACES.
       77  W-CADASTROS-OK      PIC  X     VALUE "N".
           88  CADASTROS-VALIDOS   VALUE "S".
       77  W-REPOSICAO-OK      PIC  X     VALUE "N".
           88  REPOSICAO-VALIDA    VALUE "S".
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-INCLUIDOS   PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ALTERADOS   PIC  9(5)  VALUE ZERO.
       77  W-REJ-INATIVOS      PIC  9(5)  VALUE ZERO.
       77  W-REJ-PRECO-INVALIDO PIC 9(5)  VALUE ZERO.
       77  W-REJ-CAD-BASICO    PIC  9(5)  VALUE ZERO.
       77  W-REJ-REPOSICAO     PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
      *  VALORES DO REGISTRO ANTES DA ALTERACAO, PARA O HISTORICO
       01  W-VALORES-ANTERIORES.
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
                   W-REJ-PRECO-INVALIDO.
           DISPLAY "  CATEG/FORNEC NAO CADASTRADO. : "
                   W-REJ-CAD-BASICO.
           DISPLAY "  MINIMO/REPOSICAO INVALIDO. . : "
                   W-REJ-REPOSICAO.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "REJEITADAS GRAVADAS EM MANPROD.REJ".
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
           END-READ.

      *  MESMAS VALIDACOES DAS TELAS (INCPROD / ALTPROD): CODIGO
      *  00001 A 99999, DUPLICIDADE, TRATAMENTO DE PRODUTO INATIVO E
      *  CATEGORIA/FORNECEDOR EXISTENTES NOS CADASTROS BASICOS.
       APLICAR-TRANSACAO-DO-LOTE.
           MOVE  SPACES  TO  W-MOTIVO-REJEITO
               END-IF
               PERFORM  GRAVAR-REJEITO
           ELSE
               PERFORM  VALIDAR-REPOSICAO
               IF  TRN-PRECO NOT NUMERIC
                   MOVE  "PRECO INVALIDO"  TO  W-MOTIVO-REJEITO
                   ADD  1  TO  W-REJ-PRECO-INVALIDO
                   PERFORM  GRAVAR-REJEITO
               ELSE
                   IF  NOT REPOSICAO-VALIDA
                       ADD  1  TO  W-REJ-REPOSICAO
                       PERFORM  GRAVAR-REJEITO
                   ELSE
                       PERFORM  VALIDAR-CADASTROS-BASICOS
                       IF  CADASTROS-VALIDOS
                           PERFORM  GRAVAR-INCLUSAO
                       ELSE
                           ADD  1  TO  W-REJ-CAD-BASICO
                           PERFORM  GRAVAR-REJEITO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE  TRN-PRECO       TO  PRECO
           MOVE  TRN-CATEGORIA   TO  CATEGORIA
           MOVE  TRN-FORNECEDOR  TO  FORNECEDOR
           IF  TRN-ESTQ-MINIMO NUMERIC
               MOVE  TRN-ESTQ-MINIMO     TO  ESTQ-MINIMO
           END-IF
           IF  TRN-QTDE-REPOSICAO NUMERIC
               MOVE  TRN-QTDE-REPOSICAO  TO  QTDE-REPOSICAO
           END-IF
           SET  PROD-ATIVO  TO  TRUE
           WRITE  REG-PRODUTO
           IF  CODERRO = "00"
                       ADD  1  TO  W-REJ-PRECO-INVALIDO
                       PERFORM  GRAVAR-REJEITO
                   ELSE
                       PERFORM  VALIDAR-REPOSICAO
                       IF  NOT REPOSICAO-VALIDA
                           ADD  1  TO  W-REJ-REPOSICAO
                           PERFORM  GRAVAR-REJEITO
                       ELSE
                           PERFORM  VALIDAR-CAMPOS-INFORMADOS
                           IF  CADASTROS-VALIDOS
                               PERFORM  GRAVAR-ALTERACAO
                           ELSE
                               ADD  1  TO  W-REJ-CAD-BASICO
                               PERFORM  GRAVAR-REJEITO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           IF  TRN-FORNECEDOR NOT = SPACES
               MOVE  TRN-FORNECEDOR  TO  FORNECEDOR
           END-IF
           IF  TRN-ESTQ-MINIMO NUMERIC
               MOVE  TRN-ESTQ-MINIMO  TO  ESTQ-MINIMO
           END-IF
           IF  TRN-QTDE-REPOSICAO NUMERIC
               MOVE  TRN-QTDE-REPOSICAO  TO  QTDE-REPOSICAO
           END-IF
           REWRITE  REG-PRODUTO
           IF  CODERRO = "00"
               ADD 1 TO W-TOTAL-ALTERADOS
               END-IF
           END-IF.

      *  ESTOQUE MINIMO E REPOSICAO EM BRANCO SAO ACEITOS (NAO
      *  INFORMADOS); PREENCHIDOS, PRECISAM SER NUMERICOS.
       VALIDAR-REPOSICAO.
           MOVE  "S"  TO  W-REPOSICAO-OK
           IF  (TRN-ESTQ-MINIMO-X NOT = SPACES AND
                TRN-ESTQ-MINIMO NOT NUMERIC) OR
               (TRN-QTDE-REPOSICAO-X NOT = SPACES AND
                TRN-QTDE-REPOSICAO NOT NUMERIC)
               MOVE  "N"  TO  W-REPOSICAO-OK
               MOVE  "MINIMO/REPOSICAO INVALIDO"
                 TO  W-MOTIVO-REJEITO
           END-IF.

      *  NA ALTERACAO SO VALIDA OS CAMPOS REALMENTE INFORMADOS.
       VALIDAR-CAMPOS-INFORMADOS.
           MOVE  "S"  TO  W-CADASTROS-OK
           WRITE  REG-HIST-ALTERACAO.
           IF  CODERRO-HIS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O HISTORICO: " TRN-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  A TRANSACAO REJEITADA SAI NO MESMO LAYOUT DE ENTRADA, COM O
      *  REENVIADO.
       GRAVAR-REJEITO.
           ADD  1  TO  W-TOTAL-REJEITADOS
           MOVE  REG-TRANSACAO (1:50)  TO  REJ-TRANSACAO
           MOVE  W-MOTIVO-REJEITO      TO  REJ-MOTIVO
           WRITE  REG-REJEITO
           IF  CODERRO-REJ NOT = "00"
           OPEN  I-O  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-CATEGORIA.
           IF  CODERRO-CAT NOT = "00"
               DISPLAY "ARQ. DE CATEGORIAS NAO ENCONTRADO - MANTCAT"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CAD-FORNECEDOR.
           IF  CODERRO-FOR NOT = "00"
               DISPLAY "ARQ. DE FORNECEDORES NAO ENCONTRADO - MANTFOR"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  EXTEND  ARQ-HIST-ALTERACAO.
           IF  CODERRO-HIS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE HISTORICO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
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
