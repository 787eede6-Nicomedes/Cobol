       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-MODO              PIC  X     VALUE SPACE.
           88  MODO-SINCRONIZA VALUE "S".
      *  CHAVES DE CONCILIACAO: 999999 MARCA FIM DE ARQUIVO (OS
      *  CODIGOS DE PRODUTO VAO SO ATE 99999)
       77  W-CHAVE-CAT         PIC  9(6)  VALUE 999999.
       77  W-CHAVE-EST         PIC  9(6)  VALUE 999999.
       77  W-SALDO-ARQ-EST     PIC  9(5)  VALUE ZERO.
       77  W-DIFERENCA         PIC  S9(5) VALUE ZERO.
       77  W-NUM-PAGINA        PIC  9(3)  VALUE ZERO.
       77  W-TOTAL-DIVERGENTES PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-SINCRONIZADOS PIC 9(5) VALUE ZERO.
       77  W-TOTAL-SEM-PRODUTO PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  FILLER   PIC  X(11) VALUE "DIFERENCA".
           02  FILLER   PIC  X(15) VALUE "OBSERVACAO".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(3)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-SALDO-CAT PIC ZZ.ZZ9.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           ACCEPT  W-MODO FROM ENVIRONMENT "RECESTQ_MODO".
           MOVE  FUNCTION UPPER-CASE (W-MODO)  TO  W-MODO.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM LER-CATALOGO.
           PERFORM LER-ESTOQUE.
           PERFORM CONCILIAR
                   UNTIL W-CHAVE-CAT = 999999 AND W-CHAVE-EST = 999999.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "CONCILIACAO DE ESTOQUE - " W-OPERADOR.
                   W-TOTAL-SINCRONIZADOS.
           DISPLAY "ESTOQUE SEM PRODUTO. . . . . . : "
                   W-TOTAL-SEM-PRODUTO.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "RELATORIO GERADO EM RECESTQ.LST".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 4 = HOUVE DIVERGENCIA, 8 = ERRO DE GRAVACAO
      *  NA SINCRONIZACAO
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  W-TOTAL-DIVERGENTES > ZERO OR
                   W-TOTAL-SEM-PRODUTO > ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *  CONCILIACAO CLASSICA DE DOIS ARQUIVOS EM ORDEM ASCENDENTE
           ELSE
               MOVE  "ERRO NO REWRITE"  TO  LD-OBS
               DISPLAY "ERRO AO SINCRONIZAR PRODUTO: " CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  REGISTRO DE ESTOQUE SEM PRODUTO CORRESPONDENTE NO CADASTRO:
       LER-CATALOGO.
           READ CAD-PRODUTO NEXT RECORD
               AT END
                   MOVE 999999 TO W-CHAVE-CAT
               NOT AT END
                   MOVE CODPROD TO W-CHAVE-CAT
                   ADD 1 TO W-TOTAL-PRODUTOS
       LER-ESTOQUE.
           READ CAD-ESTOQUE NEXT RECORD
               AT END
                   MOVE 999999 TO W-CHAVE-EST
               NOT AT END
                   MOVE CODPROD-EST TO W-CHAVE-EST
           END-READ.
           OPEN  I-O  CAD-PRODUTO.
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
           OPEN  OUTPUT  REL-CONCILIACAO.
           IF  CODERRO-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE RELATORIO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
