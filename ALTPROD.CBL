       88  OPC-OK            VALUE "S" "N".
       77  OPC-ALTERA        PIC X VALUE SPACE.
       88  OPC-ALTERA-OK     VALUE "S" "N".
       77  W-CODPROD-PESQUISA   PIC 9(5) VALUE ZEROS.
       77  W-RESP            PIC  X     VALUE SPACE.
      *  VALORES DO REGISTRO ANTES DA ALTERACAO, PARA O HISTORICO
       01  W-VALORES-ANTERIORES.
                          "CONFIRMA A ALTERACAO?(S/N): ".
           02  T7 LINE 20 COLUMN 10 VALUE "OUTRO REGISTRO?(S/N):".
       01  TELA-DADOS.
           02  D0 LINE 10 COLUMN 40 PIC ZZZZ9 TO W-CODPROD-PESQUISA.
           02  D1 LINE 12 COLUMN 22 PIC ZZZZ9    FROM CODPROD.
           02  D2 LINE 14 COLUMN 22 PIC X(20)    USING DESCRI.
           02  D3 LINE 16 COLUMN 22 PIC Z.ZZ9,99 USING PRECO.
           02  D5 LINE 12 COLUMN 57 PIC X(3)     USING CATEGORIA.
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
