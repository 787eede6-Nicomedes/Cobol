      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CNVOPER.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  CONVERSAO UNICA DO CADASTRO DE OPERADORES PARA  *
      *    *  O FORMATO COM SENHA CIFRADA: LE O OPERADOR.DAT  *
      *    *  NO FORMATO ANTIGO (SENHA ABERTA) E REGRAVA TUDO *
      *    *  EM OPERADOR.NOV COM A SENHA CIFRADA PELO        *
      *    *  CRIPSEN, SEM FALHAS NEM BLOQUEIO, E COM TROCA   *
      *    *  OBRIGATORIA NO PROXIMO SIGN-ON (A SENHA ANTIGA  *
      *    *  JA ESTEVE LEGIVEL NO ARQUIVO E NAS SEGURANCAS). *
      *    *  DEPOIS DE CONFERIR A CONTAGEM, O OPERADOR       *
      *    *  RENOMEIA OPERADOR.NOV PARA OPERADOR.DAT         *
      *    ****************************************************
      *    AS SEGURANCAS SEGOPER.AAAAMMDD ANTERIORES A CONVERSAO
      *    ESTAO NO LAYOUT ANTIGO, COM A SENHA LEGIVEL: DEVEM SER
      *    DESCARTADAS E NAO SERVEM PARA O RSTARQS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT  CAD-OPERADOR-VELHO ASSIGN TO "OPERADOR.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  VEL-CODIGO
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-VEL.
           SELECT  CAD-OPERADOR ASSIGN TO "OPERADOR.NOV"
                ORGANIZATION   INDEXED
                RECORD KEY  OPER-CODIGO
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-OPE.
       DATA DIVISION.
       FILE  SECTION.
       FD  CAD-OPERADOR-VELHO
           LABEL  RECORD  STANDARD.
       01  REG-OPERADOR-VELHO.
           02  VEL-CODIGO      PIC  X(12).
           02  VEL-NOME        PIC  X(20).
           02  VEL-SENHA       PIC  X(8).
           02  VEL-NIVEL       PIC  9.
           02  FILLER          PIC  X(7).
           COPY  OPERMST.
       WORKING-STORAGE SECTION.
       77  CODERRO-OPE         PIC  X(2)  VALUE SPACES.
       77  CODERRO-VEL         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-DATA-ATUAL-NUM    PIC  9(8)  VALUE ZERO.
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-GRAVADOS    PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  DIA  PIC  99.
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           MOVE  DATA-SIS  TO  W-DATA-ATUAL-NUM.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CONVERTER-REGISTROS UNTIL FIM-ARQUIVO.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "CONVERSAO DO CADASTRO DE OPERADORES".
           DISPLAY "REGISTROS LIDOS. . . . . . . . : " W-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS . . . . . . : "
                   W-TOTAL-GRAVADOS.
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : " W-TOTAL-ERRO.
           IF  W-TOTAL-LIDOS = W-TOTAL-GRAVADOS AND
               W-TOTAL-ERRO = ZERO
               DISPLAY "CONVERSAO CONFERIDA - GUARDAR O OPERADOR.DAT "
                       "ATUAL E RENOMEAR OPERADOR.NOV PARA OPERADOR.DAT"
           ELSE
               DISPLAY "CONTAGENS NAO CONFEREM - NAO USAR OPERADOR.NOV"
           END-IF.
           STOP RUN.

       CONVERTER-REGISTROS.
           READ CAD-OPERADOR-VELHO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO W-TOTAL-LIDOS
                   INITIALIZE  REG-OPERADOR
                   MOVE  VEL-CODIGO  TO  OPER-CODIGO
                   MOVE  VEL-NOME    TO  OPER-NOME
                   MOVE  VEL-NIVEL   TO  OPER-NIVEL
                   CALL  "CRIPSEN"  USING  OPER-CODIGO  VEL-SENHA
                                           OPER-SENHA-CIFRADA
                   MOVE  W-DATA-ATUAL-NUM  TO  OPER-DATA-SENHA
                   MOVE  ZERO  TO  OPER-FALHAS
                   MOVE  "A"   TO  OPER-SITUACAO
                   MOVE  "S"   TO  OPER-TROCA-SENHA
                   WRITE  REG-OPERADOR
                   IF  CODERRO-OPE = "00"
                       ADD 1 TO W-TOTAL-GRAVADOS
                   ELSE
                       ADD 1 TO W-TOTAL-ERRO
                       DISPLAY "ERRO AO GRAVAR OPERADOR: " VEL-CODIGO
                   END-IF
           END-READ.

       ABRIR-ARQUIVOS.
           OPEN  INPUT  CAD-OPERADOR-VELHO.
           IF  CODERRO-VEL NOT = "00"
               DISPLAY "ARQUIVO DE OPERADORES NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN  OUTPUT  CAD-OPERADOR.
           IF  CODERRO-OPE NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR OPERADOR.NOV"
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
           CLOSE  CAD-OPERADOR-VELHO.
           CLOSE  CAD-OPERADOR.
