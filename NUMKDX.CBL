      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       NUMKDX.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  NUMERACAO DOS MOVIMENTOS DO KARDEX: DEVOLVE O   *
      *    *  PROXIMO NUMERO DE MOVIMENTO, GUARDADO EM        *
      *    *  KARDEX.SEQ NO MESMO PADRAO DO PEDCOMP.SEQ (LE   *
      *    *  O ULTIMO, SOMA 1 E REGRAVA). O NUMERO           *
      *    *  IDENTIFICA A LINHA DO KARDEX PARA O ESTORNO     *
      *    ****************************************************
      *    CHAMADO POR TODOS OS PROGRAMAS QUE GRAVAM O KARDEX,
      *    ANTES DE CADA WRITE REG-KARDEX:
      *    CALL "NUMKDX" USING KDX-NUMERO
      *    SE O KARDEX.SEQ NAO PUDER SER GRAVADO DEVOLVE ZERO; A
      *    LINHA E GRAVADA SEM NUMERO E NAO PODE SER ESTORNADA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT  ARQ-CONTROLE-KARDEX ASSIGN TO "KARDEX.SEQ"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SEQ.
       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-CONTROLE-KARDEX
           LABEL  RECORD  STANDARD.
       01  REG-CONTROLE-KARDEX.
           02  SEQ-ULTIMO-MOVIMENTO   PIC  9(8).
       WORKING-STORAGE SECTION.
       77  CODERRO-SEQ         PIC  X(2)  VALUE SPACES.
       LINKAGE SECTION.
       01  NKX-NUMERO          PIC  9(8).
       PROCEDURE DIVISION USING NKX-NUMERO.
       INICIO.
           MOVE  ZERO  TO  SEQ-ULTIMO-MOVIMENTO
           OPEN  INPUT  ARQ-CONTROLE-KARDEX.
           IF  CODERRO-SEQ = "00"
               READ ARQ-CONTROLE-KARDEX
                   AT END
                       MOVE  ZERO  TO  SEQ-ULTIMO-MOVIMENTO
               END-READ
               IF  SEQ-ULTIMO-MOVIMENTO NOT NUMERIC
                   MOVE  ZERO  TO  SEQ-ULTIMO-MOVIMENTO
               END-IF
               CLOSE  ARQ-CONTROLE-KARDEX
           END-IF.
           ADD  1  TO  SEQ-ULTIMO-MOVIMENTO.
           OPEN  OUTPUT  ARQ-CONTROLE-KARDEX.
           IF  CODERRO-SEQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR KARDEX.SEQ"
               MOVE  ZERO  TO  NKX-NUMERO
           ELSE
               WRITE  REG-CONTROLE-KARDEX
               CLOSE  ARQ-CONTROLE-KARDEX
               MOVE  SEQ-ULTIMO-MOVIMENTO  TO  NKX-NUMERO
           END-IF.
           GOBACK.
