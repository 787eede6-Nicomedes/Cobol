      *    *  CONTINUA PENDENTE PARA A PROXIMA RODADA         *
      *    ****************************************************
      *    LAYOUT DE PRECPROG.DAT (UMA LINHA POR PRECO):
      *    CODPROD 9(5)  PRECO 9(4)V99  DATA VIGENCIA AAAAMMDD
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       FD  ARQ-PENDENTES
           LABEL  RECORD  STANDARD.
       01  REG-PENDENTE.
           02  PPR-CODPROD     PIC  9(5).
           02  PPR-PRECO       PIC  9(4)V99.
           02  PPR-DATA        PIC  9(8).
           02  FILLER          PIC  X(11).
       FD  ARQ-TRABALHO
           LABEL  RECORD  STANDARD.
       01  REG-TRABALHO        PIC  X(30).
       FD  ARQ-REJEITOS
           LABEL  RECORD  STANDARD.
       01  REG-REJEITO.
           02  REJ-PENDENTE    PIC  X(19).
           02  FILLER          PIC  X     VALUE SPACE.
           02  REJ-MOTIVO      PIC  X(30).
       WORKING-STORAGE SECTION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           COMPUTE W-DATA-ATUAL-NUM = ANO OF DATA-SIS * 10000
                                     + MES OF DATA-SIS * 100
           DISPLAY "ERROS DE GRAVACAO. . . . . . . : "
                   W-TOTAL-ERRO.
           DISPLAY "REJEITADOS GRAVADOS EM PRECPROG.REJ".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 4 = HOUVE REJEITADOS, 8 = ERRO DE GRAVACAO
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  W-TOTAL-REJEITADOS > ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       PROCESSAR-PENDENTES.
           WRITE  REG-TRABALHO
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PENDENTE: " PPR-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  SO GRAVA O HISTORICO DEPOIS DE CONFIRMAR QUE O REGISTRO FOI
           WRITE  REG-HIST-ALTERACAO.
           IF  CODERRO-HIS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O HISTORICO: " PPR-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  O PRECO REJEITADO SAI NO MESMO LAYOUT DE ENTRADA, COM O
      *  MOTIVO AO LADO, PARA CORRECAO E REENVIO.
       GRAVAR-REJEITO.
           ADD  1  TO  W-TOTAL-REJEITADOS
           MOVE  REG-PENDENTE (1:19)   TO  REJ-PENDENTE
           MOVE  W-MOTIVO-REJEITO      TO  REJ-MOTIVO
           WRITE  REG-REJEITO
           IF  CODERRO-REJ NOT = "00"
               DISPLAY "ERRO AO GRAVAR REJEITADO: " PPR-CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

      *  OS PRECOS AINDA NAO VENCIDOS VOLTAM PARA O PRECPROG.DAT,
           OPEN  INPUT  ARQ-TRABALHO.
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "NAO FOI POSSIVEL RELER PRECPROG.TMP"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-PENDENTES.
           IF  CODERRO-PPR NOT = "00"
               DISPLAY "NAO FOI POSSIVEL REGRAVAR PRECPROG.DAT"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COPIAR-PENDENTE UNTIL FIM-ARQUIVO.
               NOT AT END
                   MOVE  REG-TRABALHO  TO  REG-PENDENTE
                   WRITE  REG-PENDENTE
                   IF  CODERRO-PPR NOT = "00"
                       ADD  1  TO  W-TOTAL-ERRO
                       DISPLAY "ERRO AO REGRAVAR PENDENTE: "
                               PPR-CODPROD
                   END-IF
           END-READ.

       ABRIR-ARQUIVOS.
           OPEN  I-O  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  EXTEND  ARQ-HIST-ALTERACAO.
           IF  CODERRO-HIS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE HISTORICO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  ARQ-PENDENTES.
           IF  CODERRO-PPR NOT = "00"
               DISPLAY "ARQUIVO DE PRECOS PENDENTES NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-TRABALHO.
           IF  CODERRO-TRB NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR PRECPROG.TMP"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  ARQ-REJEITOS.
           IF  CODERRO-REJ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQ. DE REJEITADOS"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
       FECHAR-ARQUIVOS.
