       77  W-DATA-INAT-NUM     PIC  9(8)  VALUE ZERO.
       77  W-TOTAL-LIDOS       PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-EXPURGADOS  PIC  9(5)  VALUE ZERO.
       77  W-TOTAL-ERRO        PIC  9(5)  VALUE ZERO.
       77  W-ULT-CHAVE         PIC  9(5)  VALUE ZERO.
       77  W-CHAVE-REINICIO    PIC  9(5)  VALUE ZERO.
       77  W-REINICIO          PIC  X     VALUE "N".
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
           DISPLAY "REGISTROS INATIVOS LIDOS. . . . : " W-TOTAL-LIDOS.
           DISPLAY "REGISTROS EXPURGADOS. . . . . . : "
                   W-TOTAL-EXPURGADOS.
           DISPLAY "ERROS DE GRAVACAO . . . . . . . : " W-TOTAL-ERRO.
           DISPLAY "FIM NORMAL REGISTRADO EM PURGPROD.CKP".
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 8 = ERRO DE GRAVACAO
           IF  W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           END-IF.
           GOBACK.

      *  NO REINICIO A VARREDURA RETOMA DA CHAVE SEGUINTE A ULTIMA
                           MOVE CTL-ULT-REGISTRO TO W-CHAVE-REINICIO
                           MOVE CTL-TOT-1 TO W-TOTAL-LIDOS
                           MOVE CTL-TOT-2 TO W-TOTAL-EXPURGADOS
                           MOVE CTL-TOT-3 TO W-TOTAL-ERRO
                           DISPLAY "REINICIO DO CHECKPOINT: CHAVE "
                                   CTL-ULT-REGISTRO
                       END-IF
           OPEN  OUTPUT  ARQ-CONTROLE.
           IF  CODERRO-CTL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR O CHECKPOINT"
               ADD  1  TO  W-TOTAL-ERRO
           ELSE
               MOVE  "PURGPROD"        TO  CTL-JOB
               MOVE  DATA-COM-BARRA    TO  CTL-DATA
               MOVE  W-ULT-CHAVE       TO  CTL-ULT-REGISTRO
               MOVE  W-TOTAL-LIDOS     TO  CTL-TOT-1
               MOVE  W-TOTAL-EXPURGADOS TO CTL-TOT-2
               MOVE  W-TOTAL-ERRO      TO  CTL-TOT-3
               MOVE  ZERO              TO  CTL-TOT-4
               MOVE  ZERO              TO  CTL-TOT-5
               MOVE  ZERO              TO  CTL-TOT-6
               MOVE  ZERO              TO  CTL-GERACAO-SAIDA
               MOVE  ZERO              TO  CTL-TOT-SAIDA
               WRITE  REG-CONTROLE
               IF  CODERRO-CTL NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O CHECKPOINT"
                   ADD  1  TO  W-TOTAL-ERRO
               END-IF
               CLOSE  ARQ-CONTROLE
           END-IF.

                   PERFORM GRAVAR-LOG-EXPURGO
               ELSE
                   DISPLAY "ERRO AO EXPURGAR PRODUTO: " CODPROD
                   ADD 1 TO W-TOTAL-ERRO
               END-IF
           END-IF.

           WRITE  REG-LOG-EXCLUSAO.
           IF  CODERRO-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR O LOG DE EXPURGO: " CODPROD
               ADD  1  TO  W-TOTAL-ERRO
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN  I-O  CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               DISPLAY "ARQUIVO DE PRODUTOS NAO ENCONTRADO"
               MOVE  12  TO  RETURN-CODE
               GOBACK
           END-IF.
           OPEN  EXTEND  ARQ-LOG-EXCLUSAO.
           IF  CODERRO-LOG NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LOG"
               MOVE  12  TO  RETURN-CODE
               GOBACK
           END-IF.
       FECHAR-ARQUIVOS.
