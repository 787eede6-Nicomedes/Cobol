      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       NOTURNO.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  CADEIA NOTURNA: EXECUTA OS JOBS DE LOTE NA      *
      *    *  ORDEM DO ARQUIVO DE CONFIGURACAO, CONFERE O     *
      *    *  CODIGO DE RETORNO DE CADA PASSO E INTERROMPE A  *
      *    *  CADEIA NO PRIMEIRO PASSO COM FALHA. CADA PASSO  *
      *    *  VAI PARA O LOG DA CADEIA (NOTURNO.LOG) COM HORA *
      *    *  DE INICIO, HORA DE FIM E RESULTADO; O PASSO COM *
      *    *  FALHA FICA NO CHECKPOINT (NOTURNO.CKP) E A      *
      *    *  PROXIMA EXECUCAO OFERECE REINICIAR DELE         *
      *    ****************************************************
      *    CODIGO DE RETORNO DOS JOBS: ZERO = NORMAL, 4 = NORMAL
      *    COM AVISO (REJEITADOS, DIVERGENCIAS), 8 OU MAIS = FALHA
      *    (A CADEIA PARA). O DELPRLOT E O PURGPROD TEM CHECKPOINT
      *    PROPRIO: NO REINICIO ELES SAO EXECUTADOS DE NOVO E
      *    RETOMAM DO PROPRIO CHECKPOINT.
      *    CONFIGURACAO (NOTURNO.CFG), UMA LINHA POR PASSO, LINHA
      *    COM "*" NA COLUNA 1 E COMENTARIO:
      *    COL 01-08  PROGRAMA
      *    COL 10     QUANDO: D = TODA NOITE
      *                       F = SO COM COMPETENCIA A FECHAR (SEM
      *                           FOTO ESTQPOS DO MES ANTERIOR)
      *                       M = UMA VEZ POR MES, PELO CHECKPOINT
      *                           DO PROPRIO JOB (PROGRAMA.CKP)
      *    COL 12-71  COMANDO (VAZIO = O NOME DO PROGRAMA)
      *    SEM O NOTURNO.CFG VALE A CADEIA PADRAO (W-CADEIA-PADRAO).
      *    PARAMETRO PELA VARIAVEL DE AMBIENTE:
      *    NOTURNO_REINICIO  S = REINICIAR DO PASSO COM FALHA,
      *                      N = EXECUTAR DO PRIMEIRO PASSO
      *                      (VAZIO = PERGUNTA NO CONSOLE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT  ARQ-CONFIGURACAO ASSIGN TO "NOTURNO.CFG"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-CFG.
           SELECT  ARQ-LOG-CADEIA ASSIGN TO "NOTURNO.LOG"
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-EXE.
           SELECT  ARQ-CONTROLE ASSIGN USING W-NOME-CONTROLE
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-CTL.
           SELECT  ARQ-POSICAO ASSIGN USING W-NOME-POSICAO
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-POS.
       DATA DIVISION.
       FILE  SECTION.
       FD  ARQ-CONFIGURACAO
           LABEL  RECORD  STANDARD.
       01  REG-CONFIGURACAO.
           02  CFG-PROGRAMA    PIC  X(8).
           02  FILLER          PIC  X.
           02  CFG-QUANDO      PIC  X.
           02  FILLER          PIC  X.
           02  CFG-COMANDO     PIC  X(60).
       FD  ARQ-LOG-CADEIA
           LABEL  RECORD  STANDARD.
       01  REG-LOG-CADEIA.
           02  EXE-DATA        PIC  X(10).
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-HORA-INICIO PIC  X(8).
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-HORA-FIM    PIC  X(8).
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-PASSO       PIC  Z9.
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-PROGRAMA    PIC  X(8).
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-RETORNO     PIC  ZZ9.
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-RESULTADO   PIC  X(24).
           02  FILLER          PIC  X     VALUE SPACE.
           02  EXE-OPERADOR    PIC  X(12).
      *  O CHECKPOINT DA CADEIA USA O MESMO LAYOUT DOS JOBS: CTL-JOB
      *  E O PROGRAMA DO PASSO, CTL-ULT-REGISTRO O NUMERO DO PASSO
      *  E CTL-TOT-1 O CODIGO DE RETORNO. O MESMO FD LE O CHECKPOINT
      *  DE UM JOB (PROGRAMA.CKP) PARA A CONDICAO "M".
           COPY  CTLRUN.
       FD  ARQ-POSICAO
           LABEL  RECORD  STANDARD.
       01  REG-POSICAO         PIC  X(30).
       WORKING-STORAGE SECTION.
       77  CODERRO-CFG         PIC  X(2)  VALUE SPACES.
       77  CODERRO-EXE         PIC  X(2)  VALUE SPACES.
       77  CODERRO-CTL         PIC  X(2)  VALUE SPACES.
       77  CODERRO-POS         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-SITUACAO-CTL      PIC  X     VALUE "E".
       77  W-FILTRO-REINICIO   PIC  X     VALUE SPACE.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-CONFIG-OK         PIC  X     VALUE "S".
           88  CONFIGURACAO-VALIDA  VALUE "S".
       77  W-INTERROMPIDA      PIC  X     VALUE "N".
           88  CADEIA-INTERROMPIDA  VALUE "S".
       77  W-PENDENTE          PIC  X     VALUE "N".
           88  HA-PASSO-PENDENTE    VALUE "S".
       77  W-DEVIDO            PIC  X     VALUE "S".
           88  PASSO-DEVIDO    VALUE "S".
       77  W-MAX-PASSOS        PIC  9(2)  VALUE 20.
       77  W-QTDE-PASSOS       PIC  9(2)  VALUE ZERO.
       77  W-PX                PIC  9(2)  VALUE ZERO.
       77  W-QTDE-PADRAO       PIC  9(2)  VALUE 10.
       77  W-PASSO-INICIAL     PIC  9(2)  VALUE 1.
       77  W-PASSO-PENDENTE    PIC  9(2)  VALUE ZERO.
       77  W-PROGRAMA-PENDENTE PIC  X(8)  VALUE SPACES.
       77  W-RETORNO-PENDENTE  PIC  9(3)  VALUE ZERO.
       77  W-DATA-PENDENTE     PIC  X(10) VALUE SPACES.
       77  W-RETORNO-SISTEMA   PIC  S9(9) VALUE ZERO.
       77  W-RETORNO-PASSO     PIC  9(3)  VALUE ZERO.
       77  W-RETORNO-CADEIA    PIC  9(3)  VALUE ZERO.
       77  W-LIMITE-AVISO      PIC  9(3)  VALUE 4.
       77  W-COMANDO           PIC  X(60) VALUE SPACES.
       77  W-RESULTADO         PIC  X(24) VALUE SPACES.
       77  W-HORA-INICIO       PIC  X(8)  VALUE SPACES.
       77  W-TOTAL-EXECUTADOS  PIC  9(2)  VALUE ZERO.
       77  W-TOTAL-AVISOS      PIC  9(2)  VALUE ZERO.
       77  W-TOTAL-NAO-DEVIDOS PIC  9(2)  VALUE ZERO.
       77  W-NOME-CONTROLE     PIC  X(12) VALUE "NOTURNO.CKP".
      *  FOTO DA COMPETENCIA ANTERIOR, NO MESMO PADRAO DO FECHMES
       01  W-NOME-POSICAO.
           02  FILLER          PIC  X(8)  VALUE "ESTQPOS.".
           02  W-POSICAO-SEQ   PIC  9(6)  VALUE ZERO.
       01  W-COMPET-ANTERIOR.
           02  W-CA-ANO        PIC  9(4).
           02  W-CA-MES        PIC  9(2).
       01  W-COMPET-ANTERIOR-NUM  REDEFINES  W-COMPET-ANTERIOR
                                  PIC  9(6).
      *  CADEIA PADRAO, USADA QUANDO NAO HA NOTURNO.CFG
       01  W-CADEIA-PADRAO.
           02  FILLER          PIC  X(9)  VALUE "PRECPROGD".
           02  FILLER          PIC  X(9)  VALUE "ESTMVLOTD".
           02  FILLER          PIC  X(9)  VALUE "MANPRLOTD".
           02  FILLER          PIC  X(9)  VALUE "DELPRLOTD".
           02  FILLER          PIC  X(9)  VALUE "RECESTQ D".
           02  FILLER          PIC  X(9)  VALUE "EXTCATALD".
           02  FILLER          PIC  X(9)  VALUE "FECHMES F".
           02  FILLER          PIC  X(9)  VALUE "PURGPRODM".
           02  FILLER          PIC  X(9)  VALUE "AUDINTEGD".
           02  FILLER          PIC  X(9)  VALUE "BKPARQS D".
       01  FILLER  REDEFINES  W-CADEIA-PADRAO.
           02  W-PADRAO  OCCURS 10 TIMES.
               03  W-PAD-PROGRAMA   PIC  X(8).
               03  W-PAD-QUANDO     PIC  X.
       01  W-TABELA-PASSOS.
           02  W-PASSO  OCCURS 20 TIMES.
               03  W-TAB-PROGRAMA   PIC  X(8).
               03  W-TAB-QUANDO     PIC  X.
                   88  QUANDO-DIARIO     VALUE "D".
                   88  QUANDO-FECHAMENTO VALUE "F".
                   88  QUANDO-MENSAL     VALUE "M".
               03  W-TAB-COMANDO    PIC  X(60).
       01  HORA-SIS.
           02  HORA  PIC  99.
           02  MINU  PIC  99.
           02  SEGU  PIC  99.
           02  CENT  PIC  99.
       01  HORA-FORMATADA.
           02  HF-HORA  PIC  99.
           02  FILLER   PIC  X  VALUE ":".
           02  HF-MINU  PIC  99.
           02  FILLER   PIC  X  VALUE ":".
           02  HF-SEGU  PIC  99.
       01  DATA-SIS.
           02  ANO  PIC  9999.
           02  MES  PIC  99.
           02  DIA  PIC  99.
       01  DATA-DIA.
           02  DIA  PIC  99/.
           02  MES  PIC  99/.
           02  ANO  PIC  9999.
       01  DATA-COM-BARRA  REDEFINES  DATA-DIA  PIC X(10).
       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           PERFORM CALCULAR-COMPETENCIA-ANTERIOR.
           PERFORM CARREGAR-CONFIGURACAO.
           IF  NOT CONFIGURACAO-VALIDA
               DISPLAY "CONFIGURACAO DA CADEIA INVALIDA - NADA "
                       "FOI EXECUTADO"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-CONTROLE-CADEIA.
           IF  HA-PASSO-PENDENTE
               PERFORM DECIDIR-REINICIO
           END-IF.
           PERFORM ABRIR-LOG-CADEIA.
           MOVE  SPACES  TO  W-HORA-INICIO
           MOVE  ZERO    TO  W-PX  W-RETORNO-PASSO
           MOVE  SPACES  TO  W-COMANDO
           IF  W-PASSO-INICIAL > 1
               MOVE  "REINICIO DA CADEIA"  TO  W-RESULTADO
           ELSE
               MOVE  "INICIO DA CADEIA"    TO  W-RESULTADO
           END-IF.
           PERFORM GRAVAR-LOG-CADEIA.
           PERFORM EXECUTAR-PASSO
                   VARYING W-PX FROM W-PASSO-INICIAL BY 1
                   UNTIL W-PX > W-QTDE-PASSOS OR CADEIA-INTERROMPIDA.
           MOVE  ZERO    TO  W-PX  W-RETORNO-PASSO
           MOVE  SPACES  TO  W-HORA-INICIO  W-COMANDO
           IF  CADEIA-INTERROMPIDA
               MOVE  "CADEIA INTERROMPIDA"  TO  W-RESULTADO
           ELSE
               MOVE  "F"   TO  W-SITUACAO-CTL
               MOVE  ZERO  TO  W-PX
               PERFORM GRAVAR-CONTROLE-CADEIA
               MOVE  "FIM NORMAL DA CADEIA"  TO  W-RESULTADO
               IF  W-TOTAL-AVISOS > ZERO
                   MOVE  W-LIMITE-AVISO  TO  W-RETORNO-CADEIA
               END-IF
           END-IF.
           PERFORM GRAVAR-LOG-CADEIA.
           CLOSE  ARQ-LOG-CADEIA.
           DISPLAY "CADEIA NOTURNA - " W-OPERADOR.
           DISPLAY "PASSOS NA CADEIA . . . . . . . : " W-QTDE-PASSOS.
           DISPLAY "PASSOS EXECUTADOS. . . . . . . : "
                   W-TOTAL-EXECUTADOS.
           DISPLAY "  COM AVISO. . . . . . . . . . : " W-TOTAL-AVISOS.
           DISPLAY "PASSOS NAO DEVIDOS (PULADOS) . : "
                   W-TOTAL-NAO-DEVIDOS.
           DISPLAY "RESULTADO. . . . . . . . . . . : " W-RESULTADO.
           DISPLAY "LOG GRAVADO EM NOTURNO.LOG".
           MOVE  W-RETORNO-CADEIA  TO  RETURN-CODE.
           STOP RUN.

      *  A CONFIGURACAO E LIDA INTEIRA ANTES DE EXECUTAR QUALQUER
      *  PASSO; UMA LINHA INVALIDA INVALIDA A CADEIA TODA, PARA NAO
      *  RODAR METADE DE UMA CADEIA ERRADA.
       CARREGAR-CONFIGURACAO.
           OPEN  INPUT  ARQ-CONFIGURACAO.
           IF  CODERRO-CFG NOT = "00"
               DISPLAY "NOTURNO.CFG NAO ENCONTRADO - USANDO A CADEIA "
                       "PADRAO"
               PERFORM CARREGAR-PASSO-PADRAO
                       VARYING W-PX FROM 1 BY 1
                       UNTIL W-PX > W-QTDE-PADRAO
           ELSE
               MOVE  "N"  TO  W-FIM-ARQUIVO
               PERFORM LER-CONFIGURACAO UNTIL FIM-ARQUIVO
               CLOSE  ARQ-CONFIGURACAO
           END-IF.
           IF  W-QTDE-PASSOS = ZERO
               DISPLAY "NENHUM PASSO CONFIGURADO"
               MOVE  "N"  TO  W-CONFIG-OK
           END-IF.
       CARREGAR-PASSO-PADRAO.
           ADD  1  TO  W-QTDE-PASSOS
           MOVE  W-PAD-PROGRAMA (W-PX)
             TO  W-TAB-PROGRAMA (W-QTDE-PASSOS)
           MOVE  W-PAD-QUANDO (W-PX)
             TO  W-TAB-QUANDO (W-QTDE-PASSOS)
           MOVE  SPACES  TO  W-TAB-COMANDO (W-QTDE-PASSOS).
       LER-CONFIGURACAO.
           READ ARQ-CONFIGURACAO
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   IF  REG-CONFIGURACAO NOT = SPACES AND
                       CFG-PROGRAMA (1:1) NOT = "*"
                       PERFORM VALIDAR-LINHA-CONFIGURACAO
                   END-IF
           END-READ.
       VALIDAR-LINHA-CONFIGURACAO.
           MOVE FUNCTION UPPER-CASE (CFG-PROGRAMA) TO CFG-PROGRAMA
           MOVE FUNCTION UPPER-CASE (CFG-QUANDO)   TO CFG-QUANDO
           IF  CFG-QUANDO = SPACE
               MOVE  "D"  TO  CFG-QUANDO
           END-IF.
           EVALUATE  TRUE
               WHEN  W-QTDE-PASSOS >= W-MAX-PASSOS
                   DISPLAY "NOTURNO.CFG COM MAIS DE " W-MAX-PASSOS
                           " PASSOS"
                   MOVE  "N"  TO  W-CONFIG-OK
               WHEN  CFG-PROGRAMA = SPACES
                   DISPLAY "NOTURNO.CFG - LINHA SEM PROGRAMA"
                   MOVE  "N"  TO  W-CONFIG-OK
               WHEN  CFG-QUANDO NOT = "D" AND CFG-QUANDO NOT = "F"
                     AND CFG-QUANDO NOT = "M"
                   DISPLAY "NOTURNO.CFG - CONDICAO INVALIDA: "
                           CFG-PROGRAMA " " CFG-QUANDO
                   MOVE  "N"  TO  W-CONFIG-OK
               WHEN  OTHER
                   ADD  1  TO  W-QTDE-PASSOS
                   MOVE  CFG-PROGRAMA
                     TO  W-TAB-PROGRAMA (W-QTDE-PASSOS)
                   MOVE  CFG-QUANDO
                     TO  W-TAB-QUANDO (W-QTDE-PASSOS)
                   MOVE  CFG-COMANDO
                     TO  W-TAB-COMANDO (W-QTDE-PASSOS)
           END-EVALUATE.

      *  SITUACAO "E" NO CHECKPOINT DA CADEIA = A EXECUCAO ANTERIOR
      *  PAROU (FALHA OU QUEDA) NO PASSO GRAVADO.
       LER-CONTROLE-CADEIA.
           MOVE  "NOTURNO.CKP"  TO  W-NOME-CONTROLE
           OPEN  INPUT  ARQ-CONTROLE.
           IF  CODERRO-CTL = "00"
               READ ARQ-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  CTL-EM-EXECUCAO
                           MOVE  "S"  TO  W-PENDENTE
                           MOVE CTL-JOB          TO W-PROGRAMA-PENDENTE
                           MOVE CTL-ULT-REGISTRO TO W-PASSO-PENDENTE
                           MOVE CTL-TOT-1        TO W-RETORNO-PENDENTE
                           MOVE CTL-DATA         TO W-DATA-PENDENTE
                       END-IF
               END-READ
               CLOSE  ARQ-CONTROLE
           END-IF.

      *  O REINICIO PROCURA O PASSO PELO NOME DO PROGRAMA, PARA UMA
      *  LINHA INCLUIDA NA CONFIGURACAO NAO DESLOCAR O PONTO DE
      *  REINICIO. OS PASSOS ANTERIORES JA RODARAM E NAO SAO
      *  REPETIDOS (O ESTMVLOT, POR EXEMPLO, LANCARIA DE NOVO).
       DECIDIR-REINICIO.
           DISPLAY "CADEIA ANTERIOR INTERROMPIDA EM " W-DATA-PENDENTE
                   " NO PASSO " W-PASSO-PENDENTE " - "
                   W-PROGRAMA-PENDENTE " (RETORNO "
                   W-RETORNO-PENDENTE ")".
           ACCEPT  W-FILTRO-REINICIO
                   FROM ENVIRONMENT "NOTURNO_REINICIO".
           IF  W-FILTRO-REINICIO = SPACE
               DISPLAY "REINICIAR DO PASSO COM FALHA? (S/N): "
               ACCEPT  W-FILTRO-REINICIO
           END-IF.
           MOVE FUNCTION UPPER-CASE (W-FILTRO-REINICIO)
             TO W-FILTRO-REINICIO.
           IF  W-FILTRO-REINICIO = "N"
               DISPLAY "CADEIA EXECUTADA DESDE O PRIMEIRO PASSO"
           ELSE
               MOVE  ZERO  TO  W-PASSO-INICIAL
               PERFORM LOCALIZAR-PASSO-PENDENTE
                       VARYING W-PX FROM 1 BY 1
                       UNTIL W-PX > W-QTDE-PASSOS
                          OR W-PASSO-INICIAL > ZERO
               IF  W-PASSO-INICIAL = ZERO
                   DISPLAY "PASSO " W-PROGRAMA-PENDENTE
                           " NAO ESTA NA CADEIA - NADA FOI EXECUTADO"
                   MOVE  12  TO  RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "REINICIO NO PASSO " W-PASSO-INICIAL " - "
                       W-PROGRAMA-PENDENTE
           END-IF.
       LOCALIZAR-PASSO-PENDENTE.
           IF  W-TAB-PROGRAMA (W-PX) = W-PROGRAMA-PENDENTE
               MOVE  W-PX  TO  W-PASSO-INICIAL
           END-IF.

       EXECUTAR-PASSO.
           PERFORM VERIFICAR-PASSO-DEVIDO.
           MOVE  ZERO  TO  W-RETORNO-PASSO
           IF  NOT PASSO-DEVIDO
               ADD  1  TO  W-TOTAL-NAO-DEVIDOS
               MOVE  SPACES  TO  W-HORA-INICIO
               PERFORM GRAVAR-LOG-CADEIA
               DISPLAY "PASSO " W-PX " - " W-TAB-PROGRAMA (W-PX)
                       " - " W-RESULTADO
           ELSE
               PERFORM RODAR-PASSO
           END-IF.

      *  O CHECKPOINT E GRAVADO ANTES DE CHAMAR O JOB: SE A PROPRIA
      *  CADEIA CAIR NO MEIO DO PASSO, O REINICIO VOLTA A ELE.
       RODAR-PASSO.
           MOVE  "E"   TO  W-SITUACAO-CTL
           PERFORM GRAVAR-CONTROLE-CADEIA
           PERFORM OBTER-HORA
           MOVE  HORA-FORMATADA  TO  W-HORA-INICIO
           MOVE  W-TAB-COMANDO (W-PX)  TO  W-COMANDO
           IF  W-COMANDO = SPACES
               MOVE  W-TAB-PROGRAMA (W-PX)  TO  W-COMANDO
           END-IF.
           DISPLAY "PASSO " W-PX " - " W-TAB-PROGRAMA (W-PX)
                   " - INICIO " W-HORA-INICIO.
           CALL  "SYSTEM"  USING  W-COMANDO.
           PERFORM TRATAR-RETORNO.
           ADD  1  TO  W-TOTAL-EXECUTADOS
           EVALUATE  TRUE
               WHEN  W-RETORNO-PASSO = ZERO
                   MOVE  "NORMAL"  TO  W-RESULTADO
               WHEN  W-RETORNO-PASSO NOT > W-LIMITE-AVISO
                   ADD  1  TO  W-TOTAL-AVISOS
                   MOVE  "NORMAL COM AVISO"  TO  W-RESULTADO
               WHEN  OTHER
                   MOVE  "FALHA - CADEIA PARADA"  TO  W-RESULTADO
                   MOVE  "S"  TO  W-INTERROMPIDA
                   MOVE  W-RETORNO-PASSO  TO  W-RETORNO-CADEIA
                   PERFORM GRAVAR-CONTROLE-CADEIA
           END-EVALUATE.
           PERFORM GRAVAR-LOG-CADEIA.
           DISPLAY "PASSO " W-PX " - " W-TAB-PROGRAMA (W-PX)
                   " - FIM " HORA-FORMATADA " - RETORNO "
                   W-RETORNO-PASSO " - " W-RESULTADO.

      *  O RETORNO DO COMANDO VEM NO FORMATO DO SISTEMA (CODIGO DE
      *  SAIDA DO JOB NO BYTE ALTO); COMANDO QUE NAO PODE SER
      *  EXECUTADO CONTA COMO FALHA.
       TRATAR-RETORNO.
           MOVE  RETURN-CODE  TO  W-RETORNO-SISTEMA
           MOVE  ZERO  TO  RETURN-CODE
           EVALUATE  TRUE
               WHEN  W-RETORNO-SISTEMA < ZERO
                   MOVE  12  TO  W-RETORNO-PASSO
               WHEN  W-RETORNO-SISTEMA > 255
                   DIVIDE  W-RETORNO-SISTEMA  BY  256
                     GIVING  W-RETORNO-PASSO
               WHEN  OTHER
                   MOVE  W-RETORNO-SISTEMA  TO  W-RETORNO-PASSO
           END-EVALUATE.

       VERIFICAR-PASSO-DEVIDO.
           MOVE  "S"  TO  W-DEVIDO
           EVALUATE  TRUE
               WHEN  QUANDO-FECHAMENTO (W-PX)
                   PERFORM VERIFICAR-FECHAMENTO-DEVIDO
               WHEN  QUANDO-MENSAL (W-PX)
                   PERFORM VERIFICAR-MENSAL-DEVIDO
               WHEN  OTHER
                   CONTINUE
           END-EVALUATE.

      *  FECHAMENTO DEVIDO = A COMPETENCIA ANTERIOR AINDA NAO TEM A
      *  FOTO ESTQPOS QUE O FECHMES GRAVA AO FECHAR.
       VERIFICAR-FECHAMENTO-DEVIDO.
           MOVE  W-COMPET-ANTERIOR-NUM  TO  W-POSICAO-SEQ
           OPEN  INPUT  ARQ-POSICAO
           IF  CODERRO-POS = "00"
               CLOSE  ARQ-POSICAO
               MOVE  "N"  TO  W-DEVIDO
               MOVE  "PULADO - MES JA FECHADO"  TO  W-RESULTADO
           END-IF.

      *  MENSAL: O CHECKPOINT DO PROPRIO JOB DIZ SE ELE JA TERMINOU
      *  NO MES CORRENTE; CHECKPOINT EM EXECUCAO ("E") E SEMPRE
      *  DEVIDO, PARA O JOB RETOMAR DE ONDE PAROU.
       VERIFICAR-MENSAL-DEVIDO.
           MOVE  SPACES  TO  W-NOME-CONTROLE
           STRING  W-TAB-PROGRAMA (W-PX)  DELIMITED BY SPACE
                   ".CKP"                 DELIMITED BY SIZE
                   INTO  W-NOME-CONTROLE
           OPEN  INPUT  ARQ-CONTROLE
           IF  CODERRO-CTL = "00"
               READ ARQ-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  CTL-FIM-NORMAL AND
                           CTL-DATA (4:7) = DATA-COM-BARRA (4:7)
                           MOVE  "N"  TO  W-DEVIDO
                           MOVE  "PULADO - JA RODOU NO MES"
                             TO  W-RESULTADO
                       END-IF
               END-READ
               CLOSE  ARQ-CONTROLE
           END-IF.
           MOVE  "NOTURNO.CKP"  TO  W-NOME-CONTROLE.

       CALCULAR-COMPETENCIA-ANTERIOR.
           MOVE  ANO OF DATA-SIS  TO  W-CA-ANO
           MOVE  MES OF DATA-SIS  TO  W-CA-MES
           IF  W-CA-MES = 1
               MOVE  12  TO  W-CA-MES
               SUBTRACT  1  FROM  W-CA-ANO
           ELSE
               SUBTRACT  1  FROM  W-CA-MES
           END-IF.

       GRAVAR-CONTROLE-CADEIA.
           MOVE  "NOTURNO.CKP"  TO  W-NOME-CONTROLE
           OPEN  OUTPUT  ARQ-CONTROLE.
           IF  CODERRO-CTL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR NOTURNO.CKP"
           ELSE
               MOVE  SPACES  TO  REG-CONTROLE
               INITIALIZE  REG-CONTROLE
               MOVE  W-SITUACAO-CTL  TO  CTL-SITUACAO
               IF  W-PX > ZERO
                   MOVE  W-TAB-PROGRAMA (W-PX)  TO  CTL-JOB
               ELSE
                   MOVE  "NOTURNO"  TO  CTL-JOB
               END-IF
               MOVE  DATA-COM-BARRA    TO  CTL-DATA
               MOVE  W-PX              TO  CTL-ULT-REGISTRO
               MOVE  W-RETORNO-PASSO   TO  CTL-TOT-1
               WRITE  REG-CONTROLE
               CLOSE  ARQ-CONTROLE
           END-IF.

       GRAVAR-LOG-CADEIA.
           PERFORM OBTER-HORA
           MOVE  SPACES            TO  REG-LOG-CADEIA
           MOVE  DATA-COM-BARRA    TO  EXE-DATA
           MOVE  W-HORA-INICIO     TO  EXE-HORA-INICIO
           MOVE  HORA-FORMATADA    TO  EXE-HORA-FIM
           MOVE  W-PX              TO  EXE-PASSO
           IF  W-PX > ZERO
               MOVE  W-TAB-PROGRAMA (W-PX)  TO  EXE-PROGRAMA
           ELSE
               MOVE  "NOTURNO"  TO  EXE-PROGRAMA
           END-IF.
           MOVE  W-RETORNO-PASSO   TO  EXE-RETORNO
           MOVE  W-RESULTADO       TO  EXE-RESULTADO
           MOVE  W-OPERADOR        TO  EXE-OPERADOR
           WRITE  REG-LOG-CADEIA.
           IF  CODERRO-EXE NOT = "00"
               DISPLAY "ERRO AO GRAVAR O LOG DA CADEIA"
           END-IF.

       OBTER-HORA.
           ACCEPT  HORA-SIS  FROM  TIME
           MOVE  HORA OF HORA-SIS  TO  HF-HORA
           MOVE  MINU OF HORA-SIS  TO  HF-MINU
           MOVE  SEGU OF HORA-SIS  TO  HF-SEGU.

       ABRIR-LOG-CADEIA.
           OPEN  EXTEND  ARQ-LOG-CADEIA.
           IF  CODERRO-EXE = "35"
               OPEN  OUTPUT  ARQ-LOG-CADEIA
           END-IF.
           IF  CODERRO-EXE NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O LOG DA CADEIA"
               MOVE  12  TO  RETURN-CODE
               STOP RUN
           END-IF.
