       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  DESCARGA DE SEGURANCA DOS ARQUIVOS INDEXADOS    *
      *    *  (PRODUTO, ESTOQUE, CATEGORIAS, FORNECEDORES,    *
      *    *  OPERADORES, LOCAIS, SALDO POR LOCAL, KITS E     *
      *    *  PEDIDOS DE COMPRA COM SEUS ITENS)               *
      *    *  PARA ARQUIVOS SEQUENCIAIS DATADOS               *
      *    *  (SEGXXXX.AAAAMMDD), CADA UM COM CABECALHO,      *
      *    *  CONTAGEM DE REGISTROS E TOTAL DE CONFERENCIA    *
      *    *  NO TRAILER, PARA A RECARGA (RSTARQS) PROVAR A   *
           COPY  CATSELS.
           COPY  FORSELS.
           COPY  OPERSELS.
           COPY  LOCSELS.
           COPY  ESTLSELS.
           COPY  KITSELS.
           COPY  PEDSELS.
           COPY  PITSELS.
           SELECT  ARQ-SEGURANCA ASSIGN USING W-NOME-SEGURANCA
                ORGANIZATION   LINE SEQUENTIAL
                FILE  STATUS  CODERRO-SEG.
           COPY  CATEG.
           COPY  FORNEC.
           COPY  OPERMST.
           COPY  LOCAL.
           COPY  ESTLOC.
           COPY  KIT.
           COPY  PEDCOMP.
           COPY  PEDITEM.
       FD  ARQ-SEGURANCA
           LABEL  RECORD  STANDARD.
       01  REG-SEG-CABECALHO.
       77  CODERRO-FOR         PIC  X(2)  VALUE SPACES.
       77  CODERRO-OPE         PIC  X(2)  VALUE SPACES.
       77  CODERRO-SEG         PIC  X(2)  VALUE SPACES.
       77  CODERRO-LOC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-ELC         PIC  X(2)  VALUE SPACES.
       77  CODERRO-KIT         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PED         PIC  X(2)  VALUE SPACES.
       77  CODERRO-PIT         PIC  X(2)  VALUE SPACES.
       77  W-OPERADOR          PIC  X(12) VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-BX                PIC  9(2)  VALUE ZERO.
       77  W-TOTAL-DESCARREGADOS PIC 9(2) VALUE ZERO.
       77  W-TOTAL-PULADOS     PIC  9(2)  VALUE ZERO.
      *  ARQUIVOS CUJA SEGURANCA TEVE ERRO DE GRAVACAO (CABECALHO,
      *  DETALHE OU TRAILER): FICAM FORA DOS DESCARREGADOS.
       77  W-TOTAL-ERRO        PIC  9(2)  VALUE ZERO.
       77  W-ERRO-ARQ          PIC  X     VALUE "N".
           88  SEGURANCA-COM-ERRO      VALUE "S".
      *  NOME DO ARQUIVO DE SEGURANCA DATADO, MONTADO POR ARQUIVO DE
      *  ORIGEM NO MESMO ESTILO DO SAINOME (PRODEXCL.NNNNNN)
       01  W-NOME-SEGURANCA.
       INICIO.
           INITIALIZE DATA-SIS.
           ACCEPT  DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT  W-OPERADOR FROM ENVIRONMENT "MENUPROD_OPERADOR".
           IF  W-OPERADOR = SPACES
               ACCEPT  W-OPERADOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           MOVE CORR DATA-SIS TO DATA-DIA.
           COMPUTE W-SEG-DATA = ANO OF DATA-SIS * 10000
                               + MES OF DATA-SIS * 100
           PERFORM DESCARREGAR-CATEGORIA.
           PERFORM DESCARREGAR-FORNECEDOR.
           PERFORM DESCARREGAR-OPERADOR.
           PERFORM DESCARREGAR-LOCAL.
           PERFORM DESCARREGAR-ESTOQUE-LOCAL.
           PERFORM DESCARREGAR-KIT.
           PERFORM DESCARREGAR-PEDIDO.
           PERFORM DESCARREGAR-ITEM-PEDIDO.
           DISPLAY "ARQUIVOS DESCARREGADOS . . . . : "
                   W-TOTAL-DESCARREGADOS.
           DISPLAY "ARQUIVOS PULADOS . . . . . . . : "
                   W-TOTAL-PULADOS.
           DISPLAY "ARQUIVOS COM ERRO DE GRAVACAO. : "
                   W-TOTAL-ERRO.
      *  CODIGO DE RETORNO PARA A CADEIA NOTURNA (NOTURNO):
      *  ZERO = NORMAL, 8 = ALGUM ARQUIVO FICOU SEM SEGURANCA OU
      *  COM A SEGURANCA INCOMPLETA
           IF  W-TOTAL-PULADOS > ZERO OR W-TOTAL-ERRO > ZERO
               MOVE  8  TO  RETURN-CODE
           END-IF.
           GOBACK.

       DESCARREGAR-PRODUTO.
                   PERFORM  GRAVAR-DETALHE-SEGURANCA
           END-READ.

       DESCARREGAR-LOCAL.
           MOVE  "SEGLOCA."     TO  W-SEG-PREFIXO.
           MOVE  "LOCAL.DAT"    TO  W-NOME-ORIGEM.
           OPEN  INPUT  CAD-LOCAL.
           IF  CODERRO-LOC NOT = "00"
               PERFORM  AVISAR-ORIGEM-PULADA
           ELSE
               PERFORM  ABRIR-SEGURANCA
               IF  SEGURANCA-ABERTA
                   MOVE  "N"  TO  W-FIM-ARQUIVO
                   PERFORM  COPIAR-LOCAL  UNTIL  FIM-ARQUIVO
                   PERFORM  ENCERRAR-SEGURANCA
               END-IF
               CLOSE  CAD-LOCAL
           END-IF.
       COPIAR-LOCAL.
           READ CAD-LOCAL NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  SPACES     TO  SEG-DET-DADOS
                   MOVE  REG-LOCAL  TO  SEG-DET-DADOS
                   PERFORM  GRAVAR-DETALHE-SEGURANCA
           END-READ.

       DESCARREGAR-ESTOQUE-LOCAL.
           MOVE  "SEGESTL."     TO  W-SEG-PREFIXO.
           MOVE  "ESTLOCAL.DAT" TO  W-NOME-ORIGEM.
           OPEN  INPUT  CAD-ESTLOCAL.
           IF  CODERRO-ELC NOT = "00"
               PERFORM  AVISAR-ORIGEM-PULADA
           ELSE
               PERFORM  ABRIR-SEGURANCA
               IF  SEGURANCA-ABERTA
                   MOVE  "N"  TO  W-FIM-ARQUIVO
                   PERFORM  COPIAR-ESTOQUE-LOCAL  UNTIL  FIM-ARQUIVO
                   PERFORM  ENCERRAR-SEGURANCA
               END-IF
               CLOSE  CAD-ESTLOCAL
           END-IF.
       COPIAR-ESTOQUE-LOCAL.
           READ CAD-ESTLOCAL NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  SPACES        TO  SEG-DET-DADOS
                   MOVE  REG-ESTLOCAL  TO  SEG-DET-DADOS
                   PERFORM  GRAVAR-DETALHE-SEGURANCA
           END-READ.

      *  O ARQUIVO DE KITS SO PASSA A EXISTIR QUANDO O PRIMEIRO KIT E
      *  CADASTRADO (KITMANT); ATE LA A SEGURANCA SAI VAZIA, SEM
      *  CONTAR COMO PULADA, E A RECARGA RECRIA O ARQUIVO VAZIO.
       DESCARREGAR-KIT.
           MOVE  "SEGKITS."     TO  W-SEG-PREFIXO.
           MOVE  "KIT.DAT"      TO  W-NOME-ORIGEM.
           OPEN  INPUT  CAD-KIT.
           EVALUATE  CODERRO-KIT
               WHEN  "00"
                   PERFORM  ABRIR-SEGURANCA
                   IF  SEGURANCA-ABERTA
                       MOVE  "N"  TO  W-FIM-ARQUIVO
                       PERFORM  COPIAR-KIT  UNTIL  FIM-ARQUIVO
                       PERFORM  ENCERRAR-SEGURANCA
                   END-IF
                   CLOSE  CAD-KIT
               WHEN  "35"
                   PERFORM  ABRIR-SEGURANCA
                   IF  SEGURANCA-ABERTA
                       PERFORM  ENCERRAR-SEGURANCA
                   END-IF
               WHEN  OTHER
                   PERFORM  AVISAR-ORIGEM-PULADA
           END-EVALUATE.
       COPIAR-KIT.
           READ CAD-KIT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  SPACES   TO  SEG-DET-DADOS
                   MOVE  REG-KIT  TO  SEG-DET-DADOS
                   PERFORM  GRAVAR-DETALHE-SEGURANCA
           END-READ.

      *  OS ARQUIVOS DE PEDIDOS SO PASSAM A EXISTIR COM O PRIMEIRO
      *  PEDIDO (PEDGERA / PEDMANT); ATE LA VALE O MESMO TRATAMENTO
      *  DO ARQUIVO DE KITS.
       DESCARREGAR-PEDIDO.
           MOVE  "SEGPEDC."     TO  W-SEG-PREFIXO.
           MOVE  "PEDCOMP.DAT"  TO  W-NOME-ORIGEM.
           OPEN  INPUT  CAD-PEDIDO.
           EVALUATE  CODERRO-PED
               WHEN  "00"
                   PERFORM  ABRIR-SEGURANCA
                   IF  SEGURANCA-ABERTA
                       MOVE  "N"  TO  W-FIM-ARQUIVO
                       PERFORM  COPIAR-PEDIDO  UNTIL  FIM-ARQUIVO
                       PERFORM  ENCERRAR-SEGURANCA
                   END-IF
                   CLOSE  CAD-PEDIDO
               WHEN  "35"
                   PERFORM  ABRIR-SEGURANCA
                   IF  SEGURANCA-ABERTA
                       PERFORM  ENCERRAR-SEGURANCA
                   END-IF
               WHEN  OTHER
                   PERFORM  AVISAR-ORIGEM-PULADA
           END-EVALUATE.
       COPIAR-PEDIDO.
           READ CAD-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  SPACES      TO  SEG-DET-DADOS
                   MOVE  REG-PEDIDO  TO  SEG-DET-DADOS
                   PERFORM  GRAVAR-DETALHE-SEGURANCA
           END-READ.

       DESCARREGAR-ITEM-PEDIDO.
           MOVE  "SEGPITE."     TO  W-SEG-PREFIXO.
           MOVE  "PEDITEM.DAT"  TO  W-NOME-ORIGEM.
           OPEN  INPUT  CAD-ITEM-PEDIDO.
           EVALUATE  CODERRO-PIT
               WHEN  "00"
                   PERFORM  ABRIR-SEGURANCA
                   IF  SEGURANCA-ABERTA
                       MOVE  "N"  TO  W-FIM-ARQUIVO
                       PERFORM  COPIAR-ITEM-PEDIDO  UNTIL  FIM-ARQUIVO
                       PERFORM  ENCERRAR-SEGURANCA
                   END-IF
                   CLOSE  CAD-ITEM-PEDIDO
               WHEN  "35"
                   PERFORM  ABRIR-SEGURANCA
                   IF  SEGURANCA-ABERTA
                       PERFORM  ENCERRAR-SEGURANCA
                   END-IF
               WHEN  OTHER
                   PERFORM  AVISAR-ORIGEM-PULADA
           END-EVALUATE.
       COPIAR-ITEM-PEDIDO.
           READ CAD-ITEM-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQUIVO
               NOT AT END
                   MOVE  SPACES           TO  SEG-DET-DADOS
                   MOVE  REG-ITEM-PEDIDO  TO  SEG-DET-DADOS
                   PERFORM  GRAVAR-DETALHE-SEGURANCA
           END-READ.

       AVISAR-ORIGEM-PULADA.
           ADD  1  TO  W-TOTAL-PULADOS
           DISPLAY "ORIGEM NAO DISPONIVEL - PULADA: " W-NOME-ORIGEM.
      *  DESCARGA SEGUE PARA O PROXIMO ARQUIVO, PARA A RODADA
      *  NOTURNA AINDA GUARDAR OS DEMAIS.
       ABRIR-SEGURANCA.
           MOVE  "N"   TO  W-SEGURANCA-OK  W-ERRO-ARQ
           MOVE  ZERO  TO  W-QTDE-ARQ  W-CHECKSUM-ARQ
           OPEN  OUTPUT  ARQ-SEGURANCA.
           IF  CODERRO-SEG NOT = "00"
           WRITE  REG-SEG-CABECALHO.
           IF  CODERRO-SEG NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CABECALHO: " W-NOME-SEGURANCA
               MOVE  "S"  TO  W-ERRO-ARQ
           END-IF.

      *  O TOTAL DE CONFERENCIA E A SOMA DOS CODIGOS DOS 70 BYTES DO
           WRITE  REG-SEG-DETALHE.
           IF  CODERRO-SEG NOT = "00"
               DISPLAY "ERRO AO GRAVAR A SEGURANCA: " W-NOME-SEGURANCA
               MOVE  "S"  TO  W-ERRO-ARQ
           ELSE
               ADD  1  TO  W-QTDE-ARQ
           END-IF.
           WRITE  REG-SEG-TRAILER.
           IF  CODERRO-SEG NOT = "00"
               DISPLAY "ERRO AO GRAVAR O TRAILER: " W-NOME-SEGURANCA
               MOVE  "S"  TO  W-ERRO-ARQ
           END-IF.
           CLOSE  ARQ-SEGURANCA.
           IF  SEGURANCA-COM-ERRO
               ADD  1  TO  W-TOTAL-ERRO
               DISPLAY W-NOME-ORIGEM " -> " W-NOME-SEGURANCA
                       " INCOMPLETA (ERRO DE GRAVACAO)"
           ELSE
               ADD  1  TO  W-TOTAL-DESCARREGADOS
               DISPLAY W-NOME-ORIGEM " -> " W-NOME-SEGURANCA " ("
                       W-QTDE-ARQ " REGISTROS)"
           END-IF.
