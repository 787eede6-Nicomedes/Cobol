      *    LAYOUT DO SALDO DE ESTOQUE POR LOCAL (CAD-ESTLOCAL):
      *    CHAVE CODPROD + LOCAL. O ARQUIVO DE ESTOQUE (ESTOQUE)
      *    CONTINUA COM O SALDO TOTAL DA EMPRESA, O PEDIDO EM ABERTO
      *    E O CUSTO MEDIO; A SOMA DOS SALDOS DOS LOCAIS DE UM
      *    PRODUTO E IGUAL AO SEU QTDE-ESTOQUE. ENTRADA E SAIDA
      *    MEXEM NOS DOIS ARQUIVOS; A TRANSFERENCIA ENTRE LOCAIS SO
      *    NESTE. PRODUTO SEM REGISTRO NUM LOCAL TEM SALDO ZERO LA
       FD  CAD-ESTLOCAL
           LABEL  RECORD  STANDARD.
       01  REG-ESTLOCAL.
           02  ELC-CHAVE.
               03  ELC-CODPROD     PIC  9(5).
               03  ELC-LOCAL       PIC  X(3).
           02  ELC-QTDE            PIC  9(5).
           02  FILLER              PIC  X(8).
