      *    LAYOUT DO CADASTRO DE LOCAIS DE ESTOQUE (CAD-LOCAL):
      *    ALMOXARIFADO, DEPOSITO DA LOJA, AREA DE DEVOLUCOES ETC.
      *    O CODIGO E VALIDADO CONTRA O LOCAL DE CADA MOVIMENTO E
      *    DO SALDO POR LOCAL (ESTLOC)
       FD  CAD-LOCAL
           LABEL  RECORD  STANDARD.
       01  REG-LOCAL.
           02  CODLOCAL        PIC  X(3).
           02  DESCRI-LOCAL    PIC  X(20).
           02  FILLER          PIC  X(9).
