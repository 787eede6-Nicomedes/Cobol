      *    LAYOUT DOS ITENS DO PEDIDO DE COMPRA (CAD-ITEM-PEDIDO):
      *    CHAVE NUMERO DO PEDIDO + CODPROD; A QUANTIDADE RECEBIDA
      *    ACUMULA OS RECEBIMENTOS PARCIAIS (PEDRECEB) E O PENDENTE
      *    E A PEDIDA MENOS A RECEBIDA.
      *    SITUACAO: A = ABERTO, F = ENCERRADO (RECEBIDO),
      *    C = CANCELADO (O PENDENTE FOI LIBERADO)
       FD  CAD-ITEM-PEDIDO
           LABEL  RECORD  STANDARD.
       01  REG-ITEM-PEDIDO.
           02  PIT-CHAVE.
               03  PIT-NUMERO      PIC  9(6).
               03  PIT-CODPROD     PIC  9(5).
           02  PIT-QTDE-PEDIDA     PIC  9(5).
           02  PIT-QTDE-RECEBIDA   PIC  9(5).
           02  PIT-SITUACAO        PIC  X.
               88  PIT-ABERTO        VALUE "A".
               88  PIT-ENCERRADO     VALUE "F".
               88  PIT-CANCELADO     VALUE "C".
           02  PIT-DATA-ULT-RECEB  PIC  X(10).
           02  FILLER              PIC  X(18).
