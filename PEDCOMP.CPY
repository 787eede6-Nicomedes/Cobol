      *    LAYOUT DO CABECALHO DO PEDIDO DE COMPRA (CAD-PEDIDO):
      *    UM PEDIDO NUMERADO POR FORNECEDOR, GERADO DA SUGESTAO
      *    APROVADA (PEDGERA) OU DIGITADO (PEDMANT); OS ITENS FICAM
      *    NO ARQUIVO DE ITENS (PEDITEM), UM POR CODPROD.
      *    SITUACAO: A = ABERTO, P = RECEBIDO EM PARTE,
      *    F = ENCERRADO (TOTALMENTE RECEBIDO), C = CANCELADO
       FD  CAD-PEDIDO
           LABEL  RECORD  STANDARD.
       01  REG-PEDIDO.
           02  PED-NUMERO      PIC  9(6).
           02  PED-FORNECEDOR  PIC  X(5).
           02  PED-DATA-EMISSAO PIC X(10).
           02  PED-SITUACAO    PIC  X.
               88  PED-ABERTO        VALUE "A".
               88  PED-PARCIAL       VALUE "P".
               88  PED-ENCERRADO     VALUE "F".
               88  PED-CANCELADO     VALUE "C".
               88  PED-PENDENTE      VALUE "A" "P".
           02  PED-ORIGEM      PIC  X.
               88  PED-DA-SUGESTAO   VALUE "S".
               88  PED-MANUAL        VALUE "M".
           02  PED-DATA-ENCERRA PIC X(10).
           02  PED-OPERADOR    PIC  X(12).
           02  FILLER          PIC  X(15).
