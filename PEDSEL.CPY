      *    SELECT DO CABECALHO DE PEDIDOS DE COMPRA; A CHAVE
      *    ALTERNATIVA POR FORNECEDOR ATENDE A CONSULTA DO QUE ESTA
      *    PEDIDO E PENDENTE POR FORNECEDOR
           SELECT  CAD-PEDIDO ASSIGN TO "PEDCOMP.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  PED-NUMERO
                ALTERNATE RECORD KEY  PED-FORNECEDOR  WITH DUPLICATES
                ACCESS  RANDOM
                FILE  STATUS  CODERRO-PED.
