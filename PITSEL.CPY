      *    SELECT DOS ITENS DE PEDIDOS DE COMPRA (ACESSO DINAMICO:
      *    LEITURA PELA CHAVE E VARREDURA DOS ITENS DE UM PEDIDO)
           SELECT  CAD-ITEM-PEDIDO ASSIGN TO "PEDITEM.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  PIT-CHAVE
                ACCESS  DYNAMIC
                FILE  STATUS  CODERRO-PIT.
