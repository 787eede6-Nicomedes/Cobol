      *    SELECT DOS ITENS DE PEDIDOS DE COMPRA PARA VARREDURA
      *    SEQUENCIAL (RELATORIOS)
           SELECT  CAD-ITEM-PEDIDO ASSIGN TO "PEDITEM.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  PIT-CHAVE
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-PIT.
