      *    SELECT DO CABECALHO DE PEDIDOS DE COMPRA PARA VARREDURA
      *    SEQUENCIAL (IMPRESSAO / RELATORIOS)
           SELECT  CAD-PEDIDO ASSIGN TO "PEDCOMP.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  PED-NUMERO
                ALTERNATE RECORD KEY  PED-FORNECEDOR  WITH DUPLICATES
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-PED.
