      *    SELECT DO SALDO DE ESTOQUE POR LOCAL PARA VARREDURA
      *    SEQUENCIAL (DESCARGA DE SEGURANCA / FECHAMENTO)
           SELECT  CAD-ESTLOCAL ASSIGN TO "ESTLOCAL.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  ELC-CHAVE
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-ELC.
