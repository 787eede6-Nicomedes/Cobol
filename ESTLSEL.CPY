      *    SELECT DO SALDO DE ESTOQUE POR LOCAL (ACESSO DINAMICO:
      *    LEITURA PELA CHAVE E VARREDURA DOS LOCAIS DE UM PRODUTO)
           SELECT  CAD-ESTLOCAL ASSIGN TO "ESTLOCAL.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  ELC-CHAVE
                ACCESS  DYNAMIC
                FILE  STATUS  CODERRO-ELC.
