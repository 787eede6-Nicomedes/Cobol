      *    SELECT DA ESTRUTURA DE KITS PARA VARREDURA SEQUENCIAL
      *    (DESCARGA DE SEGURANCA / SUGESTAO DE COMPRA)
           SELECT  CAD-KIT ASSIGN TO "KIT.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  KIT-CHAVE
                ALTERNATE RECORD KEY  KIT-CODCOMP  WITH DUPLICATES
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-KIT.
