      *    SELECT DO CADASTRO DE LOCAIS PARA VARREDURA SEQUENCIAL
      *    (DESCARGA DE SEGURANCA / RELATORIOS)
           SELECT  CAD-LOCAL ASSIGN TO "LOCAL.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  CODLOCAL
                ACCESS  SEQUENTIAL
                FILE  STATUS  CODERRO-LOC.
