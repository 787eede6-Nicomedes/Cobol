      *    SELECT DO CADASTRO DE LOCAIS DE ESTOQUE
           SELECT  CAD-LOCAL ASSIGN TO "LOCAL.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  CODLOCAL
                ACCESS  RANDOM
                FILE  STATUS  CODERRO-LOC.
