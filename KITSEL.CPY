      *    SELECT DA ESTRUTURA DE KITS (ACESSO DINAMICO: LEITURA PELA
      *    CHAVE, VARREDURA DOS COMPONENTES DE UM KIT E PESQUISA
      *    PELO COMPONENTE NA CHAVE ALTERNATIVA)
           SELECT  CAD-KIT ASSIGN TO "KIT.DAT"
                ORGANIZATION   INDEXED
                RECORD KEY  KIT-CHAVE
                ALTERNATE RECORD KEY  KIT-CODCOMP  WITH DUPLICATES
                ACCESS  DYNAMIC
                FILE  STATUS  CODERRO-KIT.
