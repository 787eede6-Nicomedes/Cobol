       77  CODERRO-REL         PIC  X(2)  VALUE SPACES.
       77  W-FIM-ARQUIVO       PIC  X     VALUE "N".
           88  FIM-ARQUIVO     VALUE "S".
       77  W-FILTRO-PROD       PIC  X(5)  VALUE SPACES.
       77  W-FILTRO-PROD-J     PIC  X(5)  JUSTIFIED RIGHT
                                          VALUE SPACES.
       77  W-FILTRO-PROD-NUM   PIC  9(5)  VALUE ZERO.
       77  W-FILTRO-DATA-INI   PIC  X(8)  VALUE SPACES.
       77  W-FILTRO-DATA-FIM   PIC  X(8)  VALUE SPACES.
       77  W-DATA-INI-NUM      PIC  9(8)  VALUE ZERO.
           02  FILLER   PIC  X(6)  VALUE "PAG.: ".
           02  CB-PAGINA PIC  ZZ9.
       01  LINHA-CABECALHO-2.
           02  FILLER   PIC  X(7)  VALUE "COD.".
           02  FILLER   PIC  X(12) VALUE "DATA".
           02  FILLER   PIC  X(5)  VALUE "TIPO".
           02  FILLER   PIC  X(21) VALUE "DESCRICAO ANTERIOR".
           02  FILLER   PIC  X(12) VALUE "FORNECEDOR".
           02  FILLER   PIC  X(12) VALUE "OPERADOR".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-DATA     PIC  X(10).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           ACCEPT  W-FILTRO-DATA-FIM
                   FROM ENVIRONMENT "RELHIST_DATAFIM".
           IF  W-FILTRO-PROD NOT = SPACES
               UNSTRING  W-FILTRO-PROD  DELIMITED BY SPACE
                   INTO  W-FILTRO-PROD-J
               INSPECT W-FILTRO-PROD-J
                       REPLACING LEADING SPACE BY ZERO
               IF  W-FILTRO-PROD-J NUMERIC
