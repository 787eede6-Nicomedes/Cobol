           02  FILLER   PIC  X(22) VALUE "DESCRICAO".
           02  FILLER   PIC  X(10) VALUE "PRECO".
       01  LINHA-DETALHE.
           02  LD-CODPROD  PIC  ZZZZ9.
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-DESCRI   PIC  X(20).
           02  FILLER      PIC  X(4)  VALUE SPACES.
           02  LD-PRECO    PIC  Z.ZZZ.ZZ9,99.
