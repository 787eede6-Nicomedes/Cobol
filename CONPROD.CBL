           02  W-FIL-FORN    PIC  X(5)  VALUE SPACES.
           02  W-FIL-STATUS  PIC  X     VALUE SPACE.
       01  W-LINHA-DETALHE.
           02  WL-CODPROD    PIC  ZZZZ9.
           02  FILLER        PIC  X     VALUE SPACE.
           02  WL-DESCRI     PIC  X(20).
           02  FILLER        PIC  X     VALUE SPACE.
           02  WL-STATUS     PIC  X.
           02  FILLER        PIC  X     VALUE SPACE.
           02  WL-DT-INAT    PIC  X(10).
       01  W-LINHA-BRANCA    PIC  X(64) VALUE SPACES.
       01  DATA-INAT-DIA-BARRA.
           02  INAT-DIA  PIC  99/.
           02  INAT-MES  PIC  99/.
           02  T5 LINE 05 COLUMN 05 VALUE
                          "SITUACAO (A/I/BRANCO=TODAS):".
           02  T6 LINE 07 COLUMN 05 VALUE
               "COD   DESCRICAO               PRECO ESTOQ CAT FORN. ST".
           02  T7 LINE 07 COLUMN 59 VALUE "DT.INATIV.".
       01  TELA-FILTROS.
           02  D1 LINE 03 COLUMN 25 PIC X(20)  USING W-FIL-DESCRI.
           02  D2 LINE 04 COLUMN 25 PIC X(3)   USING W-FIL-CAT.
