       FD  ARQ-LOG-EXCLUSAO
           LABEL  RECORD  STANDARD.
       01  REG-LOG-EXCLUSAO.
           02  LOG-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  LOG-DESCRI      PIC  X(20).
           02  FILLER          PIC  X     VALUE SPACE.
