       FD  ARQ-HIST-ALTERACAO
           LABEL  RECORD  STANDARD.
       01  REG-HIST-ALTERACAO.
           02  HIS-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  HIS-DATA        PIC  X(10).
           02  FILLER          PIC  X     VALUE SPACE.
