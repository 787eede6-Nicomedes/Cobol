           02  SRT-SEQ         PIC  9(6).
           02  SRT-DATA        PIC  X(10).
           02  SRT-TIPO        PIC  X(10).
           02  SRT-TEXTO       PIC  X(50).
       FD  REL-DIARIO
           LABEL  RECORD  STANDARD.
       01  LINHA-REL               PIC  X(100).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-TIPO     PIC  X(10).
           02  FILLER      PIC  X(2)  VALUE SPACES.
           02  LD-TEXTO    PIC  X(50).
       01  LINHA-TOTAL-OPER.
           02  FILLER      PIC  X(22) VALUE "EVENTOS DO OPERADOR :".
           02  LTO-QTDE    PIC  ZZ.ZZ9.
