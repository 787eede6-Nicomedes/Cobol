      *    PELO MENU (MENUPROD) PARA O SIGN-ON E PARA O NIVEL DE
      *    AUTORIZACAO: 1 = OPERADOR COMUM (INCLUSAO, ALTERACAO,
      *    CONSULTA), 2 = SUPERVISOR (EXCLUSOES E EXPURGO)
      *    A SENHA NAO E GRAVADA: OPER-SENHA-CIFRADA E O CODIGO
      *    DEVOLVIDO PELO CRIPSEN. OPER-DATA-SENHA (AAAAMMDD) E A
      *    DATA DA ULTIMA TROCA, PARA A EXPIRACAO; OPER-FALHAS
      *    CONTA AS SENHAS ERRADAS SEGUIDAS ATE O BLOQUEIO, QUE SO
      *    O SUPERVISOR LIBERA. ARQUIVOS NO LAYOUT ANTERIOR (SENHA
      *    ABERTA) SAO CONVERTIDOS UMA UNICA VEZ PELO CNVOPER
       FD  CAD-OPERADOR
           LABEL  RECORD  STANDARD.
       01  REG-OPERADOR.
           02  OPER-CODIGO     PIC  X(12).
           02  OPER-NOME       PIC  X(20).
           02  OPER-SENHA-CIFRADA PIC 9(12).
           02  OPER-NIVEL      PIC  9.
               88  NIVEL-SUPERVISOR  VALUE 2.
           02  OPER-DATA-SENHA PIC  9(8).
           02  OPER-FALHAS     PIC  9.
           02  OPER-SITUACAO   PIC  X.
               88  OPER-BLOQUEADO    VALUE "B".
           02  OPER-TROCA-SENHA PIC X.
               88  TROCA-OBRIGATORIA VALUE "S".
           02  FILLER          PIC  X(8).
