      *    LAYOUT DA ESTRUTURA DE KITS (CAD-KIT): UM REGISTRO POR
      *    COMPONENTE, COM CHAVE CODIGO DO KIT + CODIGO DO COMPONENTE
      *    E A QUANTIDADE DO COMPONENTE EM UM KIT. O KIT E UM PRODUTO
      *    DO CADASTRO SEM ESTOQUE PROPRIO: A SAIDA DO KIT (ESTMOV,
      *    ESTMVLOT) BAIXA CADA COMPONENTE. A ESTRUTURA TEM UM SO
      *    NIVEL (COMPONENTE NAO PODE SER KIT) E E MANTIDA PELO
      *    KITMANT. O KIT ESTA ATIVO ENQUANTO O PRODUTO DELE ESTIVER
      *    ATIVO. A CHAVE ALTERNATIVA PELO COMPONENTE RESPONDE EM QUE
      *    KITS UM PRODUTO ENTRA (DELPROD).
       FD  CAD-KIT
           LABEL  RECORD  STANDARD.
       01  REG-KIT.
           02  KIT-CHAVE.
               03  KIT-CODKIT      PIC  9(5).
               03  KIT-CODCOMP     PIC  9(5).
           02  KIT-QTDE            PIC  9(4).
           02  FILLER              PIC  X(10).
