      *    (KARDEX): UMA LINHA POR MOVIMENTO, COM O TIPO, A QUANTIDADE
      *    MOVIMENTADA E OS SALDOS RESULTANTES, PARA AUDITORIA DE COMO
      *    UM SALDO CHEGOU AO VALOR ATUAL.
      *    TIPOS: E/S/A/L/T/R (ESTMOV E ESTMVLOT) E J = AJUSTE DE
      *    INVENTARIO (INVPOST), COM A QUANTIDADE EM VALOR ABSOLUTO
      *    E O SENTIDO DADO PELO SALDO RESULTANTE DO LOCAL.
      *    KDX-PEDIDO LIGA OS MOVIMENTOS A/E/L AO PEDIDO DE COMPRA
      *    (PEDGERA, PEDMANT, PEDRECEB); ZERO NOS DEMAIS MOVIMENTOS
      *    KDX-CUSTO-UNIT E O CUSTO UNITARIO DO MOVIMENTO (O PAGO NA
      *    ENTRADA, O CUSTO MEDIO VIGENTE NOS DEMAIS) E KDX-CUSTO-MEDIO
      *    O CUSTO MEDIO PONDERADO RESULTANTE
      *    KDX-LOCAL E O LOCAL DE ESTOQUE DO MOVIMENTO E
      *    KDX-SALDO-LOCAL O SALDO RESULTANTE NESSE LOCAL (EM BRANCO
      *    NOS MOVIMENTOS A/L, QUE NAO MEXEM NO ESTOQUE FISICO).
      *    A TRANSFERENCIA ENTRE LOCAIS GERA DUAS LINHAS: T = SAIDA
      *    DO LOCAL DE ORIGEM E R = CHEGADA NO LOCAL DE DESTINO, CADA
      *    UMA COM O OUTRO LOCAL EM KDX-LOCAL-CONTRA; O SALDO TOTAL
      *    NAO MUDA. LINHAS GRAVADAS ANTES DO CONTROLE POR LOCAL TEM
      *    O LOCAL EM BRANCO, QUE VALE COMO O LOCAL PADRAO (LOCPAD)
      *    KDX-NUMERO E O NUMERO UNICO DO MOVIMENTO, DADO PELO NUMKDX
      *    (KARDEX.SEQ); LINHAS GRAVADAS ANTES DA NUMERACAO TEM O
      *    NUMERO EM BRANCO E NAO PODEM SER ESTORNADAS.
      *    X = ESTORNO (PROGRAMA ESTORNO): DESFAZ UM MOVIMENTO E/S/A/L
      *    COM A MESMA QUANTIDADE; KDX-ESTORNO-DE E O NUMERO DO
      *    MOVIMENTO ESTORNADO E KDX-TIPO-ESTORNADO O TIPO DELE, QUE
      *    DA O SENTIDO DO ESTORNO (ZERO E BRANCO NOS DEMAIS TIPOS)
      *    KDX-KIT E O CODIGO DO KIT NAS SAIDAS (S) DE COMPONENTE
      *    GERADAS PELA SAIDA DE UM KIT (CAD-KIT); ZERO NOS DEMAIS
      *    MOVIMENTOS, E LINHAS ANTERIORES AO CAMPO TEM BRANCOS
       FD  ARQ-KARDEX
           LABEL  RECORD  STANDARD.
       01  REG-KARDEX.
           02  KDX-CODPROD     PIC  9(5).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-DATA        PIC  X(10).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-SALDO-PEDIDO   PIC  ZZ.ZZ9.
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-OPERADOR    PIC  X(12).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-PEDIDO      PIC  9(6).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-CUSTO-UNIT  PIC  ZZZ9,9999.
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-CUSTO-MEDIO PIC  ZZZ9,9999.
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-LOCAL       PIC  X(3).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-SALDO-LOCAL PIC  ZZ.ZZ9.
           02  KDX-SALDO-LOCAL-X  REDEFINES  KDX-SALDO-LOCAL
                               PIC  X(6).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-LOCAL-CONTRA   PIC  X(3).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-NUMERO      PIC  9(8).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-ESTORNO-DE  PIC  9(8).
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-TIPO-ESTORNADO PIC  X.
           02  FILLER          PIC  X     VALUE SPACE.
           02  KDX-KIT         PIC  9(5).
