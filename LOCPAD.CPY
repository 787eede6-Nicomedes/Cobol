      *    LOCAL PADRAO DO ESTOQUE (ALMOXARIFADO): RECEBE AS
      *    ENTRADAS DE PEDIDO DE COMPRA (PEDRECEB) E OS MOVIMENTOS
      *    SEM LOCAL INFORMADO, E E O LOCAL ASSUMIDO PARA AS LINHAS
      *    DE KARDEX E DE CONTAGEM GRAVADAS ANTES DO CONTROLE POR
      *    LOCAL E PARA A CARGA INICIAL DO SALDO POR LOCAL (CNVLOCAL)
       01  LOC-PADRAO          PIC  X(3)  VALUE "ALM".
