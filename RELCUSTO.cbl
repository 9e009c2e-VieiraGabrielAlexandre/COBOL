      * Author:
      * Date:
      * Purpose: Relatorio mensal de deriva de custo - varre o
      *          historico CUSTOHIS (gravado por INSPREC e APLICMOV a
      *          cada recalculo do custo medio ponderado) filtrando a
      *          competencia pedida e imprime, por ITEM-CODIGO, o
      *          custo no inicio e no fim do mes, a variacao
