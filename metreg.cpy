      ******************************************************************
      * Author:
      * Date:
      * Purpose: meta mensal de vendas por vendedor (metas-vendas.dat,
      *          indexado por vendedor + competencia AAAAMM): meta de
      *          faturamento, meta opcional de clientes novos e os
      *          pontos percentuais de bonus somados a comissao do
      *          vendedor quando o faturado passa de 100% e de 120%
      *          da meta; mantida pelo vendcad, lida pelo prg14 no
      *          relatorio de atingimento e no fechamento de
      *          comissoes
      ******************************************************************
       01 REG-META.
           02 MET-CHAVE.
               03 MET-VENDEDOR PIC 9(03).
               03 MET-COMPETENCIA PIC 9(06).
           02 MET-VALOR PIC 9(08)V99.
      *zero = sem meta de clientes novos no mes
           02 MET-CLIENTES-NOVOS PIC 9(03).
           02 MET-BONUS-100 PIC 9(02)V99.
           02 MET-BONUS-120 PIC 9(02)V99.
