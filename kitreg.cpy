      ******************************************************************
      * Author:
      * Date:
      * Purpose: estrutura de kit (kits.dat, indexado por codigo do
      *          kit + codigo do componente): o kit e um produto do
      *          cadastro mestre (prodreg.cpy) vendido e precificado
      *          como um item so, e cada linha daqui diz quantas
      *          unidades de um componente vao em um kit; mantida
      *          pelo ex-loops e lida pelo prg14, que baixa estoque
      *          e pesa o frete pelos componentes
      ******************************************************************
       01 REG-KIT.
           02 KIT-CHAVE.
               03 KIT-CODIGO PIC 9(05).
               03 KIT-COMPONENTE PIC 9(05).
           02 KIT-QTD PIC 9(05).
