      ******************************************************************
      * Author:
      * Date:
      * Purpose: parametros do programa de pontos
      *          (pontos-param.dat, um registro, mantido pelo
      *          fidelid): pontos ganhos por real faturado em cada
      *          categoria que participa e o valor em reais de um
      *          ponto no resgate
      ******************************************************************
       01 PTP-REG.
           02 PTP-TAXA-NORMAL PIC 9(02)V99.
           02 PTP-TAXA-VIP PIC 9(02)V99.
           02 PTP-VALOR-PONTO PIC 9(01)V9999.
