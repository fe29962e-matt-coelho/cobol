      ******************************************************************
      * Author:
      * Date:
      * Purpose: movimento do programa de pontos do cliente
      *          (pontos-clientes.dat, indexado por cliente +
      *          momento + pedido + tipo, mantido so pelo pontosrv):
      *          cada ganho guarda os pontos ainda disponiveis e a
      *          validade de 12 meses; estornos, resgates e
      *          expiracoes consomem os ganhos do mais antigo para
      *          o mais novo e ficam registrados com os pontos
      *          consumidos
      ******************************************************************
       01 REG-PONTOS.
           02 PTS-CHAVE.
               03 PTS-CLIENTE PIC 9(09).
               03 PTS-DATA-HORA PIC X(14).
               03 PTS-PEDIDO PIC 9(07).
               03 PTS-TIPO PIC X(01).
                   88 PONTOS-GANHO       VALUE "G".
                   88 PONTOS-DEVOLUCAO   VALUE "D".
                   88 PONTOS-CANCELAMENTO VALUE "C".
                   88 PONTOS-RESGATE     VALUE "R".
                   88 PONTOS-EXPIRADO    VALUE "X".
           02 PTS-PONTOS PIC 9(07).
      *valor do pedido no ganho e na devolucao, valor do credito
      *gerado no resgate
           02 PTS-VALOR PIC 9(08)V99.
           02 PTS-DISPONIVEL PIC 9(07).
           02 PTS-VALIDADE PIC 9(08).
