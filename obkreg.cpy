      ******************************************************************
      * Author:
      * Date:
      * Purpose: backorders cobertos por linha de pedido de compra
      *          (compra-backorders.dat, indexado por linha de compra
      *          + backorder, alternado pelo backorder): gravado pela
      *          sugestao de compras do compras para cada backorder
      *          que a linha cobre, liberado no recebimento da linha
      *          e baixado pelo atendimento de backorders do prg14,
      *          que atende os liberados antes dos demais
      ******************************************************************
       01 REG-COMPRA-BKO.
           02 OBK-CHAVE.
               03 OBK-OC-NUMERO PIC 9(07).
               03 OBK-OC-SEQ PIC 9(03).
               03 OBK-BACKORDER.
                   04 OBK-BO-PEDIDO PIC 9(07).
                   04 OBK-BO-SEQ PIC 9(03).
           02 OBK-PRODUTO PIC 9(05).
      *parte da pendencia que a linha de compra cobre
           02 OBK-QTD PIC 9(05).
           02 OBK-DATA PIC 9(08).
           02 OBK-SITUACAO PIC X(01).
               88 VINCULO-AGUARDANDO VALUE "A".
               88 VINCULO-CHEGOU     VALUE "C".
               88 VINCULO-ATENDIDO   VALUE "F".
               88 VINCULO-CANCELADO  VALUE "X".
