      ******************************************************************
      * Author:
      * Date:
      * Purpose: pedido arquivado (pedidos-arq-AAAA.dat, indexado
      *          pelo numero): a imagem do REG-PEDIDO (pedreg.cpy)
      *          como estava no arquivo corrente, num registro com
      *          folga para o cabecalho crescer sem refazer os anos
      *          ja arquivados; le-se com MOVE ARP-REG to REG-PEDIDO
      ******************************************************************
       01 ARP-REG.
           02 ARP-NUMERO PIC 9(07).
           02 ARP-IMAGEM PIC X(393).
