      ******************************************************************
      * Author:
      * Date:
      * Purpose: ocorrencia de entrega registrada no retorno do
      *          romaneio (ocorrencias-entrega.dat, sequencial, so
      *          acrescenta): uma linha por tentativa, com a rota
      *          (uf + cidade) e a transportadora, para o desempenho
      *          mensal de entregas por rota
      ******************************************************************
       01 REG-OCORRENCIA.
           02 OCE-DATA PIC 9(08).
           02 OCE-PEDIDO PIC 9(07).
           02 OCE-CLIENTE PIC 9(09).
           02 OCE-ROTA.
               03 OCE-UF PIC X(02).
               03 OCE-CIDADE PIC X(20).
           02 OCE-TRANSPORTADORA PIC 9(03).
           02 OCE-OCORRENCIA PIC X(01).
               88 OCE-ENTREGUE VALUE "E".
               88 OCE-RECUSADO VALUE "R".
               88 OCE-AUSENTE  VALUE "A".
               88 OCE-AVARIA   VALUE "D".
           02 OCE-TENTATIVA PIC 9(02).
           02 OCE-RECEBEDOR PIC X(30).
           02 OCE-OPERADOR PIC X(10).
