      *registros anteriores a abertura das filiais fica fora dos
      *baldes ate um acerto de transferencia
           02 PRO-EST-FIL PIC 9(05) OCCURS 9 times.
      *produto perecivel controlado por lote e validade (lotes.dat):
      *"S" controla; branco nos registros antigos vale como nao
           02 PRO-CONTROLA-LOTE PIC X(01).
               88 produto-com-lote value "S".
      *classe ABC pelo valor vendido em 12 meses (estoqrel: A = os
      *primeiros 80% do valor, B = os 15% seguintes, C = o resto) e
      *a data da ultima contagem postada pelo inventar; a classe
      *comanda a agenda da contagem ciclica
           02 PRO-CLASSE-ABC PIC X(01).
               88 classe-a value "A".
               88 classe-b value "B".
               88 classe-c value "C".
           02 PRO-ULT-CONTAGEM PIC 9(08).
      *grupo de produto (codigo livre do comprador): agrupa o
      *ranking do scorecard de fornecedores do compras; branco nos
      *registros antigos fica no grupo "sem grupo"
           02 PRO-GRUPO PIC X(04).
