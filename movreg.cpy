      *filial do movimento (01-09); 00 nos movimentos antigos e nos
      *acertos que mexem so no total
           02 MOV-FILIAL PIC 9(02).
      *lote do produto controlado por validade (lotes.dat); branco
      *nos produtos sem lote e nos movimentos antigos
           02 MOV-LOTE PIC X(15).
