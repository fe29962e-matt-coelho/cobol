           01 HISTORICO-REG PIC X(175).
       FD JOURNAL-CLI.
           01 JOURNAL-REG PIC X(604).
      *tamanho do REG-MOVIMENTO do movreg.cpy (com o lote)
       FD ESTOQUE-MOV.
           01 ESTOQUE-REG PIC X(62).
       FD JORNAL-PRG2.
           01 JORNAL2-REG PIC X(47).
       FD LOG-ERROS.
       FD SEG-J.
           01 SEG-J-REG PIC X(604).
       FD SEG-E.
           01 SEG-E-REG PIC X(62).
       FD SEG-C.
           01 SEG-C-REG PIC X(47).
       FD SEG-L.
