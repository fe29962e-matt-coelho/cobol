           02 BOL-TOTAL-AULAS PIC 9(03).
           02 BOL-FALTAS PIC 9(03).
           02 BOL-FREQUENCIA PIC 9(03)V99.
      *plano de avaliacao (avpreg.cpy): o registro gravado pelo
      *plano leva "P" no formato, o ano letivo do plano e a nota de
      *cada avaliacao, com as duas primeiras repetidas em BOL-NOTA1
      *e BOL-NOTA2; qualquer outro formato e o registro de duas
      *notas com media simples, lido como sempre foi
           02 BOL-FORMATO PIC X(01).
               88 BOLETIM-PONDERADO VALUE "P".
           02 BOL-ANO PIC 9(04).
           02 BOL-QTD-AVAL PIC 9(01).
           02 BOL-NOTA-AVAL PIC 9(02)V99 OCCURS 8 TIMES.
