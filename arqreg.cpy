      ******************************************************************
      * Author:
      * Date:
      * Purpose: catalogo do arquivo morto de pedidos
      *          (pedidos-arquivo.dat, sequencial): uma linha por ano
      *          com o que o arqped ja tirou dos arquivos correntes
      *          para os arquivos do ano (pedidos-arq-AAAA.dat,
      *          itens-arq-AAAA.dat, sit-hist-arq-AAAA.dat e
      *          notas-arq-AAAA.dat); as consultas varrem so os anos
      *          daqui
      ******************************************************************
       01 REG-ARQ-CATALOGO.
           02 ARQ-ANO PIC 9(04).
           02 ARQ-PEDIDOS PIC 9(07).
           02 ARQ-ITENS PIC 9(07).
           02 ARQ-HISTORICOS PIC 9(07).
           02 ARQ-NOTAS PIC 9(07).
           02 ARQ-DATA PIC 9(08).
