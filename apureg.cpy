      ******************************************************************
      * Author:
      * Date:
      * Purpose: resultado da apuracao mensal do icms por uf
      *          (apuracao-icms.dat, indexado por competencia + uf):
      *          debitos das vendas, creditos das compras, os
      *          estornos, o saldo credor trazido do mes anterior e o
      *          valor a recolher (com o titulo da guia no contas a
      *          pagar) ou o saldo credor levado ao mes seguinte;
      *          registro gravado trava a competencia da uf
      ******************************************************************
       01 REG-APURACAO.
           02 APU-CHAVE.
               03 APU-COMPETENCIA PIC 9(06).
               03 APU-UF PIC X(02).
           02 APU-DEBITOS PIC 9(10)V99.
           02 APU-EST-DEBITOS PIC 9(10)V99.
           02 APU-CREDITOS PIC 9(10)V99.
           02 APU-EST-CREDITOS PIC 9(10)V99.
           02 APU-SALDO-ANTERIOR PIC 9(10)V99.
           02 APU-A-RECOLHER PIC 9(10)V99.
           02 APU-SALDO-CREDOR PIC 9(10)V99.
           02 APU-TITULO PIC 9(07).
           02 APU-DATA PIC 9(08).
