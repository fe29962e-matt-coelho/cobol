      ******************************************************************
      * Author:
      * Date:
      * Purpose: lancamento da interface contabil
      *          (lancamentos-contabeis.dat, sequencial, so acrescido),
      *          gravado pelos fechamentos do prg14, do prg1 e do
      *          ctapagar, pela depreciacao e baixa do imobil, pela
      *          apuracao do icms do apuricms e pelos
      *          lancamentos manuais do contabil; a origem diz quem
      *          gravou, o documento agrupa as linhas de um
      *          lancamento manual (zero nos fechamentos) e o estorno
      *          aponta o documento que a linha desfaz
      ******************************************************************
       01 REG-LANCAMENTO.
           02 LAN-COMPETENCIA PIC 9(06).
           02 LAN-CONTA PIC X(10).
           02 LAN-DC PIC X(01).
           02 LAN-VALOR PIC 9(10)V99.
           02 LAN-HISTORICO PIC X(30).
           02 LAN-ORIGEM PIC X(01).
               88 LANC-MANUAL VALUE "M".
               88 LANC-VENDAS VALUE "V".
               88 LANC-FOLHA  VALUE "F".
               88 LANC-PAGAR  VALUE "P".
               88 LANC-IMOBILIZADO VALUE "I".
               88 LANC-APURACAO-ICMS VALUE "T".
           02 LAN-DOCUMENTO PIC 9(07).
           02 LAN-ESTORNO-DE PIC 9(07).
