      ******************************************************************
      * Author:
      * Date:
      * Purpose: plano de contas padrao: os mnemonicos que as
      *          interfaces contabeis da suite gravam em LAN-CONTA,
      *          com descricao, tipo (A/P/L/R/D) e natureza (D/C);
      *          carregado no plano-contas.dat na criacao do arquivo
      *          e na opcao de recarga do contabil, que so inclui as
      *          contas que ainda faltam
      ******************************************************************
       01 wrk-tab-plano.
           05 filler pic x(42) value
               "CAIXA     caixa e bancos                AD".
           05 filler pic x(42) value
               "DUPREC    duplicatas a receber          AD".
           05 filler pic x(42) value
               "RECVENDAS receita de vendas             RC".
           05 filler pic x(42) value
               "RECFRETE  receita de fretes             RC".
           05 filler pic x(42) value
               "RECMULTA  receita de multas             RC".
           05 filler pic x(42) value
               "RECJUROS  receita de juros              RC".
           05 filler pic x(42) value
               "ICMSVENDASicms sobre vendas             DD".
           05 filler pic x(42) value
               "ICMSRECOLHicms a recolher               PC".
           05 filler pic x(42) value
               "ICMSRECUP icms a recuperar              AD".
           05 filler pic x(42) value
               "DESPCOMIS despesa de comissoes          DD".
           05 filler pic x(42) value
               "COMISPAGARcomissoes a pagar             PC".
           05 filler pic x(42) value
               "DESPCOMPRAcompras de mercadorias        DD".
           05 filler pic x(42) value
               "FORNPAGAR fornecedores a pagar          PC".
           05 filler pic x(42) value
               "DESPSAL   despesa de salarios           DD".
           05 filler pic x(42) value
               "SALPAGAR  salarios a pagar              PC".
           05 filler pic x(42) value
               "INSSPAGAR inss a recolher               PC".
           05 filler pic x(42) value
               "IRRFPAGAR irrf a recolher               PC".
           05 filler pic x(42) value
               "DESPFGTS  despesa de fgts               DD".
           05 filler pic x(42) value
               "FGTSPAGAR fgts a recolher               PC".
           05 filler pic x(42) value
               "EMPFUNC   emprestimos a funcionarios    AD".
           05 filler pic x(42) value
               "DESPVT    despesa de vale-transporte    DD".
           05 filler pic x(42) value
               "DESPVR    despesa de vale-refeicao      DD".
           05 filler pic x(42) value
               "VTDESCONTOvale-transporte a descontar   AD".
           05 filler pic x(42) value
               "IMOBILIZ  ativo imobilizado             AD".
           05 filler pic x(42) value
               "DEPRACUM  depreciacao acumulada         AC".
           05 filler pic x(42) value
               "DESPDEPR  despesa de depreciacao        DD".
           05 filler pic x(42) value
               "RECBAIXA  ganho na baixa de imobilizado RC".
           05 filler pic x(42) value
               "DESPBAIXA perda na baixa de imobilizado DD".
           05 filler pic x(42) value
               "PROVPDD   provisao devedores duvidosos  AC".
           05 filler pic x(42) value
               "DESPPDD   despesa devedores duvidosos   DD".
           05 filler pic x(42) value
               "RECRECUP  recuperacao creditos baixados RC".
           05 filler pic x(42) value
               "DESCCONC  descontos concedidos          DD".
       01 wrk-tab-plano-r REDEFINES wrk-tab-plano.
           05 wrk-pp-ent OCCURS 32 times.
               10 wrk-pp-codigo pic x(10).
               10 wrk-pp-descricao pic x(30).
               10 wrk-pp-tipo pic x(01).
               10 wrk-pp-natureza pic x(01).
       77 wrk-pp-qtd pic 9(03) value 32.
