      *          projeto-clientes (sign-on e manutencao), o
      *          menu-sistema e as liberacoes de supervisor; a senha
      *          nao fica mais legivel: so o resumo numerico dela
      *          (copys senhash/senhvars) e guardado; cada operador
      *          fica lotado numa filial (ou na matriz)
      ******************************************************************
       01 oper-reg.
           05 oper-login      pic x(10).
           05 oper-bloq       pic x(01).
               88 oper-bloqueado value "B".
               88 oper-liberado  value "L".
      *filial de lotacao do operador: 01-09 prende a sessao, o
      *cadastro de clientes, a baixa de estoque e o fechamento do
      *caixa a propria filial; 00 = matriz, enxerga todas
           05 oper-filial     pic 9(02).
               88 oper-matriz    value zero.
