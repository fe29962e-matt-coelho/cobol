      ******************************************************************
      * Author:
      * Date:
      * Purpose: historico da folha (folha-historico.dat, indexado
      *          por matricula e competencia): o fechamento de cada
      *          funcionario no mes, gravado pelo prg1 e lido pelos
      *          contracheques, pela rescisao, pelo fgts e pelo
      *          informe de rendimentos
      ******************************************************************
       01 REG-FOLHA-HIST.
           02 FH-CHAVE.
               03 FH-MATRICULA PIC 9(05).
               03 FH-COMPETENCIA PIC 9(06).
           02 FH-NOME PIC X(30).
           02 FH-SALARIO PIC 9(08)V99.
           02 FH-HE50 PIC 9(08)V99.
           02 FH-HE100 PIC 9(08)V99.
           02 FH-FALTAS PIC 9(08)V99.
           02 FH-ATRASOS PIC 9(08)V99.
           02 FH-BRUTO PIC 9(08)V99.
           02 FH-INSS PIC 9(08)V99.
           02 FH-IRRF PIC 9(08)V99.
           02 FH-DEPENDENTES PIC 9(02).
           02 FH-LIQUIDO PIC 9(08)V99.
      *fgts da competencia: 8% sobre o bruto da folha mais as
      *bases do 13o e das ferias pagos no mes
           02 FH-CENTRO-CUSTO PIC 9(03).
           02 FH-BASE-13 PIC 9(08)V99.
           02 FH-BASE-FERIAS PIC 9(08)V99.
           02 FH-BASE-FGTS PIC 9(08)V99.
           02 FH-FGTS PIC 9(08)V99.
      *descontos do 13o (tributacao exclusiva) e das ferias pagos
      *no mes, fora dos da folha
           02 FH-INSS-13 PIC 9(08)V99.
           02 FH-IRRF-13 PIC 9(08)V99.
           02 FH-INSS-FERIAS PIC 9(08)V99.
           02 FH-IRRF-FERIAS PIC 9(08)V99.
      *diferencas retroativas de reajuste pagas na folha do mes
      *(ja somadas ao FH-BRUTO)
           02 FH-RETROATIVO PIC 9(08)V99.
      *parcelas de emprestimos e adiantamentos descontadas no mes
      *(ja abatidas do FH-LIQUIDO)
           02 FH-EMPRESTIMOS PIC 9(08)V99.
      *desconto do vale-transporte no mes (ja abatido do FH-LIQUIDO)
           02 FH-VALE-TRANSP PIC 9(08)V99.
