      ******************************************************************
      * Author:
      * Date:
      * Purpose: despesa fixa mensal (despesas-fixas.dat, indexado
      *          pelo codigo): fornecedor, valor, dia de vencimento,
      *          competencias de inicio e fim e se o valor e fixo ou
      *          a confirmar a cada mes; mantida pelo despfixa, que
      *          gera os titulos do contas a pagar da competencia e
      *          guarda a ultima competencia gerada de cada despesa
      ******************************************************************
       01 REG-DESPESA-FIXA.
           02 DFX-CODIGO PIC 9(04).
           02 DFX-DESCRICAO PIC X(30).
           02 DFX-FORNECEDOR PIC 9(05).
           02 DFX-VALOR PIC 9(08)V99.
           02 DFX-DIA-VENC PIC 9(02).
           02 DFX-COMP-INICIO PIC 9(06).
      *competencia final zero: sem prazo para terminar
           02 DFX-COMP-FIM PIC 9(06).
           02 DFX-TIPO-VALOR PIC X(01).
               88 VALOR-FIXO        VALUE "F".
               88 VALOR-A-CONFIRMAR VALUE "C".
           02 DFX-SITUACAO PIC X(01).
               88 DESPESA-ATIVA   VALUE "A".
               88 DESPESA-INATIVA VALUE "I".
           02 DFX-ULTIMA-COMP PIC 9(06).
