      ******************************************************************
      * Author:
      * Date:
      * Purpose: registro do plano de contas (plano-contas.dat,
      *          indexado pelo codigo da conta), com os mesmos
      *          mnemonicos que as interfaces contabeis do prg14, do
      *          prg1, do ctapagar e do imobil gravam em LAN-CONTA; o
      *          tipo diz o grupo do balancete e a natureza o lado em
      *          que o saldo da conta cresce
      ******************************************************************
       01 REG-CONTA.
           02 CTA-CODIGO PIC X(10).
           02 CTA-DESCRICAO PIC X(30).
           02 CTA-TIPO PIC X(01).
               88 CONTA-ATIVO      VALUE "A".
               88 CONTA-PASSIVO    VALUE "P".
               88 CONTA-PATRIMONIO VALUE "L".
               88 CONTA-RECEITA    VALUE "R".
               88 CONTA-DESPESA    VALUE "D".
           02 CTA-NATUREZA PIC X(01).
               88 CONTA-DEVEDORA  VALUE "D".
               88 CONTA-CREDORA   VALUE "C".
           02 CTA-SITUACAO PIC X(01).
               88 CONTA-ATIVA     VALUE "A".
               88 CONTA-INATIVA   VALUE "I".
