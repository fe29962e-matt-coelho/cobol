      *mensalidade do aluno, faturada todo mes pelo mensalid no
      *contas a receber do prg14; zero = bolsista integral
           02 ALU-MENSALIDADE PIC 9(06)V99.
      *responsavel financeiro: cliente-id do cadastro de clientes
      *(clientes_projeto.dat) contra quem o mensalid fatura; irmaos
      *podem ter o mesmo responsavel; zero = ainda sem responsavel,
      *e o titulo cai na faixa reservada como antes
           02 ALU-RESPONSAVEL PIC 9(09).
