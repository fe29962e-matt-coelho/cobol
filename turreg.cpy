      * Purpose: registro do cadastro de turmas (turmas.dat,
      *          indexado pelo codigo): descricao, ano letivo e
      *          capacidade; a matricula de aluno valida a turma
      *          aqui e respeita a lotacao; a serie liga as turmas
      *          de um ano as do ano seguinte na rematricula
      ******************************************************************
       01 REG-TURMA.
           02 TUR-CODIGO PIC X(06).
           02 TUR-SITUACAO PIC X(01).
               88 TURMA-ATIVA   VALUE "A".
               88 TURMA-INATIVA VALUE "I".
      *serie (ano escolar) da turma: a rematricula propoe ao
      *aprovado uma turma da serie seguinte no ano seguinte e ao
      *reprovado uma da mesma serie; zero deixa a turma fora
           02 TUR-SERIE PIC 9(02).
