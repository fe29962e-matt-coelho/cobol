      ******************************************************************
      * Author:
      * Date:
      * Purpose: grade horaria (horarios.dat, indexado por turma +
      *          dia da semana + periodo, chave alternativa pelo
      *          professor): uma aula semanal da turma com a
      *          disciplina e o professor; mantida pelo programa
      *          professor, que nao deixa o professor em duas
      *          turmas no mesmo dia e periodo
      ******************************************************************
       01 REG-HORARIO.
           02 HOR-CHAVE.
               03 HOR-TURMA PIC X(06).
      *1 = domingo, 2 = segunda ... 7 = sabado
               03 HOR-DIA-SEMANA PIC 9(01).
               03 HOR-PERIODO PIC 9(02).
           02 HOR-DISCIPLINA PIC 9(02).
           02 HOR-PROFESSOR PIC 9(04).
