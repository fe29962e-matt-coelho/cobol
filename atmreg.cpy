      ******************************************************************
      * Author:
      * Date:
      * Purpose: historico de enturmacao do aluno (alunos-turmas.dat,
      *          indexado por matricula + data de entrada): um
      *          registro por periodo do aluno numa turma, gravado
      *          pela transferencia de turma do programa alunos; o
      *          aluno esta na turma de ATM-INICIO ate a vespera de
      *          ATM-FIM; aluno sem registro nunca foi transferido e
      *          esta na ALU-TURMA desde o inicio do ano
      ******************************************************************
       01 REG-ALU-TURMA.
           02 ATM-CHAVE.
               03 ATM-MATRICULA PIC 9(04).
      *zero no periodo original de quem ja estava matriculado
      *antes do historico existir
               03 ATM-INICIO PIC 9(08).
           02 ATM-TURMA PIC X(06).
      *data da transferencia para fora; zero = ainda na turma
           02 ATM-FIM PIC 9(08).
      *turma de onde veio (espacos = entrada pela matricula) e a
      *turma para onde foi transferido
           02 ATM-ORIGEM PIC X(06).
           02 ATM-DESTINO PIC X(06).
