      ******************************************************************
      * Author:
      * Date:
      * Purpose: registro do cadastro de professores (professores.dat,
      *          indexado pelo codigo, chave alternativa pelo login
      *          de operador), mantido pelo programa professor e
      *          consultado pela chamada e pelo lancamento de notas
      *          (prg5) para limitar o professor as suas turmas
      ******************************************************************
       01 REG-PROFESSOR.
           02 PRF-CODIGO PIC 9(04).
           02 PRF-NOME PIC X(30).
      *login do cadastro de operadores com que o professor entra;
      *espacos = professor sem acesso ao lancamento
           02 PRF-LOGIN PIC X(10).
      *horista recebe por aula dada (relatorio de carga horaria)
           02 PRF-VINCULO PIC X(01).
               88 PROFESSOR-HORISTA    VALUE "H".
               88 PROFESSOR-MENSALISTA VALUE "M".
           02 PRF-VALOR-AULA PIC 9(04)V99.
           02 PRF-SITUACAO PIC X(01).
               88 PROFESSOR-ATIVO   VALUE "A".
               88 PROFESSOR-INATIVO VALUE "I".
