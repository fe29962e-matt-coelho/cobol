      ******************************************************************
      * Author:
      * Date:
      * Purpose: agenda da contagem ciclica (agenda-contagem.dat,
      *          sequencial): um registro por produto a contar em
      *          cada dia util do mes, gerada pelo estoqrel a partir
      *          da classe ABC do cadastro (A todo mes, B a cada
      *          trimestre, C uma vez por ano) e conferida pelo
      *          inventar na postagem da contagem parcial do dia
      ******************************************************************
       01 REG-AGENDA.
           02 AGC-DATA PIC 9(08).
           02 AGC-PRODUTO PIC 9(05).
           02 AGC-CLASSE PIC X(01).
