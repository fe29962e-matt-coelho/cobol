      ******************************************************************
      * Author:
      * Date:
      * Purpose: areas de trabalho do controle de acesso do professor
      *          (copy de procedimento profacs.cpy): operador
      *          identificado, professor correspondente (zero = nao
      *          e professor, lanca em qualquer turma) e o resultado
      *          da conferencia contra a grade horaria
      ******************************************************************
       77 fs-operadores pic 9(02) value zero.
       77 fs-professores pic 9(02) value zero.
       77 fs-horarios pic 9(02) value zero.
       77 wrk-operador pic x(10) value SPACES.
       77 wrk-oper-senha pic x(10) value SPACES.
       77 wrk-oper-ok pic x(01) value "N".
       77 wrk-tem-grade pic x(01) value "N".
       77 wrk-professor pic 9(04) value zero.
       77 wrk-gr-turma pic x(06) value SPACES.
      *zero = qualquer disciplina da turma
       77 wrk-gr-disciplina pic 9(02) value zero.
       77 wrk-grade-ok pic x(01) value "N".
