      ******************************************************************
      * Author:
      * Date:
      * Purpose: proposta de rematricula (rematricula.dat, indexado
      *          pela matricula), gerada pelo rematric a partir do
      *          resultado final do ano fechado no historico
      *          escolar: turma proposta no ano novo e a situacao
      *          da proposta ate a secretaria confirmar
      ******************************************************************
       01 REG-REMATRICULA.
           02 RMT-MATRICULA PIC 9(04).
      *ano letivo novo da proposta
           02 RMT-ANO PIC 9(04).
           02 RMT-TURMA-ATUAL PIC X(06).
      *situacao final do ano fechado (HE-SITUACAO do historico)
           02 RMT-RESULTADO PIC X(11).
           02 RMT-TURMA-NOVA PIC X(06).
           02 RMT-SITUACAO PIC X(01).
               88 REMAT-VAGA          VALUE "V".
               88 REMAT-ESPERA        VALUE "E".
               88 REMAT-RETIDO        VALUE "R".
               88 REMAT-SEM-TURMA     VALUE "S".
               88 REMAT-SEM-RESULTADO VALUE "N".
      *mensalidades vencidas e em aberto na geracao da proposta
           02 RMT-ATRASO-QTD PIC 9(03).
           02 RMT-ATRASO-VALOR PIC 9(08)V99.
      *"S" quando a secretaria liberou o aluno retido
           02 RMT-LIBERADO PIC X(01).
      *"S" quando a rematricula ja foi gravada no cadastro
           02 RMT-CONFIRMADO PIC X(01).
