      ******************************************************************
      * Author:
      * Date:
      * Purpose: sessao aberta pelo sign-on do menu-sistema, comum a
      *          todos os subsistemas chamados na mesma execucao
      *          (EXTERNAL): quem entrou, com que perfil, a filial de
      *          lotacao (zero = matriz) e a filial em que trabalha;
      *          rodado avulso, o subsistema nao acha a sessao aberta
      *          e identifica o operador ele mesmo
      ******************************************************************
       01 sessao-reg EXTERNAL.
           05 sess-situacao    pic x(01).
               88 sess-aberta     value "S".
           05 sess-login       pic x(10).
           05 sess-perfil      pic x(01).
           05 sess-filial-oper pic 9(02).
           05 sess-filial      pic 9(02).
