      ******************************************************************
      * Author:
      * Date:
      * Purpose: dados do emitente da nota eletronica (razao social,
      *          cnpj, inscricao estadual e endereco da matriz), no
      *          molde das tabelas fixas da tabicms.cpy; mudanca
      *          cadastral da empresa e feita aqui
      ******************************************************************
       01 wrk-emitente.
           05 wrk-emit-cnpj pic x(14) value "00000000000191".
           05 wrk-emit-razao pic x(40) value
               "COMERCIAL DISTRIBUIDORA LTDA".
           05 wrk-emit-ie pic x(14) value "000000000000".
           05 wrk-emit-logradouro pic x(30) value
               "AVENIDA PRINCIPAL".
           05 wrk-emit-numero pic x(06) value "1000".
           05 wrk-emit-bairro pic x(20) value "CENTRO".
           05 wrk-emit-cidade pic x(20) value "SAO PAULO".
           05 wrk-emit-uf pic x(02) value "SP".
           05 wrk-emit-cep pic x(08) value "01000000".
