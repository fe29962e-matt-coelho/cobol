      ******************************************************************
      * Author:
      * Date:
      * Purpose: registro de consentimento de contato para fins de
      *          marketing (consentimentos.dat, indexado por cliente,
      *          canal e momento da concessao): cada concessao e um
      *          registro novo e a retirada so carimba a data, para o
      *          historico responder ao encarregado de dados; o
      *          canal esta liberado enquanto houver registro sem
      *          data de retirada
      ******************************************************************
       01 cons-reg.
           05 cons-chave.
               10 cons-cliente    pic 9(09).
               10 cons-canal      pic x(01).
                   88 canal-email    value "E".
                   88 canal-telefone value "T".
                   88 canal-correio  value "C".
                   88 canal-sms      value "S".
               10 cons-data-hora  pic x(14).
      *onde o cliente deu o consentimento
           05 cons-origem         pic x(01).
               88 origem-atendimento value "A".
               88 origem-web         value "W".
               88 origem-filial      value "F".
           05 cons-operador       pic x(10).
      *aaaammdd da retirada; brancos = consentimento em vigor
           05 cons-retirada       pic x(08).
           05 cons-ret-operador   pic x(10).
