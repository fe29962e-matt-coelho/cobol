      ******************************************************************
      * Author:
      * Date:
      * Purpose: classes do ativo imobilizado com a vida util em
      *          meses (taxas usuais de depreciacao linear), no
      *          formato "CLdescricao(25)MMM"; a vida util e copiada
      *          para o bem na inclusao
      ******************************************************************
       01 wrk-tab-classes.
           05 filler pic x(30) value
               "VEveiculos                 060".
           05 filler pic x(30) value
               "INequipamentos informatica 060".
           05 filler pic x(30) value
               "MOmoveis e utensilios      120".
           05 filler pic x(30) value
               "MAmaquinas e equipamentos  120".
           05 filler pic x(30) value
               "ISinstalacoes              120".
           05 filler pic x(30) value
               "EDedificacoes              300".
       01 wrk-tab-classes-r REDEFINES wrk-tab-classes.
           05 wrk-cl-ent OCCURS 6 times.
               10 wrk-cl-codigo pic x(02).
               10 wrk-cl-descricao pic x(25).
               10 wrk-cl-meses pic 9(03).
       77 wrk-cl-qtd pic 9(02) value 6.
