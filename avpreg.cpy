      ******************************************************************
      * Author:
      * Date:
      * Purpose: plano de avaliacao da disciplina no ano letivo
      *          (avaliacoes-plano.dat, indexado por disciplina +
      *          ano, mantido no programa alunos): as avaliacoes do
      *          ano com nome e peso, e a media para aprovacao; o
      *          prg5 calcula a media ponderada por ele e os
      *          relatorios do boletim e o historico escolar mostram
      *          a nota de cada avaliacao; disciplina sem plano no
      *          ano segue nas duas notas com media simples
      ******************************************************************
       01 REG-PLANO-AVAL.
           02 AVP-CHAVE.
               03 AVP-DISCIPLINA PIC 9(02).
               03 AVP-ANO PIC 9(04).
           02 AVP-QTD PIC 9(01).
           02 AVP-MEDIA-APROV PIC 9(02)V99.
      *peso inteiro de cada avaliacao; a media e a soma de nota x
      *peso dividida pela soma dos pesos
           02 AVP-AVALIACAO OCCURS 8 TIMES.
               03 AVP-NOME PIC X(15).
               03 AVP-PESO PIC 9(03).
