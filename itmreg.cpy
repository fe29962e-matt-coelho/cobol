           02 ITM-QUANTIDADE PIC 9(05).
           02 ITM-VALOR-UNIT PIC 9(08)V99.
           02 ITM-VALOR-TOTAL PIC 9(08)V99.
      *item de kit: a linha do kit leva o preco e fica sem baixa de
      *estoque; logo abaixo dela vem uma linha por componente, com
      *valor zero, a quantidade total do componente e, em
      *ITM-KIT-SEQ, a sequencia da linha do kit a que pertence
           02 ITM-KIT PIC X(01).
               88 ITEM-KIT VALUE "K".
               88 ITEM-COMPONENTE VALUE "C".
           02 ITM-KIT-SEQ PIC 9(03).
      *custo medio unitario do produto no momento da baixa (na
      *linha do kit, a soma dos componentes); base da margem bruta
           02 ITM-CUSTO-UNIT PIC 9(08)V99.
