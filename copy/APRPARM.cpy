      ******************************************************
      * LAYOUT DO REGISTO DE PARAMETROS DA APROVACAO A      *
      * QUATRO OLHOS (APRPARM), LIDO PELO FBVAL01 E PELO    *
      * FBAPL01. OS TRES INDICADORES ESCOLHEM OS TIPOS DE   *
      * MOVIMENTO DE RISCO QUE O FBVAL01 RETEM NO APRPEN EM *
      * VEZ DE OS PASSAR AO MNTTRAN.VAL: ELIMINACAO ('D'),  *
      * MUDANCA DE IBAN NUMA ALTERACAO ('C') E MARCACAO DE  *
      * FALECIDO ('S' COM ESTADO 'F'). SO 'N' DESLIGA UM    *
      * TIPO - EM BRANCO OU OUTRO VALOR, ELE FICA RETIDO.   *
      * APRPARM-DIAS-AVISO E O NUMERO DE DIAS A PARTIR DO   *
      * QUAL UM PENDENTE SAI COMO ATRASADO NA LISTAGEM DO   *
      * FBAPL01; APRPARM-DIAS-EXPIRA O NUMERO DE DIAS AO    *
      * FIM DOS QUAIS EXPIRA E E DEVOLVIDO A AGENCIA. UM    *
      * CAMPO A ZEROS OU NAO NUMERICO, OU O FICHEIRO EM     *
      * FALTA, FAZEM VALER OS VALORES POR OMISSAO (TODOS OS *
      * TIPOS RETIDOS, AVISO AOS 2 DIAS, EXPIRA AOS 7).     *
      ******************************************************
       01 APRPARM-REGISTO.
           05 APRPARM-RETER-ELIMINACAO  PIC X(01).
           05 APRPARM-RETER-IBAN        PIC X(01).
           05 APRPARM-RETER-FALECIDO    PIC X(01).
           05 APRPARM-DIAS-AVISO        PIC 9(03).
           05 APRPARM-DIAS-EXPIRA       PIC 9(03).
