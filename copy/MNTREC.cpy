      * REAPRESENTAR O MOVIMENTO CORRIGIDO SEM REDIGITAR,   *
      * PARTINDO DA IMAGEM GUARDADA. O FBAGE01 ENVELHECE O  *
      * FICHEIRO E LISTA O QUE CONTINUA POR CORRIGIR.       *
      * A IMAGEM GUARDADA TRAZ NO FIM A AGENCIA E O         *
      * OPERADOR DE ORIGEM DO MOVIMENTO, PARA O FBAGE01 E O *
      * FBQUA01 SABEREM A QUEM PERTENCE CADA PENDENTE.      *
      ******************************************************
       01 MNTREC-REGISTO.
           05 MNTREC-CHAVE.
               10 MNTREC-NUMCLI        PIC X(07).
               10 MNTREC-ACCAO         PIC X(01).
           05 MNTREC-MOVIMENTO.
               10 MNTREC-MOV-DADOS     PIC X(125).
               10 MNTREC-MOV-AGENCIA   PIC X(04).
               10 MNTREC-MOV-OPERADOR  PIC X(08).
           05 MNTREC-MOTIVO            PIC X(40).
           05 MNTREC-DATA-PRIMEIRA     PIC 9(08).
           05 MNTREC-DATA-ULTIMA       PIC 9(08).
