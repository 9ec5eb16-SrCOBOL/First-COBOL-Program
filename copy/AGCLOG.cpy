      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO ACUMULATIVO DE ORIGEM *
      * DOS MOVIMENTOS (AGCLOG) - UM REGISTO POR MOVIMENTO  *
      * CRITICADO PELO FBVAL01 (ACEITE OU REJEITADO, COM O  *
      * MOTIVO) E POR MOVIMENTO REJEITADO PELO FBMNT01, COM *
      * A DATA DE NEGOCIO, A AGENCIA E O OPERADOR DE ORIGEM.*
      * O FICHEIRO E ACUMULATIVO COMO O CLIHIST: CADA       *
      * EXECUCAO ACRESCENTA AO FIM. E A FONTE DO QUADRO     *
      * MENSAL DE QUALIDADE POR AGENCIA DO FBQUA01.         *
      ******************************************************
       01 AGCLOG-REGISTO.
           05 AGCLOG-DATA         PIC 9(08).
           05 AGCLOG-AGENCIA      PIC X(04).
           05 AGCLOG-OPERADOR     PIC X(08).
           05 AGCLOG-PASSO        PIC X(08).
               88 AGCLOG-PASSO-VAL   VALUE 'FBVAL01 '.
               88 AGCLOG-PASSO-MNT   VALUE 'FBMNT01 '.
           05 AGCLOG-NUMCLI       PIC X(07).
           05 AGCLOG-ACCAO        PIC X(01).
           05 AGCLOG-RESULTADO    PIC X(01).
               88 AGCLOG-ACEITE      VALUE 'A'.
               88 AGCLOG-REJEITADO   VALUE 'R'.
           05 AGCLOG-MOTIVO       PIC X(40).
