      * ALTERACOES DE CLIENTES (CLIHIST) - GRAVADO PELO     *
      * FBMNT01 POR CADA MOVIMENTO APLICADO E CONSULTADO    *
      * PELO FBHST01. O FICHEIRO E ACUMULATIVO: CADA        *
      * EXECUCAO DO FBMNT01 ACRESCENTA AO FIM. A UNICA      *
      * REESCRITA E A DO FBANO01, QUE MASCARA NO PROPRIO    *
      * REGISTO (E NOS ARQUIVOS, MESMO LAYOUT) AS IMAGENS   *
      * ANTES/DEPOIS DE UM CLIENTE ANONIMIZADO.             *
      * NUMA ADICAO A IMAGEM ANTERIOR VAI EM BRANCO; NUMA   *
      * ELIMINACAO A IMAGEM POSTERIOR VAI EM BRANCO.        *
      * A AGENCIA E O OPERADOR DE ORIGEM DO MOVIMENTO VAO   *
      * NO FIM DO REGISTO (EM BRANCO NOS REGISTOS GRAVADOS  *
      * ANTES DE OS MOVIMENTOS OS TRAZEREM).                *
      ******************************************************
       01 CLIHIST-REGISTO.
           05 CLIHIST-NUMCLI      PIC 9(07).
           05 CLIHIST-ACCAO       PIC X(01).
           05 CLIHIST-ANTES       PIC X(124).
           05 CLIHIST-DEPOIS      PIC X(124).
           05 CLIHIST-AGENCIA     PIC X(04).
           05 CLIHIST-OPERADOR    PIC X(08).
