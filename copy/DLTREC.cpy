      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DIARIO DE DIFERENCAS  *
      * (DELTA) ENVIADO AOS SISTEMAS A JUSANTE PELO FBDLT01 *
      * - SO OS CLIENTES ADICIONADOS, ALTERADOS, ELIMINADOS *
      * OU COM MUDANCA DE ESTADO NA DATA DE NEGOCIO, CADA   *
      * UM COM A SUA IMAGEM FINAL DO DIA (EM BRANCO NUMA    *
      * ELIMINACAO). O PRIMEIRO REGISTO E O CABECALHO ('H') *
      * COM O NUMERO DE SEQUENCIA E A DATA DE NEGOCIO; O    *
      * ULTIMO E O TRAILER ('T') COM AS CONTAGENS. A        *
      * SEQUENCIA NAO TEM FALHAS: UM DIA SEM ALTERACOES     *
      * SAI NA MESMA, SO COM CABECALHO E TRAILER. O MESMO   *
      * LAYOUT SERVE A COPIA RETIDA DE CADA SEQUENCIA E O   *
      * REENVIO DO FBDLR01.                                 *
      ******************************************************
       01 DELTA-REGISTO.
           05 DELTA-TIPO              PIC X(01).
               88 DELTA-CABECALHO        VALUE 'H'.
               88 DELTA-DETALHE          VALUE 'D'.
               88 DELTA-TRAILER          VALUE 'T'.
           05 DELTA-CORPO             PIC X(132).
           05 DELTA-DET REDEFINES DELTA-CORPO.
               10 DELTA-NUMCLI        PIC 9(07).
               10 DELTA-OPERACAO      PIC X(01).
                   88 DELTA-ADICAO       VALUE 'A'.
                   88 DELTA-ALTERACAO    VALUE 'C'.
                   88 DELTA-ELIMINACAO   VALUE 'D'.
                   88 DELTA-ESTADO       VALUE 'S'.
               10 DELTA-IMAGEM        PIC X(124).
           05 DELTA-CAB REDEFINES DELTA-CORPO.
               10 DELTA-CAB-SEQ       PIC 9(08).
               10 DELTA-CAB-DATA-PROC PIC 9(08).
               10 FILLER              PIC X(116).
           05 DELTA-TRL REDEFINES DELTA-CORPO.
               10 DELTA-TRL-SEQ       PIC 9(08).
               10 DELTA-TRL-REGISTOS  PIC 9(09).
               10 DELTA-TRL-ADICOES   PIC 9(09).
               10 DELTA-TRL-ALTERACOES PIC 9(09).
               10 DELTA-TRL-ELIMINACOES PIC 9(09).
               10 DELTA-TRL-ESTADOS   PIC 9(09).
               10 FILLER              PIC X(79).
