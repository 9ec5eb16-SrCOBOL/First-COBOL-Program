      * IDADES - NADA DISTO VOLTA A PERDER-SE NO SCROLL DA  *
      * CONSOLA. O FBSTA01 LE O MES INTEIRO E IMPRIME A     *
      * TENDENCIA DIA A DIA COM TOTAIS E COMPARACAO COM O   *
      * MES ANTERIOR. A APROVACAO A QUATRO OLHOS JUNTA OS   *
      * RETIDOS (FBVAL01) E OS APROVADOS, RECUSADOS E       *
      * EXPIRADOS (FBAPL01) - REGISTOS ANTERIORES PASSAM    *
      * PELA CONVERSAO FBCNV05.                             *
      ******************************************************
       01 DIASTAT-REGISTO.
           05 DIASTAT-DATA             PIC 9(08).
           05 DIASTAT-MNT-ALTERACOES   PIC 9(08).
           05 DIASTAT-MNT-ELIMINACOES  PIC 9(08).
           05 DIASTAT-MNT-REJEITADOS   PIC 9(08).
      *    CONTAGENS DA APROVACAO A QUATRO OLHOS - RETIDOS
      *    PELO FBVAL01; LIBERTADOS, DEVOLVIDOS E EXPIRADOS
      *    PELO FBAPL01
           05 DIASTAT-APR-RETIDOS      PIC 9(09).
           05 DIASTAT-APR-APROVADOS    PIC 9(09).
           05 DIASTAT-APR-RECUSADOS    PIC 9(09).
           05 DIASTAT-APR-EXPIRADOS    PIC 9(09).
