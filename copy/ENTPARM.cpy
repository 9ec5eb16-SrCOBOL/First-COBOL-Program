      ******************************************************
      * LAYOUT DO REGISTO DE PARAMETRO DO MESTRE (ENTPARM)  *
      * LIDO NO ARRANQUE PELOS PROGRAMAS QUE SO CONSULTAM O *
      * MESTRE DE CLIENTES (FBINQ01, FBSEL01 E FBBAT01).    *
      * ENTPARM-FICHEIRO E O NOME DO MESTRE A LER - POR     *
      * EXEMPLO UMA RECONSTRUCAO DO FBRCM01 A UMA DATA      *
      * PASSADA (/home/kikos/ENT001.RAAAAMMDD) PARA A       *
      * AUDITORIA. O TRAILER LIDO E O MESMO NOME COM .TRL   *
      * NO FIM. EM BRANCO, OU O FICHEIRO EM FALTA, FAZEM    *
      * VALER O MESTRE DE SEMPRE (/home/kikos/ENT001).      *
      ******************************************************
       01 ENTPARM-REGISTO.
           05 ENTPARM-FICHEIRO       PIC X(40).
