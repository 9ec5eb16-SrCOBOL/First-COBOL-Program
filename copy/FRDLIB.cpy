      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DE CASOS DE FRAUDE    *
      * JA ESCLARECIDOS (FRDLIB) - FICHEIRO INDEXADO COM    *
      * CHAVE NUMCLI + REGRA + DATA/HORA DO MOVIMENTO DO    *
      * CLIHIST QUE DISPAROU O ALERTA, A MESMA QUE SAI NO   *
      * RELATORIO FRDREL. ALIMENTADO PELO FBFRD01 A PARTIR  *
      * DAS LIBERTACOES DA EQUIPA DE FRAUDE (FRDCLR, MESMO  *
      * LAYOUT); UM CASO LIBERTADO NAO VOLTA A SAIR.        *
      ******************************************************
       01 FRDLIB-REGISTO.
           05 FRDLIB-CHAVE.
               10 FRDLIB-NUMCLI       PIC 9(07).
               10 FRDLIB-REGRA        PIC X(02).
               10 FRDLIB-DATA         PIC 9(08).
               10 FRDLIB-HORA         PIC 9(08).
           05 FRDLIB-DATA-LIBERTACAO PIC 9(08).
           05 FRDLIB-UTILIZADOR      PIC X(08).
           05 FRDLIB-NOTA            PIC X(40).
