      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DE CARTAS ENVIADAS    *
      * (CRTLOG) - FICHEIRO INDEXADO COM CHAVE NUMCLI +     *
      * TIPO DE CARTA + REFERENCIA DO FACTO QUE A ORIGINOU  *
      * (DATA DA DEVOLUCAO, DATA DE EFEITO DO ESTADO        *
      * DORMENTE OU CODIGO POSTAL EM EXCEPCAO). GRAVADO     *
      * PELO FBCRT01 POR CADA CARTA EMITIDA - A MESMA CHAVE *
      * NAO DA SEGUNDA CARTA - E CONSULTADO PELO FBINQ01 E  *
      * PELO FBRGP01 ("ESCREVEMOS AO CLIENTE SOBRE ISTO?"). *
      ******************************************************
       01 CRTLOG-REGISTO.
           05 CRTLOG-CHAVE.
               10 CRTLOG-NUMCLI       PIC 9(07).
               10 CRTLOG-TIPO         PIC X(01).
                   88 CRTLOG-DEVOLUCAO VALUE 'R'.
                   88 CRTLOG-DORMENTE  VALUE 'D'.
                   88 CRTLOG-CPOSTAL   VALUE 'P'.
               10 CRTLOG-REFERENCIA   PIC 9(08).
           05 CRTLOG-DATA-ENVIO      PIC 9(08).
           05 CRTLOG-NUM-CARTA       PIC 9(07).
           05 CRTLOG-CPOSTAL-CARTA   PIC 9(08).
           05 CRTLOG-DETALHE         PIC X(30).
