      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DE EVENTOS DE         *
      * CORRESPONDENCIA (CRTEVT) - SEQUENCIAL, ACRESCENTADO *
      * PELOS PROGRAMAS QUE APURAM FACTOS QUE DAO CARTA AO  *
      * CLIENTE (O FBRET01 GRAVA UM EVENTO 'R' POR CLIENTE  *
      * APANHADO NUMA DEVOLUCAO DE DEBITO). CONSUMIDO PELO  *
      * FBCRT01 EM CADA EXECUCAO, QUE O REFAZ SO COM OS     *
      * EVENTOS QUE SAIRAM NA LISTA DE EXCEPCOES SEM MODELO *
      * OU SEM ENDERECO ENTREGAVEL (GUARDADOS NO             *
      * CRTEVT.PND, MESMO LAYOUT). OS CLIENTES              *
      * DORMENTES E OS CODIGOS POSTAIS EM EXCEPCAO SAO      *
      * APURADOS PELO PROPRIO FBCRT01 NO MESTRE.            *
      ******************************************************
       01 CRTEVT-REGISTO.
           05 CRTEVT-NUMCLI          PIC 9(07).
           05 CRTEVT-TIPO            PIC X(01).
               88 CRTEVT-DEVOLUCAO    VALUE 'R'.
           05 CRTEVT-DATA            PIC 9(08).
           05 CRTEVT-DETALHE         PIC X(30).
           05 CRTEVT-ORIGEM          PIC X(08).
