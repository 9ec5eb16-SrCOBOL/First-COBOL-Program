      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DE MANDATOS SEPA DE   *
      * DEBITO DIRECTO (MANDATO) - FICHEIRO INDEXADO COM    *
      * CHAVE NUMCLI, UM MANDATO POR CLIENTE. GUARDA A      *
      * REFERENCIA DO MANDATO, A DATA DE ASSINATURA, O IBAN *
      * PARA QUE FOI ASSINADO (PODE DEIXAR DE COINCIDIR COM *
      * O CLIWORK-IBAN DO MESTRE) E A DATA DA ULTIMA        *
      * COBRANCA - PELAS REGRAS SEPA UM MANDATO SEM USO HA  *
      * 36 MESES CADUCOU. MANTIDO PELOS MOVIMENTOS PROPRIOS *
      * DO FBMDT01; O FBMNT01 MARCA-O PARA REASSINATURA     *
      * QUANDO UM 'C' MUDA O IBAN E CANCELA-O NA MARCACAO   *
      * 'F' OU NA ELIMINACAO DO CLIENTE; O FBRET01 SUSPENDE *
      * NA DEVOLUCAO DE MOTIVO 03 E ENCERRA NA DE MOTIVO    *
      * 01. O ESTADO, A DATA, O MOTIVO E A ORIGEM (AGENCIA/ *
      * OPERADOR OU PROGRAMA) SAO OS DA ULTIMA MUDANCA.     *
      * CONSULTADO PELO FBINQ01 E CONFRONTADO COM O MESTRE  *
      * NO RELATORIO SEMANAL DE EXCEPCOES DO FBMDX01.       *
      ******************************************************
       01 MANDATO-REGISTO.
           05 MANDATO-NUMCLI          PIC 9(07).
           05 MANDATO-REFERENCIA      PIC X(35).
           05 MANDATO-IBAN            PIC X(25).
           05 MANDATO-DATA-ASSINATURA PIC 9(08).
           05 MANDATO-DATA-ULTIMO-USO PIC 9(08).
           05 MANDATO-ESTADO          PIC X(01).
               88 MANDATO-ACTIVO       VALUE 'A'.
               88 MANDATO-REASSINAR    VALUE 'P'.
               88 MANDATO-SUSPENSO     VALUE 'S'.
               88 MANDATO-CANCELADO    VALUE 'C'.
               88 MANDATO-ENCERRADO    VALUE 'E'.
               88 MANDATO-EM-VIGOR     VALUE 'A', 'P', 'S'.
               88 MANDATO-TERMINADO    VALUE 'C', 'E'.
           05 MANDATO-ESTADO-DATA     PIC 9(08).
           05 MANDATO-MOTIVO          PIC X(40).
           05 MANDATO-AGENCIA         PIC X(04).
           05 MANDATO-OPERADOR        PIC X(08).
