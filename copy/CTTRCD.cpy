      ******************************************************
      * LAYOUT DO REGISTO DA TABELA DE RECODIFICACAO DE     *
      * CODIGOS POSTAIS (CTTRCD) - FICHEIRO INDEXADO COM    *
      * CHAVE NO CODIGO ANTIGO, ACUMULADO PELO FBCTT01 EM   *
      * CADA CARGA MENSAL: UM CODIGO RETIRADO DO CTTPOST    *
      * ENTRA SEM SUCESSOR ('S'); A TABELA DE CORRESPONDEN- *
      * CIA DOS CTT (CTTCOR) TRANSFORMA-O EM RENUMERADO     *
      * ('R') COM O CODIGO NOVO. UM CODIGO QUE OS CTT       *
      * VOLTEM A EMITIR SAI DA TABELA. E LIDA PELO FBRCD01, *
      * QUE GERA OS MOVIMENTOS 'C' DE RECODIFICACAO DOS     *
      * CLIENTES NUM CODIGO RENUMERADO E A LISTA DE         *
      * TRABALHO DAS AGENCIAS PARA OS CODIGOS SEM SUCESSOR. *
      ******************************************************
       01 CTTRCD-REGISTO.
           05 CTTRCD-CODIGO-ANTIGO   PIC 9(08).
           05 CTTRCD-CODIGO-NOVO     PIC 9(08).
           05 CTTRCD-TIPO            PIC X(01).
               88 CTTRCD-RENUMERADO   VALUE 'R'.
               88 CTTRCD-SEM-SUCESSOR VALUE 'S'.
           05 CTTRCD-LOCALIDADE      PIC X(30).
           05 CTTRCD-DATA-CARGA      PIC 9(08).
