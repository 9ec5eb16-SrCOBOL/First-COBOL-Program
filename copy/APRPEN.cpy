      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DE MOVIMENTOS RETIDOS *
      * PARA APROVACAO A QUATRO OLHOS (APRPEN) - FICHEIRO   *
      * INDEXADO COM CHAVE NUMCLI + DATA DE NEGOCIO DA      *
      * RETENCAO + ORDEM DE LEITURA NO MNTTRAN ORDENADO DO  *
      * DIA (UMA REPETICAO DO FBVAL01 REENCONTRA A MESMA    *
      * CHAVE). O FBVAL01 GRAVA O MOVIMENTO DE RISCO JA     *
      * CRITICADO, COM A IMAGEM ORIGINAL DO MNTTRAN, COMO   *
      * PENDENTE ('P'); O SUPERVISOR DECIDE NO FBAPR01 -    *
      * APROVADO ('A') OU RECUSADO ('R', COM MOTIVO), NUNCA *
      * PELO MESMO OPERADOR QUE FEZ O MOVIMENTO; O FBAPL01, *
      * NA CADEIA ANTES DO FBVAL01, DEVOLVE O APROVADO AO   *
      * MNTTRAN DO DIA ('L' LIBERTADO), DEVOLVE O RECUSADO  *
      * A AGENCIA ('D' DEVOLVIDO) E FAZ EXPIRAR O PENDENTE  *
      * ESQUECIDO ('E'). QUANDO O FBVAL01 DEIXA PASSAR O    *
      * MOVIMENTO LIBERTADO A ENTRADA FICA CONSUMIDA ('U'), *
      * COM A ORDEM DE LEITURA QUE A CONSUMIU, PARA QUE UMA *
      * APROVACAO SO LIBERTE UM MOVIMENTO. A IMAGEM DO      *
      * CLIENTE NO ENT001 A DATA DA RETENCAO FICA GUARDADA; *
      * SE O MESTRE MUDOU ENTRETANTO O FBAPL01 DEVOLVE O    *
      * APROVADO ('D') EM VEZ DE O LIBERTAR, PARA NAO       *
      * REPOR DADOS ANTIGOS. AS ENTRADAS FECHADAS FICAM NO  *
      * FICHEIRO COMO REGISTO DA DECISAO; O FBANO01 MASCARA *
      * AS DOS CLIENTES ANONIMIZADOS.                       *
      ******************************************************
       01 APRPEN-REGISTO.
           05 APRPEN-CHAVE.
               10 APRPEN-NUMCLI         PIC X(07).
               10 APRPEN-DATA-RETENCAO  PIC 9(08).
               10 APRPEN-ORDEM          PIC 9(09).
           05 APRPEN-MOVIMENTO.
               10 APRPEN-MOV-DADOS      PIC X(125).
               10 APRPEN-MOV-AGENCIA    PIC X(04).
               10 APRPEN-MOV-OPERADOR   PIC X(08).
           05 APRPEN-RISCO              PIC X(01).
               88 APRPEN-RISCO-ELIMINACAO VALUE 'D'.
               88 APRPEN-RISCO-IBAN       VALUE 'I'.
               88 APRPEN-RISCO-FALECIDO   VALUE 'F'.
      *    IBAN DO MESTRE NO MOMENTO DA RETENCAO, NA MUDANCA
      *    DE IBAN - O SUPERVISOR VE O ANTERIOR E O NOVO
           05 APRPEN-IBAN-ANTERIOR      PIC X(25).
           05 APRPEN-ESTADO             PIC X(01).
               88 APRPEN-PENDENTE         VALUE 'P'.
               88 APRPEN-APROVADO         VALUE 'A'.
               88 APRPEN-LIBERTADO        VALUE 'L'.
               88 APRPEN-RECUSADO         VALUE 'R'.
               88 APRPEN-DEVOLVIDO        VALUE 'D'.
               88 APRPEN-EXPIRADO         VALUE 'E'.
               88 APRPEN-CONSUMIDO        VALUE 'U'.
           05 APRPEN-DATA-DECISAO       PIC 9(08).
           05 APRPEN-APROVADOR          PIC X(08).
           05 APRPEN-MOTIVO             PIC X(40).
      *    DATA DE NEGOCIO EM QUE O FBAPL01 LIBERTOU, DEVOLVEU
      *    OU FEZ EXPIRAR A ENTRADA
           05 APRPEN-DATA-FECHO         PIC 9(08).
      *    ORDEM DE LEITURA NO MNTTRAN ORDENADO DO DIA DO
      *    MOVIMENTO QUE CONSUMIU A LIBERTACAO - NUMA REPETICAO
      *    DO FBVAL01 SO ESSE VOLTA A PASSAR
           05 APRPEN-ORDEM-CONSUMO      PIC 9(09).
      *    IMAGEM DO CLIENTE NO ENT001 (CLIWORK-REGISTO) NO
      *    MOMENTO DA RETENCAO, EM BRANCO SE NAO ESTAVA NO
      *    MESTRE - O FBAPL01 COMPARA-A COM O MESTRE ACTUAL
           05 APRPEN-MESTRE-RETENCAO    PIC X(124).
