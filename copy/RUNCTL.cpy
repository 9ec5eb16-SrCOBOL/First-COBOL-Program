      * AUTORIZADO PELO OPERADOR (PARMRUN-OVERRIDE COM      *
      * MOTIVO) FICA REGISTADO EM RUNCTL-MOTIVO-OVERRIDE.   *
      * UM PASSO QUE TERMINA EM ERRO FICA COM O ESTADO 'I'  *
      * - SO O FIM LIMPO GRAVA O ESTADO 'C'. O DELTA DIARIO *
      * (FBDLT01) E UM PASSO A SEGUIR AO FBPRM01. A         *
      * RECODIFICACAO POSTAL (FBRCD01) CORRE ANTES DO       *
      * FBVAL01, QUANDO HA CARGA DOS CTT. A LIBERTACAO DOS  *
      * MOVIMENTOS APROVADOS A QUATRO OLHOS (FBAPL01) CORRE *
      * TODOS OS DIAS ANTES DO FBVAL01 E ACRESCENTA-OS AO   *
      * MNTTRAN DO DIA.                                     *
      ******************************************************
       01 RUNCTL-REGISTO.
           05 RUNCTL-CHAVE.
