      ******************************************************
      * LAYOUT DO REGISTO DA TABELA DE AGENCIAS (AGENCIAS)  *
      * - FICHEIRO INDEXADO COM CHAVE AGENCIA-CODIGO,       *
      * CARREGADO PELO FBAGC01 A PARTIR DA LISTA COMPLETA   *
      * ENTREGUE PELA ORGANIZACAO (AGCNEW, NO MESMO LAYOUT, *
      * EM SEQUENCIAL). O FBVAL01 RECUSA MOVIMENTOS DE UMA  *
      * AGENCIA INEXISTENTE OU ENCERRADA, O FBCAP01 SO ABRE *
      * SESSAO PARA UMA AGENCIA ACTIVA E O FBQUA01 TIRA DAQUI*
      * O NOME NO QUADRO DE QUALIDADE. A AGENCIA 0000       *
      * (SERVICOS CENTRAIS) E A ORIGEM DOS MOVIMENTOS       *
      * GERADOS PELA PROPRIA CADEIA E TEM DE CONSTAR DA     *
      * TABELA COMO ACTIVA.                                 *
      ******************************************************
       01 AGENCIA-REGISTO.
           05 AGENCIA-CODIGO      PIC X(04).
           05 AGENCIA-NOME        PIC X(30).
           05 AGENCIA-ESTADO      PIC X(01).
               88 AGENCIA-ACTIVA     VALUE 'A'.
               88 AGENCIA-ENCERRADA  VALUE 'E'.
               88 AGENCIA-ESTADO-VALIDO VALUE 'A', 'E'.
