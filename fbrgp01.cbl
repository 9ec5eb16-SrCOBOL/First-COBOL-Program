       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRGP01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-28  PROGRAMA CRIADO - RELATORIO DE ACESSO *
      *               DO TITULAR (RGPD). O OPERADOR INDICA  *
      *               O NUMCLI E O PROGRAMA JUNTA NUM SO    *
      *               RELATORIO RGPREL TUDO O QUE O         *
      *               SUBSISTEMA GUARDA SOBRE A PESSOA:     *
      *               REGISTO ACTUAL DO ENT001, GERACOES    *
      *               RETIDAS ENT001.G01/G02/G03, TODAS AS  *
      *               IMAGENS DO CLIHIST VIVO E DOS         *
      *               ARQUIVOS DATADOS APONTADOS PELO       *
      *               ARCNDX, ENTRADAS DA REFERENCIA        *
      *               CRUZADA IBANXRF, MOVIMENTOS PENDENTES *
      *               DE CORRECCAO NO MNTREC E O MANDATO    *
      *               SEPA. O PROGRAMA SO LE; UM FICHEIRO   *
      *               EM FALTA SAI ASSINALADO NO RELATORIO  *
      *               E NAO INTERROMPE O LEVANTAMENTO       *
      *   2026-10-05  O LEVANTAMENTO INCLUI AS CARTAS       *
      *               ENVIADAS AO CLIENTE REGISTADAS NO     *
      *               CRTLOG PELO FBCRT01                   *
      *   2026-10-15  O LEVANTAMENTO INCLUI OS MOVIMENTOS   *
      *               RETIDOS PARA APROVACAO A QUATRO OLHOS *
      *               NO APRPEN, ABERTOS OU FECHADOS, COM O *
      *               ESTADO, AS DATAS, O APROVADOR, O      *
      *               MOTIVO E O IBAN ANTERIOR              *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT GER1 ASSIGN TO '/home/kikos/ENT001.G01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GER1-NUMCLI
               ALTERNATE RECORD KEY IS GER1-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GER1.

           SELECT GER2 ASSIGN TO '/home/kikos/ENT001.G02'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GER2-NUMCLI
               ALTERNATE RECORD KEY IS GER2-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GER2.

           SELECT GER3 ASSIGN TO '/home/kikos/ENT001.G03'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GER3-NUMCLI
               ALTERNATE RECORD KEY IS GER3-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GER3.

           SELECT CLIHIST ASSIGN TO '/home/kikos/CLIHIST'
               FILE STATUS IS WS-FS-CLIHIST.

           SELECT ARCNDX ASSIGN TO '/home/kikos/ARCNDX'
               FILE STATUS IS WS-FS-ARCNDX.

           SELECT CLIARC ASSIGN TO WS-ARQ-FICHEIRO
               FILE STATUS IS WS-FS-CLIARC.

           SELECT IBANXRF ASSIGN TO '/home/kikos/IBANXRF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IBANXRF-CHAVE
               FILE STATUS IS WS-FS-IBANXRF.

           SELECT MNTREC ASSIGN TO '/home/kikos/MNTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNTREC-CHAVE
               FILE STATUS IS WS-FS-MNTREC.

           SELECT MANDATO ASSIGN TO '/home/kikos/MANDATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MANDATO-NUMCLI
               FILE STATUS IS WS-FS-MANDATO.

           SELECT CRTLOG ASSIGN TO '/home/kikos/CRTLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRTLOG-CHAVE
               FILE STATUS IS WS-FS-CRTLOG.

           SELECT APRPEN ASSIGN TO '/home/kikos/APRPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRPEN-CHAVE
               FILE STATUS IS WS-FS-APRPEN.

           SELECT RGPREL ASSIGN TO '/home/kikos/RGPREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RGPREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           COPY CLIWORK.

       FD  GER1.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GER1-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GER1-NUMCLI==
               ==CLIWORK-NOME==    BY ==GER1-NOME==
               ==CLIWORK-IDADE==   BY ==GER1-IDADE==
               ==CLIWORK-DTNASC==  BY ==GER1-DTNASC==
               ==CLIWORK-MORADA==  BY ==GER1-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GER1-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GER1-IBAN==
               ==CLIWORK-ESTADO== BY ==GER1-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GER1-ESTADO-DATA==.

       FD  GER2.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GER2-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GER2-NUMCLI==
               ==CLIWORK-NOME==    BY ==GER2-NOME==
               ==CLIWORK-IDADE==   BY ==GER2-IDADE==
               ==CLIWORK-DTNASC==  BY ==GER2-DTNASC==
               ==CLIWORK-MORADA==  BY ==GER2-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GER2-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GER2-IBAN==
               ==CLIWORK-ESTADO== BY ==GER2-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GER2-ESTADO-DATA==.

       FD  GER3.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GER3-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GER3-NUMCLI==
               ==CLIWORK-NOME==    BY ==GER3-NOME==
               ==CLIWORK-IDADE==   BY ==GER3-IDADE==
               ==CLIWORK-DTNASC==  BY ==GER3-DTNASC==
               ==CLIWORK-MORADA==  BY ==GER3-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GER3-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GER3-IBAN==
               ==CLIWORK-ESTADO== BY ==GER3-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GER3-ESTADO-DATA==.

       FD  CLIHIST.
           COPY CLIHIST.

       FD  ARCNDX.
           COPY ARCNDX.

       FD  CLIARC.
           COPY CLIHIST REPLACING
               ==CLIHIST-REGISTO== BY ==CLIARC-REGISTO==
               ==CLIHIST-NUMCLI==  BY ==CLIARC-NUMCLI==
               ==CLIHIST-DATA==    BY ==CLIARC-DATA==
               ==CLIHIST-HORA==    BY ==CLIARC-HORA==
               ==CLIHIST-ACCAO==   BY ==CLIARC-ACCAO==
               ==CLIHIST-ANTES==   BY ==CLIARC-ANTES==
               ==CLIHIST-DEPOIS==  BY ==CLIARC-DEPOIS==
               ==CLIHIST-AGENCIA== BY ==CLIARC-AGENCIA==
               ==CLIHIST-OPERADOR== BY ==CLIARC-OPERADOR==.

       FD  IBANXRF.
           COPY IBANXRF.

       FD  MNTREC.
           COPY MNTREC.

       FD  MANDATO.
           COPY MANDATO.

       FD  CRTLOG.
           COPY CRTLOG.

       FD  APRPEN.
           COPY APRPEN.

       FD  RGPREL.
       01 RGPREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00'.
       01 WS-FS-GER1                PIC X(02).
           88 OK-GER1                VALUE '00'.
       01 WS-FS-GER2                PIC X(02).
           88 OK-GER2                VALUE '00'.
       01 WS-FS-GER3                PIC X(02).
           88 OK-GER3                VALUE '00'.
       01 WS-FS-CLIHIST             PIC X(02).
           88 OK-CLIHIST             VALUE '00', '10'.
       01 WS-FS-ARCNDX              PIC X(02).
           88 OK-ARCNDX              VALUE '00', '10'.
       01 WS-FS-CLIARC              PIC X(02).
           88 OK-CLIARC              VALUE '00', '10'.
       01 WS-FS-IBANXRF             PIC X(02).
           88 OK-IBANXRF             VALUE '00', '10'.
       01 WS-FS-MNTREC              PIC X(02).
           88 OK-MNTREC              VALUE '00', '10'.
       01 WS-FS-MANDATO             PIC X(02).
           88 OK-MANDATO             VALUE '00'.
       01 WS-FS-CRTLOG              PIC X(02).
           88 OK-CRTLOG              VALUE '00', '10'.
       01 WS-FS-APRPEN              PIC X(02).
           88 OK-APRPEN              VALUE '00', '10'.
       01 WS-FS-RGPREL              PIC X(02).
           88 OK-RGPREL              VALUE '00'.

       01 WS-FIM-CLIHIST            PIC X VALUE SPACES.
           88 FIM-CLIHIST            VALUE 'S'.
       01 WS-FIM-ARCNDX             PIC X VALUE SPACES.
           88 FIM-ARCNDX             VALUE 'S'.
       01 WS-FIM-CLIARC             PIC X VALUE SPACES.
           88 FIM-CLIARC             VALUE 'S'.
       01 WS-FIM-IBANXRF            PIC X VALUE SPACES.
           88 FIM-IBANXRF            VALUE 'S'.
       01 WS-FIM-MNTREC             PIC X VALUE SPACES.
           88 FIM-MNTREC             VALUE 'S'.
       01 WS-FIM-CRTLOG             PIC X VALUE SPACES.
           88 FIM-CRTLOG             VALUE 'S'.
       01 WS-FIM-APRPEN             PIC X VALUE SPACES.
           88 FIM-APRPEN             VALUE 'S'.

       01 WS-NUMCLI-PEDIDO          PIC 9(07) VALUE ZEROS.
       01 WS-NUMCLI-PEDIDO-X REDEFINES WS-NUMCLI-PEDIDO
                                    PIC X(07).
       01 WS-ARQ-FICHEIRO           PIC X(40) VALUE SPACES.
       01 WS-ORIGEM-IMAGEM          PIC X(40) VALUE SPACES.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-TOTAL-MESTRE           PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-GERACOES         PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-CLIHIST          PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-ARQUIVO          PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-ARQ-FICHEIROS    PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-IBANXRF          PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-MNTREC           PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-MANDATO          PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-CARTAS           PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-RETIDOS          PIC 9(05) VALUE ZEROS.

           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==WS-IMAGEM-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==WS-IMAGEM-NUMCLI==
               ==CLIWORK-NOME==    BY ==WS-IMAGEM-NOME==
               ==CLIWORK-IDADE==   BY ==WS-IMAGEM-IDADE==
               ==CLIWORK-DTNASC==  BY ==WS-IMAGEM-DTNASC==
               ==CLIWORK-MORADA==  BY ==WS-IMAGEM-MORADA==
               ==CLIWORK-CPOSTAL== BY ==WS-IMAGEM-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==WS-IMAGEM-IBAN==
               ==CLIWORK-ESTADO== BY ==WS-IMAGEM-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==WS-IMAGEM-ESTADO-DATA==.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

      *    LINHA DE MOVIMENTO DO HISTORICO (VIVO OU ARQUIVO)
       01 WS-LINHA-MOV.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MOV-DATA               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MOV-HORA               PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'ACCAO: '.
           05 MOV-ACCAO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'ORIGEM: '.
           05 MOV-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MOV-OPERADOR           PIC X(13).
           05 FILLER                 PIC X(75) VALUE SPACES.

      *    DUAS LINHAS POR IMAGEM DE CLIENTE
       01 WS-LINHA-IMG1.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 IMG-ROTULO             PIC X(09).
           05 FILLER                 PIC X(07) VALUE 'NOME: '.
           05 IMG-NOME               PIC X(49).
           05 FILLER                 PIC X(11) VALUE ' DT.NASC: '.
           05 IMG-DTNASC             PIC 9(08).
           05 FILLER                 PIC X(09) VALUE ' IDADE: '.
           05 IMG-IDADE              PIC 9(02).
           05 FILLER                 PIC X(33) VALUE SPACES.
       01 WS-LINHA-IMG2.
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'MORADA: '.
           05 IMG-MORADA             PIC X(16).
           05 FILLER                 PIC X(11) VALUE ' CPOSTAL: '.
           05 IMG-CPOSTAL            PIC 9(08).
           05 FILLER                 PIC X(08) VALUE ' IBAN: '.
           05 IMG-IBAN               PIC X(25).
           05 FILLER                 PIC X(10) VALUE ' ESTADO: '.
           05 IMG-ESTADO             PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 IMG-ESTADO-DATA        PIC 9(08).
           05 FILLER                 PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY 'ACESSO DO TITULAR (RGPD) - FBRGP01'.
           DISPLAY 'NUMERO DE CLIENTE DO TITULAR (0 PARA SAIR): '.
           ACCEPT WS-NUMCLI-PEDIDO.
           IF WS-NUMCLI-PEDIDO IS NOT NUMERIC
               OR WS-NUMCLI-PEDIDO = ZERO
               DISPLAY 'FBRGP01 - LEVANTAMENTO CANCELADO'
               STOP RUN
           END-IF.

           OPEN OUTPUT RGPREL.
           IF NOT OK-RGPREL
               DISPLAY 'ERRO NO FICHERO RGPREL' WS-FS-RGPREL
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'DADOS PESSOAIS DO TITULAR (RGPD) - FBRGP01'
               TO WS-LINHA-REL(1:42).
           MOVE 'DATA: ' TO WS-LINHA-REL(60:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(66:2).
           MOVE '/' TO WS-LINHA-REL(68:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(69:2).
           MOVE '/' TO WS-LINHA-REL(71:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(72:4).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMERO DE CLIENTE: ' TO WS-LINHA-REL(1:19).
           MOVE WS-NUMCLI-PEDIDO TO WS-LINHA-REL(20:7).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '=' TO WS-LINHA-REL.
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.

           PERFORM R100-MESTRE THRU R100-MESTRE-FIM.
           PERFORM R200-GERACOES THRU R200-GERACOES-FIM.
           PERFORM R300-CLIHIST THRU R300-CLIHIST-FIM.
           PERFORM R400-ARQUIVOS THRU R400-ARQUIVOS-FIM.
           PERFORM R500-IBANXRF THRU R500-IBANXRF-FIM.
           PERFORM R600-MNTREC THRU R600-MNTREC-FIM.
           PERFORM R700-MANDATO THRU R700-MANDATO-FIM.
           PERFORM R750-CARTAS THRU R750-CARTAS-FIM.
           PERFORM R770-RETIDOS THRU R770-RETIDOS-FIM.
           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.

           CLOSE RGPREL.
           IF NOT OK-RGPREL
               DISPLAY 'ERRO AO FECHAR O FICHERO RGPREL' WS-FS-RGPREL
               STOP RUN
           END-IF.

           DISPLAY 'FBRGP01 - RELATORIO RGPREL GERADO PARA O CLIENTE '
               WS-NUMCLI-PEDIDO.

           STOP RUN.

      *****************************************************
      * R050 - TITULO DE SECCAO DO RELATORIO, PREPARADO EM  *
      * WS-LINHA-REL PELO PONTO DE CHAMADA                  *
      *****************************************************
       R050-TITULO-SECCAO.
           MOVE SPACES TO RGPREL-LINHA.
           WRITE RGPREL-LINHA.
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
       R050-TITULO-SECCAO-FIM.
           EXIT.

      *****************************************************
      * R060 - LINHA AVULSA DE AVISO OU CONTAGEM, PREPARADA *
      * EM WS-LINHA-REL PELO PONTO DE CHAMADA               *
      *****************************************************
       R060-LINHA-AVISO.
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
       R060-LINHA-AVISO-FIM.
           EXIT.

       R100-MESTRE.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MESTRE DE CLIENTES (ENT001)' TO WS-LINHA-REL(1:27).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  *** FICHEIRO INACESSIVEL - FILE STATUS '
                   TO WS-LINHA-REL(1:42)
               MOVE WS-FS-CLIWORK TO WS-LINHA-REL(43:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R100-MESTRE-FIM
           END-IF.
           MOVE WS-NUMCLI-PEDIDO TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   MOVE SPACES TO WS-LINHA-REL
                   MOVE '  CLIENTE NAO CONSTA DO MESTRE ACTUAL'
                       TO WS-LINHA-REL(1:37)
                   PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-MESTRE
                   MOVE CLIWORK-REGISTO TO WS-IMAGEM-REGISTO
                   MOVE 'ACTUAL' TO IMG-ROTULO
                   PERFORM R900-IMPRIMIR-IMAGEM
                       THRU R900-IMPRIMIR-IMAGEM-FIM
           END-READ.
           CLOSE CLIWORK.
       R100-MESTRE-FIM.
           EXIT.

      *****************************************************
      * R200 - GERACOES RETIDAS PELO FBPRM01. UMA GERACAO   *
      * AINDA NAO CRIADA (MENOS DE TRES PROMOCOES) SAI      *
      * ASSINALADA COMO INEXISTENTE                         *
      *****************************************************
       R200-GERACOES.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'GERACOES RETIDAS DO MESTRE (ENT001.G01/G02/G03)'
               TO WS-LINHA-REL(1:47).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.

           OPEN INPUT GER1.
           IF NOT OK-GER1
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  G01: GERACAO INEXISTENTE OU INACESSIVEL'
                   TO WS-LINHA-REL(1:41)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           ELSE
               MOVE WS-NUMCLI-PEDIDO TO GER1-NUMCLI
               READ GER1
                   KEY IS GER1-NUMCLI
                   INVALID KEY
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  G01: CLIENTE NAO CONSTA'
                           TO WS-LINHA-REL(1:25)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-GERACOES
                       MOVE GER1-REGISTO TO WS-IMAGEM-REGISTO
                       MOVE 'G01' TO IMG-ROTULO
                       PERFORM R900-IMPRIMIR-IMAGEM
                           THRU R900-IMPRIMIR-IMAGEM-FIM
               END-READ
               CLOSE GER1
           END-IF.

           OPEN INPUT GER2.
           IF NOT OK-GER2
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  G02: GERACAO INEXISTENTE OU INACESSIVEL'
                   TO WS-LINHA-REL(1:41)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           ELSE
               MOVE WS-NUMCLI-PEDIDO TO GER2-NUMCLI
               READ GER2
                   KEY IS GER2-NUMCLI
                   INVALID KEY
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  G02: CLIENTE NAO CONSTA'
                           TO WS-LINHA-REL(1:25)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-GERACOES
                       MOVE GER2-REGISTO TO WS-IMAGEM-REGISTO
                       MOVE 'G02' TO IMG-ROTULO
                       PERFORM R900-IMPRIMIR-IMAGEM
                           THRU R900-IMPRIMIR-IMAGEM-FIM
               END-READ
               CLOSE GER2
           END-IF.

           OPEN INPUT GER3.
           IF NOT OK-GER3
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  G03: GERACAO INEXISTENTE OU INACESSIVEL'
                   TO WS-LINHA-REL(1:41)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           ELSE
               MOVE WS-NUMCLI-PEDIDO TO GER3-NUMCLI
               READ GER3
                   KEY IS GER3-NUMCLI
                   INVALID KEY
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  G03: CLIENTE NAO CONSTA'
                           TO WS-LINHA-REL(1:25)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-GERACOES
                       MOVE GER3-REGISTO TO WS-IMAGEM-REGISTO
                       MOVE 'G03' TO IMG-ROTULO
                       PERFORM R900-IMPRIMIR-IMAGEM
                           THRU R900-IMPRIMIR-IMAGEM-FIM
               END-READ
               CLOSE GER3
           END-IF.
       R200-GERACOES-FIM.
           EXIT.

      *****************************************************
      * R300 - HISTORICO VIVO: TODOS OS MOVIMENTOS DO       *
      * CLIENTE, POR ORDEM FISICA (QUE E A ORDEM DE DATA),  *
      * COM AS DUAS IMAGENS                                 *
      *****************************************************
       R300-CLIHIST.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'HISTORICO DE ALTERACOES (CLIHIST)'
               TO WS-LINHA-REL(1:33).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT CLIHIST.
           IF NOT OK-CLIHIST
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  *** FICHEIRO INACESSIVEL - FILE STATUS '
                   TO WS-LINHA-REL(1:42)
               MOVE WS-FS-CLIHIST TO WS-LINHA-REL(43:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R300-CLIHIST-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R310-LER-CLIHIST THRU R310-LER-CLIHIST-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.
           IF WS-TOTAL-CLIHIST = ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM MOVIMENTOS NO FICHEIRO VIVO'
                   TO WS-LINHA-REL(1:33)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-IF.
       R300-CLIHIST-FIM.
           EXIT.

       R310-LER-CLIHIST.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
               NOT AT END
                   IF CLIHIST-NUMCLI = WS-NUMCLI-PEDIDO
                       ADD 1 TO WS-TOTAL-CLIHIST
                       MOVE CLIHIST-DATA TO MOV-DATA
                       MOVE CLIHIST-HORA TO MOV-HORA
                       MOVE CLIHIST-ACCAO TO MOV-ACCAO
                       MOVE CLIHIST-AGENCIA TO MOV-AGENCIA
                       MOVE CLIHIST-OPERADOR TO MOV-OPERADOR
                       IF CLIHIST-AGENCIA = SPACES
                           AND CLIHIST-OPERADOR = SPACES
                           MOVE '(SEM REGISTO)' TO MOV-OPERADOR
                       END-IF
                       WRITE RGPREL-LINHA FROM WS-LINHA-MOV
                       IF CLIHIST-ANTES NOT = SPACES
                           MOVE CLIHIST-ANTES TO WS-IMAGEM-REGISTO
                           MOVE 'ANTES' TO IMG-ROTULO
                           PERFORM R900-IMPRIMIR-IMAGEM
                               THRU R900-IMPRIMIR-IMAGEM-FIM
                       END-IF
                       IF CLIHIST-DEPOIS NOT = SPACES
                           MOVE CLIHIST-DEPOIS TO WS-IMAGEM-REGISTO
                           MOVE 'DEPOIS' TO IMG-ROTULO
                           PERFORM R900-IMPRIMIR-IMAGEM
                               THRU R900-IMPRIMIR-IMAGEM-FIM
                       END-IF
                   END-IF
           END-READ.
       R310-LER-CLIHIST-FIM.
           EXIT.

      *****************************************************
      * R400 - ARQUIVOS DATADOS DO CLIHIST APONTADOS PELO   *
      * ARCNDX (CORTES DO FBARC01), COMO NO HISTORICO       *
      * COMPLETO DO FBHST01. CADA ARQUIVO COM MOVIMENTOS DO *
      * CLIENTE SAI IDENTIFICADO PELO NOME DO FICHEIRO      *
      *****************************************************
       R400-ARQUIVOS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ARQUIVOS DO HISTORICO (ARCNDX / CLIHIST.A...)'
               TO WS-LINHA-REL(1:46).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT ARCNDX.
           IF NOT OK-ARCNDX
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM ARQUIVOS - AINDA NAO HOUVE CORTE'
                   TO WS-LINHA-REL(1:38)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R400-ARQUIVOS-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-ARCNDX.
           PERFORM R410-LER-ARCNDX THRU R410-LER-ARCNDX-FIM
               UNTIL FIM-ARCNDX.
           CLOSE ARCNDX.
           IF WS-TOTAL-ARQUIVO = ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM MOVIMENTOS NOS ARQUIVOS'
                   TO WS-LINHA-REL(1:29)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-IF.
       R400-ARQUIVOS-FIM.
           EXIT.

       R410-LER-ARCNDX.
           READ ARCNDX
               AT END
                   MOVE 'S' TO WS-FIM-ARCNDX
               NOT AT END
                   MOVE ARCNDX-FICHEIRO TO WS-ARQ-FICHEIRO
                   ADD 1 TO WS-TOTAL-ARQ-FICHEIROS
                   PERFORM R420-LER-UM-ARQUIVO
                       THRU R420-LER-UM-ARQUIVO-FIM
           END-READ.
       R410-LER-ARCNDX-FIM.
           EXIT.

       R420-LER-UM-ARQUIVO.
           OPEN INPUT CLIARC.
           IF NOT OK-CLIARC
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  *** ARQUIVO INACESSIVEL: ' TO WS-LINHA-REL(1:27)
               MOVE WS-ARQ-FICHEIRO TO WS-LINHA-REL(28:40)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R420-LER-UM-ARQUIVO-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-CLIARC.
           PERFORM R430-LER-CLIARC THRU R430-LER-CLIARC-FIM
               UNTIL FIM-CLIARC.
           CLOSE CLIARC.
       R420-LER-UM-ARQUIVO-FIM.
           EXIT.

       R430-LER-CLIARC.
           READ CLIARC
               AT END
                   MOVE 'S' TO WS-FIM-CLIARC
               NOT AT END
                   IF CLIARC-NUMCLI = WS-NUMCLI-PEDIDO
                       ADD 1 TO WS-TOTAL-ARQUIVO
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  ARQUIVO: ' TO WS-LINHA-REL(1:11)
                       MOVE WS-ARQ-FICHEIRO TO WS-LINHA-REL(12:40)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                       MOVE CLIARC-DATA TO MOV-DATA
                       MOVE CLIARC-HORA TO MOV-HORA
                       MOVE CLIARC-ACCAO TO MOV-ACCAO
                       MOVE CLIARC-AGENCIA TO MOV-AGENCIA
                       MOVE CLIARC-OPERADOR TO MOV-OPERADOR
                       IF CLIARC-AGENCIA = SPACES
                           AND CLIARC-OPERADOR = SPACES
                           MOVE '(SEM REGISTO)' TO MOV-OPERADOR
                       END-IF
                       WRITE RGPREL-LINHA FROM WS-LINHA-MOV
                       IF CLIARC-ANTES NOT = SPACES
                           MOVE CLIARC-ANTES TO WS-IMAGEM-REGISTO
                           MOVE 'ANTES' TO IMG-ROTULO
                           PERFORM R900-IMPRIMIR-IMAGEM
                               THRU R900-IMPRIMIR-IMAGEM-FIM
                       END-IF
                       IF CLIARC-DEPOIS NOT = SPACES
                           MOVE CLIARC-DEPOIS TO WS-IMAGEM-REGISTO
                           MOVE 'DEPOIS' TO IMG-ROTULO
                           PERFORM R900-IMPRIMIR-IMAGEM
                               THRU R900-IMPRIMIR-IMAGEM-FIM
                       END-IF
                   END-IF
           END-READ.
       R430-LER-CLIARC-FIM.
           EXIT.

      *****************************************************
      * R500 - REFERENCIA CRUZADA IBANXRF. A CHAVE COMECA   *
      * PELO IBAN, POR ISSO O FICHEIRO E PERCORRIDO DE      *
      * PONTA A PONTA - APANHA TAMBEM UM IBAN ANTIGO QUE    *
      * AINDA NAO TENHA SAIDO NA RECONSTRUCAO NOCTURNA      *
      *****************************************************
       R500-IBANXRF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REFERENCIA CRUZADA IBAN -> CLIENTE (IBANXRF)'
               TO WS-LINHA-REL(1:44).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT IBANXRF.
           IF NOT OK-IBANXRF
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  *** FICHEIRO INACESSIVEL - FILE STATUS '
                   TO WS-LINHA-REL(1:42)
               MOVE WS-FS-IBANXRF TO WS-LINHA-REL(43:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R500-IBANXRF-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-IBANXRF.
           PERFORM R510-LER-IBANXRF THRU R510-LER-IBANXRF-FIM
               UNTIL FIM-IBANXRF.
           CLOSE IBANXRF.
           IF WS-TOTAL-IBANXRF = ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM ENTRADAS NA REFERENCIA CRUZADA'
                   TO WS-LINHA-REL(1:36)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-IF.
       R500-IBANXRF-FIM.
           EXIT.

       R510-LER-IBANXRF.
           READ IBANXRF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-IBANXRF
               NOT AT END
                   IF IBANXRF-NUMCLI = WS-NUMCLI-PEDIDO
                       ADD 1 TO WS-TOTAL-IBANXRF
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  IBAN: ' TO WS-LINHA-REL(1:8)
                       MOVE IBANXRF-IBAN TO WS-LINHA-REL(9:25)
                       MOVE ' NOME: ' TO WS-LINHA-REL(34:7)
                       MOVE IBANXRF-NOME TO WS-LINHA-REL(41:49)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                   END-IF
           END-READ.
       R510-LER-IBANXRF-FIM.
           EXIT.

      *****************************************************
      * R600 - MOVIMENTOS REJEITADOS A AGUARDAR CORRECCAO   *
      * NO MNTREC (CHAVE NUMCLI + ACCAO): POSICIONA NO      *
      * NUMCLI E LE EM FRENTE ENQUANTO SE MANTIVER. A       *
      * IMAGEM GUARDADA E A DO MOVIMENTO MNTTRAN (ACCAO +   *
      * DADOS DO CLIENTE)                                   *
      *****************************************************
       R600-MNTREC.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS PENDENTES DE CORRECCAO (MNTREC)'
               TO WS-LINHA-REL(1:42).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT MNTREC.
           IF NOT OK-MNTREC
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM FICHEIRO DE RECICLAGEM - FILE STATUS '
                   TO WS-LINHA-REL(1:43)
               MOVE WS-FS-MNTREC TO WS-LINHA-REL(44:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R600-MNTREC-FIM
           END-IF.
           MOVE WS-NUMCLI-PEDIDO-X TO MNTREC-NUMCLI.
           MOVE LOW-VALUES TO MNTREC-ACCAO.
           MOVE SPACES TO WS-FIM-MNTREC.
           START MNTREC KEY IS NOT LESS THAN MNTREC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MNTREC
           END-START.
           PERFORM R610-LER-MNTREC THRU R610-LER-MNTREC-FIM
               UNTIL FIM-MNTREC.
           CLOSE MNTREC.
           IF WS-TOTAL-MNTREC = ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM MOVIMENTOS PENDENTES'
                   TO WS-LINHA-REL(1:26)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-IF.
       R600-MNTREC-FIM.
           EXIT.

       R610-LER-MNTREC.
           READ MNTREC NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MNTREC
               NOT AT END
                   IF MNTREC-NUMCLI NOT = WS-NUMCLI-PEDIDO-X
                       MOVE 'S' TO WS-FIM-MNTREC
                   ELSE
                       ADD 1 TO WS-TOTAL-MNTREC
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  ACCAO: ' TO WS-LINHA-REL(1:9)
                       MOVE MNTREC-ACCAO TO WS-LINHA-REL(10:1)
                       MOVE ' DESDE: ' TO WS-LINHA-REL(11:8)
                       MOVE MNTREC-DATA-PRIMEIRA
                           TO WS-LINHA-REL(19:8)
                       MOVE ' MOTIVO: ' TO WS-LINHA-REL(27:9)
                       MOVE MNTREC-MOTIVO TO WS-LINHA-REL(36:40)
                       MOVE ' ORIGEM: ' TO WS-LINHA-REL(76:9)
                       MOVE MNTREC-MOV-AGENCIA TO WS-LINHA-REL(85:4)
                       MOVE MNTREC-MOV-OPERADOR TO WS-LINHA-REL(90:8)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                       MOVE MNTREC-MOV-DADOS(2:124)
                           TO WS-IMAGEM-REGISTO
                       MOVE 'MOVIMENTO' TO IMG-ROTULO
                       PERFORM R900-IMPRIMIR-IMAGEM
                           THRU R900-IMPRIMIR-IMAGEM-FIM
                   END-IF
           END-READ.
       R610-LER-MNTREC-FIM.
           EXIT.

      *****************************************************
      * R700 - MANDATO SEPA DO CLIENTE (IBAN ASSINADO E     *
      * REFERENCIA)                                         *
      *****************************************************
       R700-MANDATO.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATO SEPA DE DEBITO DIRECTO (MANDATO)'
               TO WS-LINHA-REL(1:40).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT MANDATO.
           IF NOT OK-MANDATO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM FICHEIRO DE MANDATOS - FILE STATUS '
                   TO WS-LINHA-REL(1:41)
               MOVE WS-FS-MANDATO TO WS-LINHA-REL(42:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R700-MANDATO-FIM
           END-IF.
           MOVE WS-NUMCLI-PEDIDO TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   MOVE SPACES TO WS-LINHA-REL
                   MOVE '  SEM MANDATO REGISTADO'
                       TO WS-LINHA-REL(1:23)
                   PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-MANDATO
                   MOVE SPACES TO WS-LINHA-REL
                   MOVE '  REFERENCIA: ' TO WS-LINHA-REL(1:14)
                   MOVE MANDATO-REFERENCIA TO WS-LINHA-REL(15:35)
                   MOVE ' IBAN: ' TO WS-LINHA-REL(50:7)
                   MOVE MANDATO-IBAN TO WS-LINHA-REL(57:25)
                   MOVE ' ASSINADO: ' TO WS-LINHA-REL(82:11)
                   MOVE MANDATO-DATA-ASSINATURA TO WS-LINHA-REL(93:8)
                   PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
                   MOVE SPACES TO WS-LINHA-REL
                   MOVE '  ESTADO: ' TO WS-LINHA-REL(1:10)
                   MOVE MANDATO-ESTADO TO WS-LINHA-REL(11:1)
                   MOVE ' DESDE: ' TO WS-LINHA-REL(12:8)
                   MOVE MANDATO-ESTADO-DATA TO WS-LINHA-REL(20:8)
                   MOVE ' MOTIVO: ' TO WS-LINHA-REL(28:9)
                   MOVE MANDATO-MOTIVO TO WS-LINHA-REL(37:40)
                   MOVE ' ULTIMO USO: ' TO WS-LINHA-REL(77:13)
                   MOVE MANDATO-DATA-ULTIMO-USO TO WS-LINHA-REL(90:8)
                   PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-READ.
           CLOSE MANDATO.
       R700-MANDATO-FIM.
           EXIT.

      *****************************************************
      * R750 - CARTAS ENVIADAS AO CLIENTE (CRTLOG), PELA    *
      * CHAVE QUE COMECA NO NUMCLI                          *
      *****************************************************
       R750-CARTAS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CARTAS ENVIADAS AO CLIENTE (CRTLOG)'
               TO WS-LINHA-REL(1:35).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT CRTLOG.
           IF NOT OK-CRTLOG
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM REGISTO DE CARTAS - FILE STATUS '
                   TO WS-LINHA-REL(1:39)
               MOVE WS-FS-CRTLOG TO WS-LINHA-REL(40:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R750-CARTAS-FIM
           END-IF.
           MOVE WS-NUMCLI-PEDIDO TO CRTLOG-NUMCLI.
           MOVE LOW-VALUES TO CRTLOG-TIPO.
           MOVE ZEROS TO CRTLOG-REFERENCIA.
           MOVE SPACES TO WS-FIM-CRTLOG.
           START CRTLOG KEY IS NOT LESS THAN CRTLOG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CRTLOG
           END-START.
           PERFORM R760-LER-CRTLOG THRU R760-LER-CRTLOG-FIM
               UNTIL FIM-CRTLOG.
           CLOSE CRTLOG.
           IF WS-TOTAL-CARTAS = ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM CARTAS REGISTADAS'
                   TO WS-LINHA-REL(1:23)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-IF.
       R750-CARTAS-FIM.
           EXIT.

       R760-LER-CRTLOG.
           READ CRTLOG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CRTLOG
               NOT AT END
                   IF CRTLOG-NUMCLI NOT = WS-NUMCLI-PEDIDO
                       MOVE 'S' TO WS-FIM-CRTLOG
                   ELSE
                       ADD 1 TO WS-TOTAL-CARTAS
                       MOVE SPACES TO WS-LINHA-REL
                       MOVE '  ENVIO: ' TO WS-LINHA-REL(1:9)
                       MOVE CRTLOG-DATA-ENVIO TO WS-LINHA-REL(10:8)
                       MOVE ' TIPO: ' TO WS-LINHA-REL(18:7)
                       MOVE CRTLOG-TIPO TO WS-LINHA-REL(25:1)
                       MOVE ' REF.: ' TO WS-LINHA-REL(26:7)
                       MOVE CRTLOG-REFERENCIA TO WS-LINHA-REL(33:8)
                       MOVE ' CARTA: ' TO WS-LINHA-REL(41:8)
                       MOVE CRTLOG-NUM-CARTA TO WS-LINHA-REL(49:7)
                       MOVE ' CPOSTAL: ' TO WS-LINHA-REL(56:10)
                       MOVE CRTLOG-CPOSTAL-CARTA
                           TO WS-LINHA-REL(66:8)
                       MOVE ' ' TO WS-LINHA-REL(74:1)
                       MOVE CRTLOG-DETALHE TO WS-LINHA-REL(75:30)
                       PERFORM R060-LINHA-AVISO
                           THRU R060-LINHA-AVISO-FIM
                   END-IF
           END-READ.
       R760-LER-CRTLOG-FIM.
           EXIT.

      *****************************************************
      * R770 - MOVIMENTOS RETIDOS PARA APROVACAO A QUATRO   *
      * OLHOS (APRPEN), PELA CHAVE QUE COMECA NO NUMCLI. AS *
      * ENTRADAS FECHADAS FICAM NO FICHEIRO E SAEM TODAS,   *
      * COM A IMAGEM DO MOVIMENTO E A DO MESTRE GUARDADA NA *
      * RETENCAO                                            *
      *****************************************************
       R770-RETIDOS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS RETIDOS PARA APROVACAO (APRPEN)'
               TO WS-LINHA-REL(1:42).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           OPEN INPUT APRPEN.
           IF NOT OK-APRPEN
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM MOVIMENTOS RETIDOS - FILE STATUS '
                   TO WS-LINHA-REL(1:39)
               MOVE WS-FS-APRPEN TO WS-LINHA-REL(40:2)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
               GO TO R770-RETIDOS-FIM
           END-IF.
           MOVE WS-NUMCLI-PEDIDO-X TO APRPEN-NUMCLI.
           MOVE ZEROS TO APRPEN-DATA-RETENCAO.
           MOVE ZEROS TO APRPEN-ORDEM.
           MOVE SPACES TO WS-FIM-APRPEN.
           START APRPEN KEY IS NOT LESS THAN APRPEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-APRPEN
           END-START.
           PERFORM R780-LER-APRPEN THRU R780-LER-APRPEN-FIM
               UNTIL FIM-APRPEN.
           CLOSE APRPEN.
           IF WS-TOTAL-RETIDOS = ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE '  SEM MOVIMENTOS RETIDOS'
                   TO WS-LINHA-REL(1:24)
               PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM
           END-IF.
       R770-RETIDOS-FIM.
           EXIT.

       R780-LER-APRPEN.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R780-LER-APRPEN-FIM
           END-READ.
           IF APRPEN-NUMCLI NOT = WS-NUMCLI-PEDIDO-X
               MOVE 'S' TO WS-FIM-APRPEN
               GO TO R780-LER-APRPEN-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-RETIDOS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  RETIDO: ' TO WS-LINHA-REL(1:10).
           MOVE APRPEN-DATA-RETENCAO TO WS-LINHA-REL(11:8).
           MOVE ' RISCO: ' TO WS-LINHA-REL(19:8).
           MOVE APRPEN-RISCO TO WS-LINHA-REL(27:1).
           MOVE ' ESTADO: ' TO WS-LINHA-REL(28:9).
           MOVE APRPEN-ESTADO TO WS-LINHA-REL(37:1).
           MOVE ' DECISAO: ' TO WS-LINHA-REL(38:10).
           MOVE APRPEN-DATA-DECISAO TO WS-LINHA-REL(48:8).
           MOVE ' FECHO: ' TO WS-LINHA-REL(56:8).
           MOVE APRPEN-DATA-FECHO TO WS-LINHA-REL(64:8).
           MOVE ' ORIGEM: ' TO WS-LINHA-REL(72:9).
           MOVE APRPEN-MOV-AGENCIA TO WS-LINHA-REL(81:4).
           MOVE APRPEN-MOV-OPERADOR TO WS-LINHA-REL(86:8).
           PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  APROVADOR: ' TO WS-LINHA-REL(1:13).
           MOVE APRPEN-APROVADOR TO WS-LINHA-REL(14:8).
           MOVE ' MOTIVO: ' TO WS-LINHA-REL(22:9).
           MOVE APRPEN-MOTIVO TO WS-LINHA-REL(31:40).
           MOVE ' IBAN ANTERIOR: ' TO WS-LINHA-REL(71:16).
           MOVE APRPEN-IBAN-ANTERIOR TO WS-LINHA-REL(87:25).
           PERFORM R060-LINHA-AVISO THRU R060-LINHA-AVISO-FIM.
           MOVE APRPEN-MOV-DADOS(2:124) TO WS-IMAGEM-REGISTO.
           MOVE 'MOVIMENTO' TO IMG-ROTULO.
           PERFORM R900-IMPRIMIR-IMAGEM THRU R900-IMPRIMIR-IMAGEM-FIM.
           IF APRPEN-MESTRE-RETENCAO NOT = SPACES
               MOVE APRPEN-MESTRE-RETENCAO TO WS-IMAGEM-REGISTO
               MOVE 'RETENCAO' TO IMG-ROTULO
               PERFORM R900-IMPRIMIR-IMAGEM
                   THRU R900-IMPRIMIR-IMAGEM-FIM
           END-IF.
       R780-LER-APRPEN-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RESUMO DO LEVANTAMENTO' TO WS-LINHA-REL(1:22).
           PERFORM R050-TITULO-SECCAO THRU R050-TITULO-SECCAO-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MESTRE ACTUAL..........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-MESTRE TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'GERACOES RETIDAS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-GERACOES TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS NO CLIHIST..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CLIHIST TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS EM ARQUIVO..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ARQUIVO TO WS-LINHA-REL(26:5).
           MOVE ' (ARQUIVOS LIDOS: ' TO WS-LINHA-REL(31:18).
           MOVE WS-TOTAL-ARQ-FICHEIROS TO WS-LINHA-REL(49:5).
           MOVE ')' TO WS-LINHA-REL(54:1).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ENTRADAS NO IBANXRF....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-IBANXRF TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'PENDENTES NO MNTREC....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-MNTREC TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATO SEPA...........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-MANDATO TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CARTAS NO CRTLOG.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CARTAS TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RETIDOS NO APRPEN......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-RETIDOS TO WS-LINHA-REL(26:5).
           WRITE RGPREL-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R900 - DUAS LINHAS COM A IMAGEM DE CLIENTE QUE      *
      * ESTIVER EM WS-IMAGEM-REGISTO; O ROTULO (ORIGEM DA   *
      * IMAGEM) E PREPARADO EM IMG-ROTULO PELO PONTO DE     *
      * CHAMADA                                             *
      *****************************************************
       R900-IMPRIMIR-IMAGEM.
           MOVE WS-IMAGEM-NOME TO IMG-NOME.
           MOVE WS-IMAGEM-DTNASC TO IMG-DTNASC.
           MOVE WS-IMAGEM-IDADE TO IMG-IDADE.
           WRITE RGPREL-LINHA FROM WS-LINHA-IMG1.
           MOVE WS-IMAGEM-MORADA TO IMG-MORADA.
           MOVE WS-IMAGEM-CPOSTAL TO IMG-CPOSTAL.
           MOVE WS-IMAGEM-IBAN TO IMG-IBAN.
           MOVE WS-IMAGEM-ESTADO TO IMG-ESTADO.
           MOVE WS-IMAGEM-ESTADO-DATA TO IMG-ESTADO-DATA.
           WRITE RGPREL-LINHA FROM WS-LINHA-IMG2.
       R900-IMPRIMIR-IMAGEM-FIM.
           EXIT.
