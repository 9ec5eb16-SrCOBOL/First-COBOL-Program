       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRCD01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-01  PROGRAMA CRIADO - RECODIFICACAO DOS   *
      *               CODIGOS POSTAIS DOS CLIENTES DEPOIS   *
      *               DA CARGA MENSAL DO FBCTT01. O ENT001  *
      *               E PERCORRIDO E CADA CLIENTE CUJO      *
      *               CPOSTAL CONSTE DA TABELA DE           *
      *               RECODIFICACAO CTTRCD COMO RENUMERADO  *
      *               RECEBE UM MOVIMENTO 'C' NO MNTTRAN DO *
      *               DIA, COM OS DADOS ACTUAIS DO MESTRE E *
      *               O CODIGO NOVO, DA AGENCIA 0000 COM O  *
      *               OPERADOR FBRCD01, PARA O CIRCUITO     *
      *               NORMAL FBVAL01/FBMNT01. OS CLIENTES   *
      *               NUM CODIGO RETIRADO SEM SUCESSOR (OU  *
      *               SEM IBAN, QUE O FBVAL01 REJEITARIA)   *
      *               SAEM NA LISTA DE TRABALHO RCDLST,     *
      *               AGRUPADOS PELA AGENCIA DO ULTIMO      *
      *               MOVIMENTO DO CLIENTE NO HISTORICO. OS *
      *               FALECIDOS NAO SAO TOCADOS. O PASSO    *
      *               REGISTA-SE NO RUNCTL E TEM DE CORRER  *
      *               ANTES DO FBVAL01 DA DATA DE NEGOCIO   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT CTTRCD ASSIGN TO '/home/kikos/CTTRCD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTTRCD-CODIGO-ANTIGO
               FILE STATUS IS WS-FS-CTTRCD.

           SELECT MNTTRAN ASSIGN TO '/home/kikos/MNTTRAN'
               FILE STATUS IS WS-FS-MNTTRAN.

           SELECT RCDWRK ASSIGN TO '/home/kikos/RCDWRK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCDWRK-NUMCLI
               FILE STATUS IS WS-FS-RCDWRK.

           SELECT CLIHIST ASSIGN TO '/home/kikos/CLIHIST'
               FILE STATUS IS WS-FS-CLIHIST.

           SELECT ARCNDX ASSIGN TO '/home/kikos/ARCNDX'
               FILE STATUS IS WS-FS-ARCNDX.

           SELECT CLIARC ASSIGN TO WS-ARQ-FICHEIRO
               FILE STATUS IS WS-FS-CLIARC.

           SELECT AGENCIAS ASSIGN TO '/home/kikos/AGENCIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGENCIA-CODIGO
               FILE STATUS IS WS-FS-AGENCIAS.

           SELECT SORTWK ASSIGN TO '/home/kikos/SORTWK'.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT RUNCTL ASSIGN TO '/home/kikos/RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-CHAVE
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT RCDREL ASSIGN TO '/home/kikos/RCDREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCDREL.

           SELECT RCDLST ASSIGN TO '/home/kikos/RCDLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCDLST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           COPY CLIWORK.

       FD  CTTRCD.
           COPY CTTRCD.

      *    MOVIMENTOS DE RECODIFICACAO NO LAYOUT DO MNTTRAN,
      *    ACRESCENTADOS AO FICHEIRO DO DIA
       FD  MNTTRAN.
       01 MNTTRAN-REGISTO.
           05 MNTTRAN-ACCAO           PIC X(01).
           05 MNTTRAN-NUMCLI          PIC 9(07).
           05 MNTTRAN-NOME            PIC X(49).
           05 MNTTRAN-IDADE           PIC 9(02).
           05 MNTTRAN-DTNASC          PIC 9(08).
           05 MNTTRAN-MORADA          PIC X(16).
           05 MNTTRAN-CPOSTAL         PIC 9(08).
           05 MNTTRAN-IBAN            PIC X(25).
           05 MNTTRAN-ESTADO          PIC X(01).
           05 MNTTRAN-ESTADO-DATA     PIC 9(08).
           05 MNTTRAN-AGENCIA         PIC X(04).
           05 MNTTRAN-OPERADOR        PIC X(08).

      *    CLIENTES PARA A LISTA DE TRABALHO DAS AGENCIAS
       FD  RCDWRK.
       01 RCDWRK-REGISTO.
           05 RCDWRK-NUMCLI           PIC 9(07).
           05 RCDWRK-AGENCIA          PIC X(04).
           05 RCDWRK-NOME             PIC X(49).
           05 RCDWRK-MORADA           PIC X(16).
           05 RCDWRK-CPOSTAL          PIC 9(08).
           05 RCDWRK-CODIGO-NOVO      PIC 9(08).
           05 RCDWRK-MOTIVO           PIC X(40).

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

       FD  AGENCIAS.
           COPY AGENCIA.

       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-AGENCIA            PIC X(04).
           05 SORT-NUMCLI             PIC 9(07).
           05 SORT-NOME               PIC X(49).
           05 SORT-MORADA             PIC X(16).
           05 SORT-CPOSTAL            PIC 9(08).
           05 SORT-CODIGO-NOVO        PIC 9(08).
           05 SORT-MOTIVO             PIC X(40).

       FD  PARMRUN.
           COPY PARMRUN.

       FD  RUNCTL.
           COPY RUNCTL.

       FD  RCDREL.
       01 RCDREL-LINHA                PIC X(132).

       FD  RCDLST.
       01 RCDLST-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00', '10'.
       01 WS-FS-CTTRCD              PIC X(02).
           88 OK-CTTRCD              VALUE '00'.
           88 CTTRCD-INEXISTENTE     VALUE '35'.
       01 WS-FS-MNTTRAN             PIC X(02).
           88 OK-MNTTRAN             VALUE '00'.
           88 MNTTRAN-INEXISTENTE    VALUE '35'.
       01 WS-FS-RCDWRK              PIC X(02).
           88 OK-RCDWRK              VALUE '00', '10'.
       01 WS-FS-CLIHIST             PIC X(02).
           88 OK-CLIHIST             VALUE '00', '10'.
       01 WS-FS-ARCNDX              PIC X(02).
           88 OK-ARCNDX              VALUE '00', '10'.
       01 WS-FS-CLIARC              PIC X(02).
           88 OK-CLIARC              VALUE '00', '10'.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-RUNCTL              PIC X(02).
           88 OK-RUNCTL              VALUE '00'.
           88 RUNCTL-INEXISTENTE     VALUE '35'.
       01 WS-FS-RCDREL              PIC X(02).
           88 OK-RCDREL              VALUE '00'.
       01 WS-FS-RCDLST              PIC X(02).
           88 OK-RCDLST              VALUE '00'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-OVERRIDE-PEDIDO        PIC X VALUE 'N'.
           88 OVERRIDE-AUTORIZADO    VALUE 'S'.
       01 WS-OVERRIDE-MOTIVO        PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-RECUSA          PIC X(60) VALUE SPACES.
       01 WS-HORA-AGORA             PIC 9(08) VALUE ZEROS.

       01 WS-FIM-CLIWORK            PIC X VALUE SPACES.
           88 FIM-CLIWORK            VALUE 'S'.
       01 WS-FIM-CLIHIST            PIC X VALUE SPACES.
           88 FIM-CLIHIST            VALUE 'S'.
       01 WS-FIM-ARCNDX             PIC X VALUE SPACES.
           88 FIM-ARCNDX             VALUE 'S'.
       01 WS-FIM-CLIARC             PIC X VALUE SPACES.
           88 FIM-CLIARC             VALUE 'S'.
       01 WS-FIM-RCDWRK             PIC X VALUE SPACES.
           88 FIM-RCDWRK             VALUE 'S'.
       01 WS-FIM-SORT               PIC X VALUE SPACES.
           88 FIM-SORT               VALUE 'S'.
       01 WS-AGENCIAS-ABERTA        PIC X VALUE SPACES.
           88 AGENCIAS-ABERTA        VALUE 'S'.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-ARQ-FICHEIRO           PIC X(40) VALUE SPACES.
       01 WS-HIST-NUMCLI            PIC 9(07) VALUE ZEROS.
       01 WS-HIST-AGENCIA           PIC X(04) VALUE SPACES.
       01 WS-AGENCIA-ANTERIOR       PIC X(04) VALUE SPACES.
       01 WS-AGENCIA-NOME           PIC X(30) VALUE SPACES.
       01 WS-PRIMEIRA-AGENCIA       PIC X VALUE 'S'.
           88 PRIMEIRA-AGENCIA       VALUE 'S'.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-MOVIMENTOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SEM-SUCESSOR     PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SEM-IBAN         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-FALECIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LISTA            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-AGENCIA          PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-MOVIMENTO.
           05 MOV-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MOV-NOME               PIC X(49).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MOV-CODIGO-ANTIGO      PIC 9(08).
           05 FILLER                 PIC X(04) VALUE ' -> '.
           05 MOV-CODIGO-NOVO        PIC 9(08).
           05 FILLER                 PIC X(53) VALUE SPACES.

       01 WS-LINHA-LISTA.
           05 LST-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-NOME               PIC X(49).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LST-MORADA             PIC X(16).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LST-CPOSTAL            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LST-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.
           PERFORM R060-VERIFICAR-RUNCTL
               THRU R060-VERIFICAR-RUNCTL-FIM.
           PERFORM R070-REGISTAR-INICIO
               THRU R070-REGISTAR-INICIO-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.
           OPEN INPUT CTTRCD.
           IF CTTRCD-INEXISTENTE
               DISPLAY 'FBRCD01 - TABELA CTTRCD INEXISTENTE - '
                   'NADA A RECODIFICAR'
               CLOSE CLIWORK
               PERFORM R900-REGISTAR-FIM-RUNCTL
                   THRU R900-REGISTAR-FIM-RUNCTL-FIM
               STOP RUN
           END-IF.
           IF NOT OK-CTTRCD
               DISPLAY 'ERRO NO FICHERO CTTRCD' WS-FS-CTTRCD
               STOP RUN
           END-IF.
           OPEN EXTEND MNTTRAN.
           IF MNTTRAN-INEXISTENTE
               OPEN OUTPUT MNTTRAN
           END-IF.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO NO FICHERO MNTTRAN' WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           OPEN OUTPUT RCDWRK.
           CLOSE RCDWRK.
           OPEN I-O RCDWRK.
           IF NOT OK-RCDWRK
               DISPLAY 'ERRO NO FICHERO RCDWRK' WS-FS-RCDWRK
               STOP RUN
           END-IF.
           OPEN OUTPUT RCDREL.
           IF NOT OK-RCDREL
               DISPLAY 'ERRO NO FICHERO RCDREL' WS-FS-RCDREL
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RECODIFICACAO DE CODIGOS POSTAIS - FBRCD01'
               TO WS-LINHA-REL(1:42).
           MOVE 'DATA: ' TO WS-LINHA-REL(60:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(66:2).
           MOVE '/' TO WS-LINHA-REL(68:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(69:2).
           MOVE '/' TO WS-LINHA-REL(71:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(72:4).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS C GERADOS NO MNTTRAN (AGENCIA 0000)'
               TO WS-LINHA-REL(1:46).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI' TO WS-LINHA-REL(1:6).
           MOVE 'NOME' TO WS-LINHA-REL(10:4).
           MOVE 'CPOSTAL     -> NOVO' TO WS-LINHA-REL(60:19).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.

           MOVE SPACES TO WS-FIM-CLIWORK.
           PERFORM R100-LER-MESTRE THRU R100-LER-MESTRE-FIM
               UNTIL FIM-CLIWORK.

           CLOSE CLIWORK.
           CLOSE CTTRCD.
           CLOSE MNTTRAN.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO FECHAR O FICHERO MNTTRAN' WS-FS-MNTTRAN
               STOP RUN
           END-IF.

           PERFORM R300-APURAR-AGENCIAS THRU R300-APURAR-AGENCIAS-FIM.
           CLOSE RCDWRK.

           PERFORM R400-LISTA-DE-TRABALHO
               THRU R400-LISTA-DE-TRABALHO-FIM.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.
           CLOSE RCDREL.
           IF NOT OK-RCDREL
               DISPLAY 'ERRO AO FECHAR O FICHERO RCDREL' WS-FS-RCDREL
               STOP RUN
           END-IF.

           PERFORM R900-REGISTAR-FIM-RUNCTL
               THRU R900-REGISTAR-FIM-RUNCTL-FIM.

           DISPLAY '====== TOTAIS DE FIM DE TRABALHO - FBRCD01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO      : ' WS-DATA-SISTEMA.
           DISPLAY 'CLIENTES LIDOS             : ' WS-TOTAL-LIDOS.
           DISPLAY 'MOVIMENTOS C GERADOS       : ' WS-TOTAL-MOVIMENTOS.
           DISPLAY 'CODIGO SEM SUCESSOR        : '
               WS-TOTAL-SEM-SUCESSOR.
           DISPLAY 'RENUMERADOS SEM IBAN       : ' WS-TOTAL-SEM-IBAN.
           DISPLAY 'FALECIDOS NAO TOCADOS      : ' WS-TOTAL-FALECIDOS.
           DISPLAY 'NA LISTA DAS AGENCIAS      : ' WS-TOTAL-LISTA.
           DISPLAY '=================================================='.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO E  *
      * O PEDIDO DE OVERRIDE VEM DO PARMRUN; SEM FICHEIRO,  *
      * OU COM O CAMPO A ZEROS OU NAO NUMERICO, VALE A DATA *
      * DO SISTEMA. O OVERRIDE SO E ACEITE COM MOTIVO NAO   *
      * EM BRANCO                                           *
      *****************************************************
       R050-LER-PARAMETROS.
           MOVE 'SISTEMA' TO WS-PARM-ORIGEM.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT PARMRUN.
           IF OK-PARMRUN
               READ PARMRUN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARMRUN-DATA-PROC IS NUMERIC
                           AND PARMRUN-DATA-PROC > ZERO
                           MOVE PARMRUN-DATA-PROC TO WS-DATA-SISTEMA
                           MOVE 'PARMRUN' TO WS-PARM-ORIGEM
                       END-IF
                       IF PARMRUN-OVERRIDE-PEDIDO
                           AND PARMRUN-OVERRIDE-MOTIVO NOT = SPACES
                           MOVE 'S' TO WS-OVERRIDE-PEDIDO
                           MOVE PARMRUN-OVERRIDE-MOTIVO
                               TO WS-OVERRIDE-MOTIVO
                       END-IF
               END-READ
               CLOSE PARMRUN
           END-IF.
           DISPLAY '====== PARAMETROS EM VIGOR - FBRCD01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           IF OVERRIDE-AUTORIZADO
               DISPLAY 'OVERRIDE DO OPERADOR  : ' WS-OVERRIDE-MOTIVO
           END-IF.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R060 - LIVRO DE CONTROLO DA CADEIA. OS MOVIMENTOS   *
      * SAO ACRESCENTADOS AO MNTTRAN DO DIA, POR ISSO O     *
      * PASSO RECUSA CORRER DEPOIS DE O FBVAL01 TER         *
      * ARRANCADO PARA A DATA DE NEGOCIO (FICARIAM PARA A   *
      * CRITICA SEGUINTE, FORA DO DIA) E RECUSA A REPETICAO *
      * DO PROPRIO PASSO, QUE DUPLICARIA OS MOVIMENTOS.     *
      * AMBOS EXIGEM O OVERRIDE DO OPERADOR COM MOTIVO      *
      *****************************************************
       R060-VERIFICAR-RUNCTL.
           OPEN I-O RUNCTL.
           IF RUNCTL-INEXISTENTE
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN I-O RUNCTL
           END-IF.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO NO FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBRCD01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNCTL-COMPLETO
                       IF OVERRIDE-AUTORIZADO
                           DISPLAY '*** AVISO: PASSO FBRCD01 JA'
                           DISPLAY '*** COMPLETO PARA A DATA - A'
                           DISPLAY '*** REPETIR POR OVERRIDE DO'
                           DISPLAY '*** OPERADOR: ' WS-OVERRIDE-MOTIVO
                       ELSE
                           MOVE 'PASSO FBRCD01 JA COMPLETO PARA A DATA'
                               TO WS-MOTIVO-RECUSA
                           PERFORM R065-RECUSAR-EXECUCAO
                               THRU R065-RECUSAR-EXECUCAO-FIM
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBVAL01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OVERRIDE-AUTORIZADO
                       DISPLAY '*** AVISO: FBVAL01 JA ARRANCOU PARA'
                       DISPLAY '*** A DATA - A PROSSEGUIR POR OVERRIDE'
                       DISPLAY '*** DO OPERADOR: ' WS-OVERRIDE-MOTIVO
                   ELSE
                       MOVE 'FBVAL01 JA ARRANCOU PARA A DATA'
                           TO WS-MOTIVO-RECUSA
                       PERFORM R065-RECUSAR-EXECUCAO
                           THRU R065-RECUSAR-EXECUCAO-FIM
                   END-IF
           END-READ.
       R060-VERIFICAR-RUNCTL-FIM.
           EXIT.

      *****************************************************
      * R065 - RECUSA A EXECUCAO ANTES DE TOCAR NO MNTTRAN: *
      * O MOTIVO SAI NA CONSOLA E O TRABALHO TERMINA. O     *
      * REGISTO DO RUNCTL FICA COMO ESTAVA                  *
      *****************************************************
       R065-RECUSAR-EXECUCAO.
           DISPLAY '*** FBRCD01 - EXECUCAO RECUSADA: '
               WS-MOTIVO-RECUSA.
           DISPLAY '*** A REPETICAO EXIGE OVERRIDE NO PARMRUN'
               ' COM MOTIVO'.
           CLOSE RUNCTL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       R065-RECUSAR-EXECUCAO-FIM.
           EXIT.

       R070-REGISTAR-INICIO.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBRCD01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   MOVE 'I' TO RUNCTL-ESTADO
                   MOVE WS-HORA-AGORA TO RUNCTL-HORA-INICIO
                   MOVE ZEROS TO RUNCTL-HORA-FIM
                   MOVE WS-OVERRIDE-MOTIVO TO RUNCTL-MOTIVO-OVERRIDE
                   WRITE RUNCTL-REGISTO
               NOT INVALID KEY
                   MOVE 'I' TO RUNCTL-ESTADO
                   MOVE WS-HORA-AGORA TO RUNCTL-HORA-INICIO
                   MOVE ZEROS TO RUNCTL-HORA-FIM
                   MOVE WS-OVERRIDE-MOTIVO TO RUNCTL-MOTIVO-OVERRIDE
                   REWRITE RUNCTL-REGISTO
           END-READ.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO AO GRAVAR O FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
       R070-REGISTAR-INICIO-FIM.
           EXIT.

      *****************************************************
      * R100 - UM CLIENTE POR LEITURA. SO INTERESSAM OS     *
      * CLIENTES CUJO CPOSTAL CONSTE DO CTTRCD: RENUMERADO  *
      * DA UM MOVIMENTO 'C' (OU LISTA DE TRABALHO, SE O     *
      * CLIENTE NAO TEM IBAN E O MOVIMENTO SERIA REJEITADO) *
      * E SEM SUCESSOR VAI SEMPRE PARA A LISTA DE TRABALHO  *
      *****************************************************
       R100-LER-MESTRE.
           READ CLIWORK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CLIWORK
                   GO TO R100-LER-MESTRE-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF CLIWORK-CPOSTAL IS NOT NUMERIC
               GO TO R100-LER-MESTRE-FIM
           END-IF.
           MOVE CLIWORK-CPOSTAL TO CTTRCD-CODIGO-ANTIGO.
           READ CTTRCD
               INVALID KEY
                   GO TO R100-LER-MESTRE-FIM
           END-READ.
           IF CLIWORK-ESTADO = 'F'
               ADD 1 TO WS-TOTAL-FALECIDOS
               GO TO R100-LER-MESTRE-FIM
           END-IF.
           IF CTTRCD-SEM-SUCESSOR
               ADD 1 TO WS-TOTAL-SEM-SUCESSOR
               MOVE 'CODIGO RETIRADO PELOS CTT SEM SUCESSOR'
                   TO RCDWRK-MOTIVO
               PERFORM R200-GUARDAR-PARA-LISTA
                   THRU R200-GUARDAR-PARA-LISTA-FIM
               GO TO R100-LER-MESTRE-FIM
           END-IF.
           IF CLIWORK-IBAN = SPACES
               ADD 1 TO WS-TOTAL-SEM-IBAN
               MOVE 'CODIGO RENUMERADO - CLIENTE SEM IBAN'
                   TO RCDWRK-MOTIVO
               PERFORM R200-GUARDAR-PARA-LISTA
                   THRU R200-GUARDAR-PARA-LISTA-FIM
               GO TO R100-LER-MESTRE-FIM
           END-IF.

           MOVE 'C' TO MNTTRAN-ACCAO.
           MOVE CLIWORK-NUMCLI TO MNTTRAN-NUMCLI.
           MOVE CLIWORK-NOME TO MNTTRAN-NOME.
           MOVE CLIWORK-IDADE TO MNTTRAN-IDADE.
           MOVE CLIWORK-DTNASC TO MNTTRAN-DTNASC.
           MOVE CLIWORK-MORADA TO MNTTRAN-MORADA.
           MOVE CTTRCD-CODIGO-NOVO TO MNTTRAN-CPOSTAL.
           MOVE CLIWORK-IBAN TO MNTTRAN-IBAN.
           MOVE SPACES TO MNTTRAN-ESTADO.
           MOVE ZEROS TO MNTTRAN-ESTADO-DATA.
           MOVE '0000' TO MNTTRAN-AGENCIA.
           MOVE 'FBRCD01 ' TO MNTTRAN-OPERADOR.
           WRITE MNTTRAN-REGISTO.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO GRAVAR O FICHERO MNTTRAN' WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-MOVIMENTOS.
           MOVE CLIWORK-NUMCLI TO MOV-NUMCLI.
           MOVE CLIWORK-NOME TO MOV-NOME.
           MOVE CLIWORK-CPOSTAL TO MOV-CODIGO-ANTIGO.
           MOVE CTTRCD-CODIGO-NOVO TO MOV-CODIGO-NOVO.
           WRITE RCDREL-LINHA FROM WS-LINHA-MOVIMENTO.
       R100-LER-MESTRE-FIM.
           EXIT.

      *    O CLIENTE CORRENTE ENTRA NO FICHEIRO DE TRABALHO DA
      *    LISTA, AINDA SEM AGENCIA (APURADA NO R300)
       R200-GUARDAR-PARA-LISTA.
           MOVE CLIWORK-NUMCLI TO RCDWRK-NUMCLI.
           MOVE SPACES TO RCDWRK-AGENCIA.
           MOVE CLIWORK-NOME TO RCDWRK-NOME.
           MOVE CLIWORK-MORADA TO RCDWRK-MORADA.
           MOVE CLIWORK-CPOSTAL TO RCDWRK-CPOSTAL.
           MOVE CTTRCD-CODIGO-NOVO TO RCDWRK-CODIGO-NOVO.
           WRITE RCDWRK-REGISTO.
           IF NOT OK-RCDWRK
               DISPLAY 'ERRO AO GRAVAR O FICHERO RCDWRK' WS-FS-RCDWRK
               STOP RUN
           END-IF.
       R200-GUARDAR-PARA-LISTA-FIM.
           EXIT.

      *****************************************************
      * R300 - AGENCIA DE CADA CLIENTE DA LISTA: A DO       *
      * MOVIMENTO MAIS RECENTE FEITO NUMA AGENCIA (OS       *
      * MOVIMENTOS DA AGENCIA 0000, GERADOS PELA CADEIA, E  *
      * OS ANTERIORES AO REGISTO DA ORIGEM NAO CONTAM). OS  *
      * ARQUIVOS DO ARCNDX SAO LIDOS PRIMEIRO E O CLIHIST   *
      * VIVO POR ULTIMO, PARA QUE FIQUE A AGENCIA MAIS      *
      * RECENTE. SEM AGENCIA CONHECIDA O CLIENTE SAI NO     *
      * GRUPO 'SEM AGENCIA' DA LISTA                        *
      *****************************************************
       R300-APURAR-AGENCIAS.
           IF WS-TOTAL-SEM-SUCESSOR = ZERO
               AND WS-TOTAL-SEM-IBAN = ZERO
               GO TO R300-APURAR-AGENCIAS-FIM
           END-IF.
           OPEN INPUT ARCNDX.
           IF OK-ARCNDX
               MOVE SPACES TO WS-FIM-ARCNDX
               PERFORM R310-LER-ARCNDX THRU R310-LER-ARCNDX-FIM
                   UNTIL FIM-ARCNDX
               CLOSE ARCNDX
           END-IF.
           OPEN INPUT CLIHIST.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO NO FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R330-LER-CLIHIST THRU R330-LER-CLIHIST-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.
       R300-APURAR-AGENCIAS-FIM.
           EXIT.

       R310-LER-ARCNDX.
           READ ARCNDX
               AT END
                   MOVE 'S' TO WS-FIM-ARCNDX
                   GO TO R310-LER-ARCNDX-FIM
           END-READ.
           MOVE ARCNDX-FICHEIRO TO WS-ARQ-FICHEIRO.
           OPEN INPUT CLIARC.
           IF NOT OK-CLIARC
               DISPLAY 'ERRO NO FICHERO ' WS-ARQ-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-CLIARC
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIARC.
           PERFORM R320-LER-CLIARC THRU R320-LER-CLIARC-FIM
               UNTIL FIM-CLIARC.
           CLOSE CLIARC.
       R310-LER-ARCNDX-FIM.
           EXIT.

       R320-LER-CLIARC.
           READ CLIARC
               AT END
                   MOVE 'S' TO WS-FIM-CLIARC
               NOT AT END
                   MOVE CLIARC-NUMCLI TO WS-HIST-NUMCLI
                   MOVE CLIARC-AGENCIA TO WS-HIST-AGENCIA
                   PERFORM R340-ANOTAR-AGENCIA
                       THRU R340-ANOTAR-AGENCIA-FIM
           END-READ.
       R320-LER-CLIARC-FIM.
           EXIT.

       R330-LER-CLIHIST.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
               NOT AT END
                   MOVE CLIHIST-NUMCLI TO WS-HIST-NUMCLI
                   MOVE CLIHIST-AGENCIA TO WS-HIST-AGENCIA
                   PERFORM R340-ANOTAR-AGENCIA
                       THRU R340-ANOTAR-AGENCIA-FIM
           END-READ.
       R330-LER-CLIHIST-FIM.
           EXIT.

       R340-ANOTAR-AGENCIA.
           IF WS-HIST-AGENCIA = SPACES OR WS-HIST-AGENCIA = '0000'
               GO TO R340-ANOTAR-AGENCIA-FIM
           END-IF.
           MOVE WS-HIST-NUMCLI TO RCDWRK-NUMCLI.
           READ RCDWRK
               INVALID KEY
                   GO TO R340-ANOTAR-AGENCIA-FIM
           END-READ.
           IF RCDWRK-AGENCIA NOT = WS-HIST-AGENCIA
               MOVE WS-HIST-AGENCIA TO RCDWRK-AGENCIA
               REWRITE RCDWRK-REGISTO
               IF NOT OK-RCDWRK
                   DISPLAY 'ERRO AO GRAVAR O FICHERO RCDWRK'
                       WS-FS-RCDWRK
                   STOP RUN
               END-IF
           END-IF.
       R340-ANOTAR-AGENCIA-FIM.
           EXIT.

      *****************************************************
      * R400 - LISTA DE TRABALHO DAS AGENCIAS (RCDLST),     *
      * ORDENADA POR AGENCIA E NUMCLI, COM QUEBRA E         *
      * CONTAGEM POR AGENCIA E O NOME DA TABELA AGENCIAS    *
      *****************************************************
       R400-LISTA-DE-TRABALHO.
           OPEN OUTPUT RCDLST.
           IF NOT OK-RCDLST
               DISPLAY 'ERRO NO FICHERO RCDLST' WS-FS-RCDLST
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'LISTA DE TRABALHO - CLIENTES A RECODIFICAR NA'
               TO WS-LINHA-REL(1:45).
           MOVE ' AGENCIA - FBRCD01' TO WS-LINHA-REL(46:18).
           MOVE 'DATA: ' TO WS-LINHA-REL(70:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(76:2).
           MOVE '/' TO WS-LINHA-REL(78:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(79:2).
           MOVE '/' TO WS-LINHA-REL(81:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(82:4).
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
           MOVE ALL '=' TO WS-LINHA-REL.
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.

           OPEN INPUT AGENCIAS.
           IF OK-AGENCIAS
               MOVE 'S' TO WS-AGENCIAS-ABERTA
           END-IF.

           SORT SORTWK
               ON ASCENDING KEY SORT-AGENCIA SORT-NUMCLI
               INPUT PROCEDURE IS R410-LIBERTAR-LISTA
                   THRU R410-LIBERTAR-LISTA-FIM
               OUTPUT PROCEDURE IS R430-IMPRIMIR-LISTA
                   THRU R430-IMPRIMIR-LISTA-FIM.

           IF AGENCIAS-ABERTA
               CLOSE AGENCIAS
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
           MOVE 'TOTAL NA LISTA.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LISTA TO WS-LINHA-REL(26:9).
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
           CLOSE RCDLST.
           IF NOT OK-RCDLST
               DISPLAY 'ERRO AO FECHAR O FICHERO RCDLST' WS-FS-RCDLST
               STOP RUN
           END-IF.
       R400-LISTA-DE-TRABALHO-FIM.
           EXIT.

       R410-LIBERTAR-LISTA.
           OPEN INPUT RCDWRK.
           IF NOT OK-RCDWRK
               DISPLAY 'ERRO NO FICHERO RCDWRK' WS-FS-RCDWRK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-RCDWRK.
           PERFORM R420-LER-RCDWRK THRU R420-LER-RCDWRK-FIM
               UNTIL FIM-RCDWRK.
           CLOSE RCDWRK.
       R410-LIBERTAR-LISTA-FIM.
           EXIT.

       R420-LER-RCDWRK.
           READ RCDWRK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RCDWRK
               NOT AT END
                   MOVE RCDWRK-AGENCIA TO SORT-AGENCIA
                   MOVE RCDWRK-NUMCLI TO SORT-NUMCLI
                   MOVE RCDWRK-NOME TO SORT-NOME
                   MOVE RCDWRK-MORADA TO SORT-MORADA
                   MOVE RCDWRK-CPOSTAL TO SORT-CPOSTAL
                   MOVE RCDWRK-CODIGO-NOVO TO SORT-CODIGO-NOVO
                   MOVE RCDWRK-MOTIVO TO SORT-MOTIVO
                   RELEASE SORT-REGISTO
           END-READ.
       R420-LER-RCDWRK-FIM.
           EXIT.

       R430-IMPRIMIR-LISTA.
           MOVE SPACES TO WS-FIM-SORT.
           MOVE 'S' TO WS-PRIMEIRA-AGENCIA.
           PERFORM R440-RETORNAR-LISTA THRU R440-RETORNAR-LISTA-FIM
               UNTIL FIM-SORT.
           IF NOT PRIMEIRA-AGENCIA
               PERFORM R460-FECHAR-AGENCIA THRU R460-FECHAR-AGENCIA-FIM
           END-IF.
       R430-IMPRIMIR-LISTA-FIM.
           EXIT.

       R440-RETORNAR-LISTA.
           RETURN SORTWK
               AT END
                   MOVE 'S' TO WS-FIM-SORT
                   GO TO R440-RETORNAR-LISTA-FIM
           END-RETURN.
           IF PRIMEIRA-AGENCIA
               OR SORT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               IF NOT PRIMEIRA-AGENCIA
                   PERFORM R460-FECHAR-AGENCIA
                       THRU R460-FECHAR-AGENCIA-FIM
               END-IF
               PERFORM R450-ABRIR-AGENCIA THRU R450-ABRIR-AGENCIA-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-LISTA.
           ADD 1 TO WS-TOTAL-AGENCIA.
           MOVE SORT-NUMCLI TO LST-NUMCLI.
           MOVE SORT-NOME TO LST-NOME.
           MOVE SORT-MORADA TO LST-MORADA.
           MOVE SORT-CPOSTAL TO LST-CPOSTAL.
           MOVE SORT-MOTIVO TO LST-MOTIVO.
           WRITE RCDLST-LINHA FROM WS-LINHA-LISTA.
       R440-RETORNAR-LISTA-FIM.
           EXIT.

       R450-ABRIR-AGENCIA.
           MOVE 'N' TO WS-PRIMEIRA-AGENCIA.
           MOVE SORT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE ZEROS TO WS-TOTAL-AGENCIA.
           MOVE SPACES TO WS-AGENCIA-NOME.
           IF SORT-AGENCIA = SPACES
               MOVE '(SEM AGENCIA CONHECIDA)' TO WS-AGENCIA-NOME
           ELSE
               IF AGENCIAS-ABERTA
                   MOVE SORT-AGENCIA TO AGENCIA-CODIGO
                   READ AGENCIAS
                       INVALID KEY
                           MOVE '(AGENCIA INEXISTENTE)'
                               TO WS-AGENCIA-NOME
                       NOT INVALID KEY
                           MOVE AGENCIA-NOME TO WS-AGENCIA-NOME
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
           MOVE 'AGENCIA: ' TO WS-LINHA-REL(1:9).
           MOVE SORT-AGENCIA TO WS-LINHA-REL(10:4).
           MOVE ' - ' TO WS-LINHA-REL(14:3).
           MOVE WS-AGENCIA-NOME TO WS-LINHA-REL(17:30).
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI' TO WS-LINHA-REL(1:6).
           MOVE 'NOME' TO WS-LINHA-REL(10:4).
           MOVE 'MORADA' TO WS-LINHA-REL(60:6).
           MOVE 'CPOSTAL' TO WS-LINHA-REL(77:7).
           MOVE 'MOTIVO' TO WS-LINHA-REL(86:6).
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
       R450-ABRIR-AGENCIA-FIM.
           EXIT.

       R460-FECHAR-AGENCIA.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLIENTES DA AGENCIA....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-AGENCIA TO WS-LINHA-REL(26:9).
           WRITE RCDLST-LINHA FROM WS-LINHA-REL.
       R460-FECHAR-AGENCIA-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLIENTES LIDOS.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIDOS TO WS-LINHA-REL(26:9).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS C GERADOS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-MOVIMENTOS TO WS-LINHA-REL(26:9).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CODIGO SEM SUCESSOR....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-SEM-SUCESSOR TO WS-LINHA-REL(26:9).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RENUMERADOS SEM IBAN...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-SEM-IBAN TO WS-LINHA-REL(26:9).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'FALECIDOS NAO TOCADOS..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-FALECIDOS TO WS-LINHA-REL(26:9).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NA LISTA DAS AGENCIAS..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LISTA TO WS-LINHA-REL(26:9).
           WRITE RCDREL-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

       R900-REGISTAR-FIM-RUNCTL.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBRCD01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O FICHERO RUNCTL'
                       WS-FS-RUNCTL
                   STOP RUN
               NOT INVALID KEY
                   MOVE 'C' TO RUNCTL-ESTADO
                   MOVE WS-HORA-AGORA TO RUNCTL-HORA-FIM
                   REWRITE RUNCTL-REGISTO
           END-READ.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO AO GRAVAR O FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
           CLOSE RUNCTL.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO AO FECHAR O FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
       R900-REGISTAR-FIM-RUNCTL-FIM.
           EXIT.
