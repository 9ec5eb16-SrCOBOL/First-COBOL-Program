       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBAPL01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-15  PROGRAMA CRIADO - PASSO DA CADEIA DA  *
      *               APROVACAO A QUATRO OLHOS, ANTES DO    *
      *               FBVAL01. PERCORRE O APRPEN (OS        *
      *               MOVIMENTOS DE RISCO RETIDOS PELO      *
      *               FBVAL01 E DECIDIDOS NO FBAPR01): O    *
      *               APROVADO E ACRESCENTADO AO MNTTRAN DO *
      *               DIA E FICA LIBERTADO, PARA SER        *
      *               CRITICADO E APLICADO NESSA NOITE PELO *
      *               FBVAL01/FBMNT01; O RECUSADO E         *
      *               DEVOLVIDO A AGENCIA COM O MOTIVO DO   *
      *               SUPERVISOR; O PENDENTE HA MAIS DE     *
      *               APRPARM-DIAS-AVISO DIAS SAI COMO      *
      *               ATRASADO E O QUE CHEGA A              *
      *               APRPARM-DIAS-EXPIRA DIAS EXPIRA E E   *
      *               DEVOLVIDO COMO OS RECUSADOS. A        *
      *               LISTAGEM DE CONTROLO SAI EM APRLST E A*
      *               DEVOLUCAO, POR AGENCIA, EM APRDEV. OS *
      *               APROVADOS, RECUSADOS E EXPIRADOS DO   *
      *               DIA VAO PARA O DIASTAT. HAVENDO       *
      *               ATRASADOS OU EXPIRADOS O PASSO        *
      *               TERMINA COM RETURN-CODE 4             *
      *   2026-10-15  REPETICAO DO PASSO NA MESMA DATA DE   *
      *               NEGOCIO (APOS ERRO OU POR OVERRIDE):  *
      *               AS ENTRADAS FECHADAS NESSA DATA       *
      *               VOLTAM A SAIR NO APRLST, NO APRDEV E  *
      *               NO DIASTAT, SEM SEREM APLICADAS DE    *
      *               NOVO                                  *
      *   2026-10-15  ANTES DE LIBERTAR UM APROVADO A IMAGEM *
      *               DO CLIENTE GUARDADA NA RETENCAO E     *
      *               COMPARADA COM O ENT001 ACTUAL; SE O   *
      *               MESTRE MUDOU ENTRETANTO O MOVIMENTO E *
      *               DEVOLVIDO A AGENCIA EM VEZ DE REPOR   *
      *               DADOS ANTIGOS NO CLIENTE              *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRPEN ASSIGN TO '/home/kikos/APRPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APRPEN-CHAVE
               FILE STATUS IS WS-FS-APRPEN.

           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT APRPARM ASSIGN TO '/home/kikos/APRPARM'
               FILE STATUS IS WS-FS-APRPARM.

           SELECT MNTTRAN ASSIGN TO '/home/kikos/MNTTRAN'
               FILE STATUS IS WS-FS-MNTTRAN.

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

           SELECT DIASTAT ASSIGN TO '/home/kikos/DIASTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIASTAT-DATA
               FILE STATUS IS WS-FS-DIASTAT.

           SELECT APRLST ASSIGN TO '/home/kikos/APRLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APRLST.

           SELECT APRDEV ASSIGN TO '/home/kikos/APRDEV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APRDEV.

       DATA DIVISION.
       FILE SECTION.
       FD  APRPEN.
           COPY APRPEN.

       FD  CLIWORK.
           COPY CLIWORK.

       FD  APRPARM.
           COPY APRPARM.

      *    MOVIMENTOS APROVADOS, NA IMAGEM ORIGINAL DO MNTTRAN,
      *    ACRESCENTADOS AO FICHEIRO DO DIA
       FD  MNTTRAN.
       01 MNTTRAN-REGISTO             PIC X(137).

       FD  AGENCIAS.
           COPY AGENCIA.

       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-AGENCIA            PIC X(04).
           05 SORT-NUMCLI             PIC X(07).
           05 SORT-DATA-RETENCAO      PIC 9(08).
           05 SORT-ACCAO              PIC X(01).
           05 SORT-RISCO              PIC X(01).
           05 SORT-NOME               PIC X(49).
           05 SORT-OPERADOR           PIC X(08).
           05 SORT-APROVADOR          PIC X(08).
           05 SORT-MOTIVO             PIC X(40).

       FD  PARMRUN.
           COPY PARMRUN.

       FD  RUNCTL.
           COPY RUNCTL.

       FD  DIASTAT.
           COPY DIASTAT.

       FD  APRLST.
       01 APRLST-LINHA                PIC X(132).

       FD  APRDEV.
       01 APRDEV-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-APRPEN              PIC X(02).
           88 OK-APRPEN              VALUE '00', '10'.
           88 APRPEN-INEXISTENTE     VALUE '35'.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00'.
       01 WS-FS-APRPARM             PIC X(02).
           88 OK-APRPARM             VALUE '00'.
       01 WS-FS-MNTTRAN             PIC X(02).
           88 OK-MNTTRAN             VALUE '00'.
           88 MNTTRAN-INEXISTENTE    VALUE '35'.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-RUNCTL              PIC X(02).
           88 OK-RUNCTL              VALUE '00'.
           88 RUNCTL-INEXISTENTE     VALUE '35'.
       01 WS-FS-DIASTAT             PIC X(02).
           88 OK-DIASTAT             VALUE '00'.
           88 DIASTAT-INEXISTENTE    VALUE '35'.
       01 WS-FS-APRLST              PIC X(02).
           88 OK-APRLST              VALUE '00'.
       01 WS-FS-APRDEV              PIC X(02).
           88 OK-APRDEV              VALUE '00'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-OVERRIDE-PEDIDO        PIC X VALUE 'N'.
           88 OVERRIDE-AUTORIZADO    VALUE 'S'.
       01 WS-OVERRIDE-MOTIVO        PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-RECUSA          PIC X(60) VALUE SPACES.
       01 WS-HORA-AGORA             PIC 9(08) VALUE ZEROS.

       01 WS-FIM-APRPEN             PIC X VALUE SPACES.
           88 FIM-APRPEN             VALUE 'S'.
       01 WS-FIM-SORT               PIC X VALUE SPACES.
           88 FIM-SORT               VALUE 'S'.
       01 WS-AGENCIAS-ABERTA        PIC X VALUE SPACES.
           88 AGENCIAS-ABERTA        VALUE 'S'.
       01 WS-PRIMEIRA-AGENCIA       PIC X VALUE 'S'.
           88 PRIMEIRA-AGENCIA       VALUE 'S'.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

      *    PRAZOS DO APRPARM, COM OS VALORES POR OMISSAO
       01 WS-APRPARM-ORIGEM         PIC X(07) VALUE 'OMISSAO'.
       01 WS-DIAS-AVISO             PIC 9(03) VALUE 2.
       01 WS-DIAS-EXPIRA            PIC 9(03) VALUE 7.

      *    NUMERO DE DIA CORRIDO DE UMA DATA AAAAMMDD (R920),
      *    PARA CONTAR OS DIAS DE UM PENDENTE
       01 WS-JUL-DATA.
           05 WS-JUL-ANO            PIC 9(04).
           05 WS-JUL-MES            PIC 9(02).
           05 WS-JUL-DIA-MES        PIC 9(02).
       01 WS-JUL-A                  PIC 9(01) VALUE ZERO.
       01 WS-JUL-Y                  PIC 9(05) VALUE ZEROS.
       01 WS-JUL-M                  PIC 9(02) VALUE ZEROS.
       01 WS-JUL-T1                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-T2                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-T3                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-T4                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-DIA                PIC 9(07) VALUE ZEROS.
       01 WS-DIA-HOJE               PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-PENDENTE          PIC 9(07) VALUE ZEROS.

      *    IMAGEM DO MNTTRAN GUARDADA NO APRPEN, PARA AS
      *    LISTAGENS
       01 WS-MOV-REGISTO.
           05 WS-MOV-ACCAO            PIC X(01).
           05 WS-MOV-NUMCLI           PIC X(07).
           05 WS-MOV-NOME             PIC X(49).
           05 FILLER                  PIC X(68).
           05 WS-MOV-AGENCIA          PIC X(04).
           05 WS-MOV-OPERADOR         PIC X(08).

      *    IMAGEM ACTUAL DO CLIENTE NO ENT001, COMPARADA COM A
      *    GUARDADA NO APRPEN NA RETENCAO
       01 WS-MESTRE-ACTUAL          PIC X(124) VALUE SPACES.
       01 WS-MOTIVO-ALTERADO        PIC X(40)
           VALUE 'MESTRE ALTERADO DESDE A RETENCAO'.

       01 WS-AGENCIA-ANTERIOR       PIC X(04) VALUE SPACES.
       01 WS-AGENCIA-NOME           PIC X(30) VALUE SPACES.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LIBERTADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-DEVOLVIDOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-EXPIRADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ALTERADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ATRASADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-PENDENTES        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-NA-DEVOLUCAO     PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-AGENCIA          PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-LISTA.
           05 LST-NUMCLI             PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-ACCAO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-RISCO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-DATA-RETENCAO      PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-DIAS               PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-NOME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-APROVADOR          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LST-SITUACAO           PIC X(30).
           05 FILLER                 PIC X(13) VALUE SPACES.

       01 WS-LINHA-DEVOLUCAO.
           05 DEV-NUMCLI             PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-ACCAO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-RISCO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-DATA-RETENCAO      PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-NOME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-APROVADOR          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEV-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.
           PERFORM R060-VERIFICAR-RUNCTL
               THRU R060-VERIFICAR-RUNCTL-FIM.
           PERFORM R070-REGISTAR-INICIO
               THRU R070-REGISTAR-INICIO-FIM.

      *    O APRPEN E PERSISTENTE: SO NA PRIMEIRA EXECUCAO DE
      *    SEMPRE, ANTES DE O FBVAL01 TER RETIDO ALGUMA COISA,
      *    E CRIADO VAZIO
           OPEN I-O APRPEN.
           IF APRPEN-INEXISTENTE
               OPEN OUTPUT APRPEN
               CLOSE APRPEN
               OPEN I-O APRPEN
           END-IF.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO NO FICHERO APRPEN' WS-FS-APRPEN
               STOP RUN
           END-IF.
           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
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
           OPEN OUTPUT APRLST.
           IF NOT OK-APRLST
               DISPLAY 'ERRO NO FICHERO APRLST' WS-FS-APRLST
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'APROVACAO A QUATRO OLHOS - MOVIMENTOS RETIDOS'
               TO WS-LINHA-REL(1:45).
           MOVE ' - FBAPL01' TO WS-LINHA-REL(46:10).
           MOVE 'DATA: ' TO WS-LINHA-REL(70:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(76:2).
           MOVE '/' TO WS-LINHA-REL(78:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(79:2).
           MOVE '/' TO WS-LINHA-REL(81:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(82:4).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'LIBERTADOS, DEVOLVIDOS, EXPIRADOS E PENDENTES HA'
               TO WS-LINHA-REL(1:48).
           MOVE ' MAIS DE ' TO WS-LINHA-REL(49:9).
           MOVE WS-DIAS-AVISO TO WS-LINHA-REL(58:3).
           MOVE ' DIAS (EXPIRAM AOS ' TO WS-LINHA-REL(61:19).
           MOVE WS-DIAS-EXPIRA TO WS-LINHA-REL(80:3).
           MOVE ')' TO WS-LINHA-REL(83:1).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI' TO WS-LINHA-REL(1:6).
           MOVE 'AC' TO WS-LINHA-REL(10:2).
           MOVE 'R' TO WS-LINHA-REL(13:1).
           MOVE 'RETIDO' TO WS-LINHA-REL(16:6).
           MOVE 'DIAS' TO WS-LINHA-REL(26:4).
           MOVE 'NOME' TO WS-LINHA-REL(32:4).
           MOVE 'AGEN' TO WS-LINHA-REL(64:4).
           MOVE 'OPERADOR' TO WS-LINHA-REL(70:8).
           MOVE 'APROVADO' TO WS-LINHA-REL(80:8).
           MOVE 'SITUACAO' TO WS-LINHA-REL(90:8).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE APRLST-LINHA FROM WS-LINHA-REL.

           PERFORM R300-TRATAR-E-DEVOLVER
               THRU R300-TRATAR-E-DEVOLVER-FIM.

           CLOSE APRPEN.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO AO FECHAR O FICHERO APRPEN' WS-FS-APRPEN
               STOP RUN
           END-IF.
           CLOSE MNTTRAN.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO FECHAR O FICHERO MNTTRAN' WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           CLOSE CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.
           CLOSE APRLST.
           IF NOT OK-APRLST
               DISPLAY 'ERRO AO FECHAR O FICHERO APRLST' WS-FS-APRLST
               STOP RUN
           END-IF.

           PERFORM R910-GRAVAR-ESTATISTICA
               THRU R910-GRAVAR-ESTATISTICA-FIM.

           PERFORM R900-REGISTAR-FIM-RUNCTL
               THRU R900-REGISTAR-FIM-RUNCTL-FIM.

           DISPLAY '====== TOTAIS DE FIM DE TRABALHO - FBAPL01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO      : ' WS-DATA-SISTEMA.
           DISPLAY 'ENTRADAS LIDAS NO APRPEN   : ' WS-TOTAL-LIDOS.
           DISPLAY 'APROVADOS LIBERTADOS       : ' WS-TOTAL-LIBERTADOS.
           DISPLAY 'RECUSADOS DEVOLVIDOS       : ' WS-TOTAL-DEVOLVIDOS.
           DISPLAY 'APROVADOS COM MESTRE ALTER.: ' WS-TOTAL-ALTERADOS.
           DISPLAY 'EXPIRADOS SEM DECISAO      : ' WS-TOTAL-EXPIRADOS.
           DISPLAY 'PENDENTES ATRASADOS        : ' WS-TOTAL-ATRASADOS.
           DISPLAY 'PENDENTES NO PRAZO         : ' WS-TOTAL-PENDENTES.
           DISPLAY '=================================================='.

           IF WS-TOTAL-ATRASADOS > ZERO OR WS-TOTAL-EXPIRADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO E  *
      * O PEDIDO DE OVERRIDE VEM DO PARMRUN, COMO NOS       *
      * OUTROS PASSOS DA CADEIA; OS PRAZOS DE AVISO E DE    *
      * EXPIRACAO VEM DO APRPARM (POR OMISSAO 2 E 7 DIAS).  *
      * UM PRAZO DE EXPIRACAO NAO SUPERIOR AO DE AVISO E    *
      * LEVADO PARA O DIA A SEGUIR AO AVISO                 *
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

           OPEN INPUT APRPARM.
           IF OK-APRPARM
               READ APRPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'APRPARM' TO WS-APRPARM-ORIGEM
                       IF APRPARM-DIAS-AVISO IS NUMERIC
                           AND APRPARM-DIAS-AVISO > ZERO
                           MOVE APRPARM-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
                       IF APRPARM-DIAS-EXPIRA IS NUMERIC
                           AND APRPARM-DIAS-EXPIRA > ZERO
                           MOVE APRPARM-DIAS-EXPIRA TO WS-DIAS-EXPIRA
                       END-IF
               END-READ
               CLOSE APRPARM
           END-IF.
           IF WS-DIAS-EXPIRA NOT > WS-DIAS-AVISO
               COMPUTE WS-DIAS-EXPIRA = WS-DIAS-AVISO + 1
           END-IF.

           MOVE WS-DATA-SISTEMA TO WS-JUL-DATA.
           PERFORM R920-CALCULAR-DIA THRU R920-CALCULAR-DIA-FIM.
           MOVE WS-JUL-DIA TO WS-DIA-HOJE.

           DISPLAY '====== PARAMETROS EM VIGOR - FBAPL01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           IF OVERRIDE-AUTORIZADO
               DISPLAY 'OVERRIDE DO OPERADOR  : ' WS-OVERRIDE-MOTIVO
           END-IF.
           DISPLAY 'PRAZOS                : ' WS-APRPARM-ORIGEM.
           DISPLAY 'DIAS ATE AO AVISO     : ' WS-DIAS-AVISO.
           DISPLAY 'DIAS ATE EXPIRAR      : ' WS-DIAS-EXPIRA.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R060 - LIVRO DE CONTROLO DA CADEIA. OS APROVADOS    *
      * SAO ACRESCENTADOS AO MNTTRAN DO DIA, POR ISSO O     *
      * PASSO RECUSA CORRER DEPOIS DE O FBVAL01 TER         *
      * ARRANCADO PARA A DATA DE NEGOCIO (FICARIAM FORA DA  *
      * CRITICA DO DIA E O FBVAL01 NUNCA OS LIBERTARIA) E   *
      * RECUSA A REPETICAO DO PROPRIO PASSO. AMBOS EXIGEM O *
      * OVERRIDE DO OPERADOR COM MOTIVO. NUMA REPETICAO -   *
      * COM OVERRIDE OU DEPOIS DE UM ERRO QUE DEIXOU O      *
      * PASSO EM 'I' - AS ENTRADAS JA FECHADAS NA DATA DE   *
      * NEGOCIO VOLTAM A SER LISTADAS, DEVOLVIDAS E         *
      * CONTADAS, SEM SEREM APLICADAS DE NOVO (R140)        *
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
           MOVE 'FBAPL01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNCTL-COMPLETO
                       IF OVERRIDE-AUTORIZADO
                           DISPLAY '*** AVISO: PASSO FBAPL01 JA'
                           DISPLAY '*** COMPLETO PARA A DATA - A'
                           DISPLAY '*** REPETIR POR OVERRIDE DO'
                           DISPLAY '*** OPERADOR: ' WS-OVERRIDE-MOTIVO
                       ELSE
                           MOVE 'PASSO FBAPL01 JA COMPLETO PARA A DATA'
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
      * R065 - RECUSA A EXECUCAO ANTES DE TOCAR NO APRPEN   *
      * OU NO MNTTRAN: O MOTIVO SAI NA CONSOLA E O TRABALHO *
      * TERMINA. O REGISTO DO RUNCTL FICA COMO ESTAVA       *
      *****************************************************
       R065-RECUSAR-EXECUCAO.
           DISPLAY '*** FBAPL01 - EXECUCAO RECUSADA: '
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
           MOVE 'FBAPL01 ' TO RUNCTL-PASSO.
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
      * R100 - UMA ENTRADA DO APRPEN POR LEITURA, DENTRO DA *
      * PROCEDURE DE ENTRADA DA ORDENACAO DA DEVOLUCAO:     *
      * APROVADO -> MNTTRAN E LIBERTADO (OU DEVOLVIDO SE O  *
      * CLIENTE MUDOU NO ENT001 DESDE A RETENCAO);          *
      * RECUSADO -> DEVOLVIDO; PENDENTE -> CONTAGEM DE      *
      * DIAS, AVISO OU EXPIRACAO. AS ENTRADAS FECHADAS NA   *
      * PROPRIA DATA DE NEGOCIO SAO REPOSTAS NOS RELATORIOS *
      * (R140); AS FECHADAS EM DIAS ANTERIORES (LIBERTADAS, *
      * CONSUMIDAS PELO FBVAL01, DEVOLVIDAS OU EXPIRADAS)   *
      * SO SAO CONTADAS NA LEITURA                          *
      *****************************************************
       R100-LER-APRPEN.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R100-LER-APRPEN-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE APRPEN-MOVIMENTO TO WS-MOV-REGISTO.
           EVALUATE TRUE
               WHEN APRPEN-APROVADO
                   PERFORM R110-LIBERTAR-APROVADO
                       THRU R110-LIBERTAR-APROVADO-FIM
               WHEN APRPEN-RECUSADO
                   PERFORM R120-DEVOLVER-RECUSADO
                       THRU R120-DEVOLVER-RECUSADO-FIM
               WHEN APRPEN-PENDENTE
                   PERFORM R130-VERIFICAR-PRAZO
                       THRU R130-VERIFICAR-PRAZO-FIM
               WHEN APRPEN-DATA-FECHO = WS-DATA-SISTEMA
                   AND (APRPEN-LIBERTADO OR APRPEN-CONSUMIDO
                   OR APRPEN-DEVOLVIDO OR APRPEN-EXPIRADO)
                   PERFORM R140-REPOR-FECHADO-DIA
                       THRU R140-REPOR-FECHADO-DIA-FIM
               WHEN APRPEN-LIBERTADO OR APRPEN-CONSUMIDO
                   OR APRPEN-DEVOLVIDO OR APRPEN-EXPIRADO
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       R100-LER-APRPEN-FIM.
           EXIT.

      *    O MOVIMENTO GUARDADO E A IMAGEM COMPLETA DO DIA DA
      *    RETENCAO E O FBMNT01 APLICA-A CAMPO A CAMPO: SE O
      *    CLIENTE MUDOU NO ENT001 DESDE ENTAO (OUTRA ALTERACAO,
      *    RECODIFICACAO DO CPOSTAL, ANONIMIZACAO) A LIBERTACAO
      *    REPUNHA DADOS ANTIGOS - O APROVADO E DEVOLVIDO A
      *    AGENCIA PARA SER REFEITO SOBRE O MESTRE ACTUAL
       R110-LIBERTAR-APROVADO.
           MOVE APRPEN-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               INVALID KEY
                   MOVE SPACES TO WS-MESTRE-ACTUAL
               NOT INVALID KEY
                   MOVE CLIWORK-REGISTO TO WS-MESTRE-ACTUAL
           END-READ.
           IF WS-MESTRE-ACTUAL NOT = APRPEN-MESTRE-RETENCAO
               MOVE 'D' TO APRPEN-ESTADO
               MOVE WS-DATA-SISTEMA TO APRPEN-DATA-FECHO
               MOVE WS-MOTIVO-ALTERADO TO APRPEN-MOTIVO
               PERFORM R150-REGRAVAR-APRPEN
                   THRU R150-REGRAVAR-APRPEN-FIM
               ADD 1 TO WS-TOTAL-ALTERADOS
               ADD 1 TO WS-TOTAL-DEVOLVIDOS
               MOVE 'APROVADO - MESTRE ALTERADO' TO LST-SITUACAO
               PERFORM R160-IMPRIMIR-ENTRADA
                   THRU R160-IMPRIMIR-ENTRADA-FIM
               PERFORM R170-LIBERTAR-DEVOLUCAO
                   THRU R170-LIBERTAR-DEVOLUCAO-FIM
               GO TO R110-LIBERTAR-APROVADO-FIM
           END-IF.
           WRITE MNTTRAN-REGISTO FROM APRPEN-MOVIMENTO.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO GRAVAR O FICHERO MNTTRAN' WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           MOVE 'L' TO APRPEN-ESTADO.
           MOVE WS-DATA-SISTEMA TO APRPEN-DATA-FECHO.
           PERFORM R150-REGRAVAR-APRPEN THRU R150-REGRAVAR-APRPEN-FIM.
           ADD 1 TO WS-TOTAL-LIBERTADOS.
           MOVE 'LIBERTADO PARA O MNTTRAN' TO LST-SITUACAO.
           PERFORM R160-IMPRIMIR-ENTRADA
               THRU R160-IMPRIMIR-ENTRADA-FIM.
       R110-LIBERTAR-APROVADO-FIM.
           EXIT.

       R120-DEVOLVER-RECUSADO.
           MOVE 'D' TO APRPEN-ESTADO.
           MOVE WS-DATA-SISTEMA TO APRPEN-DATA-FECHO.
           PERFORM R150-REGRAVAR-APRPEN THRU R150-REGRAVAR-APRPEN-FIM.
           ADD 1 TO WS-TOTAL-DEVOLVIDOS.
           MOVE 'RECUSADO - DEVOLVIDO A AGENCIA' TO LST-SITUACAO.
           PERFORM R160-IMPRIMIR-ENTRADA
               THRU R160-IMPRIMIR-ENTRADA-FIM.
           PERFORM R170-LIBERTAR-DEVOLUCAO
               THRU R170-LIBERTAR-DEVOLUCAO-FIM.
       R120-DEVOLVER-RECUSADO-FIM.
           EXIT.

      *    UM PENDENTE QUE CHEGA AO PRAZO DE EXPIRACAO E
      *    FECHADO E DEVOLVIDO COMO UM RECUSADO; ENTRE O AVISO
      *    E A EXPIRACAO SAI SO NA LISTAGEM COMO ATRASADO
       R130-VERIFICAR-PRAZO.
           MOVE APRPEN-DATA-RETENCAO TO WS-JUL-DATA.
           PERFORM R920-CALCULAR-DIA THRU R920-CALCULAR-DIA-FIM.
           IF WS-JUL-DIA > WS-DIA-HOJE
               MOVE ZEROS TO WS-DIAS-PENDENTE
           ELSE
               COMPUTE WS-DIAS-PENDENTE = WS-DIA-HOJE - WS-JUL-DIA
           END-IF.
           IF WS-DIAS-PENDENTE NOT < WS-DIAS-EXPIRA
               MOVE 'E' TO APRPEN-ESTADO
               MOVE WS-DATA-SISTEMA TO APRPEN-DATA-FECHO
               MOVE 'EXPIRADO SEM DECISAO DO SUPERVISOR'
                   TO APRPEN-MOTIVO
               PERFORM R150-REGRAVAR-APRPEN
                   THRU R150-REGRAVAR-APRPEN-FIM
               ADD 1 TO WS-TOTAL-EXPIRADOS
               MOVE 'EXPIRADO - DEVOLVIDO A AGENCIA' TO LST-SITUACAO
               PERFORM R160-IMPRIMIR-ENTRADA
                   THRU R160-IMPRIMIR-ENTRADA-FIM
               PERFORM R170-LIBERTAR-DEVOLUCAO
                   THRU R170-LIBERTAR-DEVOLUCAO-FIM
               GO TO R130-VERIFICAR-PRAZO-FIM
           END-IF.
           IF WS-DIAS-PENDENTE NOT < WS-DIAS-AVISO
               ADD 1 TO WS-TOTAL-ATRASADOS
               MOVE 'PENDENTE - ATRASADO' TO LST-SITUACAO
               PERFORM R160-IMPRIMIR-ENTRADA
                   THRU R160-IMPRIMIR-ENTRADA-FIM
           ELSE
               ADD 1 TO WS-TOTAL-PENDENTES
           END-IF.
       R130-VERIFICAR-PRAZO-FIM.
           EXIT.

      *    ENTRADA JA FECHADA POR UMA EXECUCAO ANTERIOR DO
      *    PASSO NA MESMA DATA DE NEGOCIO: O APROVADO JA ESTA
      *    NO MNTTRAN E NAO E ACRESCENTADO OUTRA VEZ, MAS TODAS
      *    VOLTAM A CONTAR E A SAIR NA LISTAGEM, E AS RECUSADAS
      *    E EXPIRADAS VOLTAM A SAIR NA DEVOLUCAO A AGENCIA
       R140-REPOR-FECHADO-DIA.
           EVALUATE TRUE
               WHEN APRPEN-DEVOLVIDO
                   AND APRPEN-MOTIVO = WS-MOTIVO-ALTERADO
                   ADD 1 TO WS-TOTAL-ALTERADOS
                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                   MOVE 'APROVADO - MESTRE ALTERADO' TO LST-SITUACAO
               WHEN APRPEN-DEVOLVIDO
                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                   MOVE 'RECUSADO - DEVOLVIDO A AGENCIA'
                       TO LST-SITUACAO
               WHEN APRPEN-EXPIRADO
                   ADD 1 TO WS-TOTAL-EXPIRADOS
                   MOVE 'EXPIRADO - DEVOLVIDO A AGENCIA'
                       TO LST-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-LIBERTADOS
                   MOVE 'LIBERTADO PARA O MNTTRAN' TO LST-SITUACAO
           END-EVALUATE.
           PERFORM R160-IMPRIMIR-ENTRADA
               THRU R160-IMPRIMIR-ENTRADA-FIM.
           IF APRPEN-DEVOLVIDO OR APRPEN-EXPIRADO
               PERFORM R170-LIBERTAR-DEVOLUCAO
                   THRU R170-LIBERTAR-DEVOLUCAO-FIM
           END-IF.
       R140-REPOR-FECHADO-DIA-FIM.
           EXIT.

       R150-REGRAVAR-APRPEN.
           REWRITE APRPEN-REGISTO.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO AO GRAVAR O FICHERO APRPEN' WS-FS-APRPEN
               STOP RUN
           END-IF.
       R150-REGRAVAR-APRPEN-FIM.
           EXIT.

       R160-IMPRIMIR-ENTRADA.
           MOVE APRPEN-NUMCLI TO LST-NUMCLI.
           MOVE WS-MOV-ACCAO TO LST-ACCAO.
           MOVE APRPEN-RISCO TO LST-RISCO.
           MOVE APRPEN-DATA-RETENCAO TO LST-DATA-RETENCAO.
           IF APRPEN-PENDENTE
               MOVE WS-DIAS-PENDENTE TO LST-DIAS
           ELSE
               MOVE ZEROS TO LST-DIAS
           END-IF.
           MOVE WS-MOV-NOME TO LST-NOME.
           MOVE WS-MOV-AGENCIA TO LST-AGENCIA.
           MOVE WS-MOV-OPERADOR TO LST-OPERADOR.
           MOVE APRPEN-APROVADOR TO LST-APROVADOR.
           WRITE APRLST-LINHA FROM WS-LINHA-LISTA.
       R160-IMPRIMIR-ENTRADA-FIM.
           EXIT.

      *    ENTRADA RECUSADA OU EXPIRADA PARA A DEVOLUCAO A
      *    AGENCIA DE ORIGEM DO MOVIMENTO
       R170-LIBERTAR-DEVOLUCAO.
           MOVE WS-MOV-AGENCIA TO SORT-AGENCIA.
           MOVE APRPEN-NUMCLI TO SORT-NUMCLI.
           MOVE APRPEN-DATA-RETENCAO TO SORT-DATA-RETENCAO.
           MOVE WS-MOV-ACCAO TO SORT-ACCAO.
           MOVE APRPEN-RISCO TO SORT-RISCO.
           MOVE WS-MOV-NOME TO SORT-NOME.
           MOVE WS-MOV-OPERADOR TO SORT-OPERADOR.
           MOVE APRPEN-APROVADOR TO SORT-APROVADOR.
           MOVE APRPEN-MOTIVO TO SORT-MOTIVO.
           RELEASE SORT-REGISTO.
       R170-LIBERTAR-DEVOLUCAO-FIM.
           EXIT.

      *****************************************************
      * R300 - O APRPEN E PERCORRIDO NA PROCEDURE DE        *
      * ENTRADA DA ORDENACAO; OS RECUSADOS E EXPIRADOS SAO  *
      * ORDENADOS POR AGENCIA E NUMCLI E SAEM NA LISTA DE   *
      * DEVOLUCAO APRDEV COM QUEBRA E CONTAGEM POR AGENCIA  *
      * E O NOME DA TABELA AGENCIAS                         *
      *****************************************************
       R300-TRATAR-E-DEVOLVER.
           OPEN OUTPUT APRDEV.
           IF NOT OK-APRDEV
               DISPLAY 'ERRO NO FICHERO APRDEV' WS-FS-APRDEV
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS DEVOLVIDOS AS AGENCIAS - APROVACAO A'
               TO WS-LINHA-REL(1:47).
           MOVE ' QUATRO OLHOS - FBAPL01' TO WS-LINHA-REL(48:23).
           MOVE 'DATA: ' TO WS-LINHA-REL(80:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(86:2).
           MOVE '/' TO WS-LINHA-REL(88:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(89:2).
           MOVE '/' TO WS-LINHA-REL(91:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(92:4).
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
           MOVE ALL '=' TO WS-LINHA-REL.
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.

           OPEN INPUT AGENCIAS.
           IF OK-AGENCIAS
               MOVE 'S' TO WS-AGENCIAS-ABERTA
           END-IF.

           SORT SORTWK
               ON ASCENDING KEY SORT-AGENCIA SORT-NUMCLI
                   SORT-DATA-RETENCAO
               INPUT PROCEDURE IS R310-PERCORRER-APRPEN
                   THRU R310-PERCORRER-APRPEN-FIM
               OUTPUT PROCEDURE IS R430-IMPRIMIR-DEVOLUCAO
                   THRU R430-IMPRIMIR-DEVOLUCAO-FIM.

           IF AGENCIAS-ABERTA
               CLOSE AGENCIAS
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
           IF WS-TOTAL-NA-DEVOLUCAO = ZERO
               MOVE 'SEM MOVIMENTOS A DEVOLVER' TO WS-LINHA-REL(1:25)
               WRITE APRDEV-LINHA FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
           END-IF.
           MOVE 'TOTAL DEVOLVIDO........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-NA-DEVOLUCAO TO WS-LINHA-REL(26:9).
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
           CLOSE APRDEV.
           IF NOT OK-APRDEV
               DISPLAY 'ERRO AO FECHAR O FICHERO APRDEV' WS-FS-APRDEV
               STOP RUN
           END-IF.
       R300-TRATAR-E-DEVOLVER-FIM.
           EXIT.

       R310-PERCORRER-APRPEN.
           MOVE SPACES TO WS-FIM-APRPEN.
           PERFORM R100-LER-APRPEN THRU R100-LER-APRPEN-FIM
               UNTIL FIM-APRPEN.
       R310-PERCORRER-APRPEN-FIM.
           EXIT.

       R430-IMPRIMIR-DEVOLUCAO.
           MOVE SPACES TO WS-FIM-SORT.
           MOVE 'S' TO WS-PRIMEIRA-AGENCIA.
           PERFORM R440-RETORNAR-DEVOLUCAO
               THRU R440-RETORNAR-DEVOLUCAO-FIM
               UNTIL FIM-SORT.
           IF NOT PRIMEIRA-AGENCIA
               PERFORM R460-FECHAR-AGENCIA THRU R460-FECHAR-AGENCIA-FIM
           END-IF.
       R430-IMPRIMIR-DEVOLUCAO-FIM.
           EXIT.

       R440-RETORNAR-DEVOLUCAO.
           RETURN SORTWK
               AT END
                   MOVE 'S' TO WS-FIM-SORT
                   GO TO R440-RETORNAR-DEVOLUCAO-FIM
           END-RETURN.
           IF PRIMEIRA-AGENCIA
               OR SORT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               IF NOT PRIMEIRA-AGENCIA
                   PERFORM R460-FECHAR-AGENCIA
                       THRU R460-FECHAR-AGENCIA-FIM
               END-IF
               PERFORM R450-ABRIR-AGENCIA THRU R450-ABRIR-AGENCIA-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-NA-DEVOLUCAO.
           ADD 1 TO WS-TOTAL-AGENCIA.
           MOVE SORT-NUMCLI TO DEV-NUMCLI.
           MOVE SORT-ACCAO TO DEV-ACCAO.
           MOVE SORT-RISCO TO DEV-RISCO.
           MOVE SORT-DATA-RETENCAO TO DEV-DATA-RETENCAO.
           MOVE SORT-NOME TO DEV-NOME.
           MOVE SORT-OPERADOR TO DEV-OPERADOR.
           MOVE SORT-APROVADOR TO DEV-APROVADOR.
           MOVE SORT-MOTIVO TO DEV-MOTIVO.
           WRITE APRDEV-LINHA FROM WS-LINHA-DEVOLUCAO.
       R440-RETORNAR-DEVOLUCAO-FIM.
           EXIT.

       R450-ABRIR-AGENCIA.
           MOVE 'N' TO WS-PRIMEIRA-AGENCIA.
           MOVE SORT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE ZEROS TO WS-TOTAL-AGENCIA.
           MOVE SPACES TO WS-AGENCIA-NOME.
           IF AGENCIAS-ABERTA
               MOVE SORT-AGENCIA TO AGENCIA-CODIGO
               READ AGENCIAS
                   INVALID KEY
                       MOVE '(AGENCIA INEXISTENTE)' TO WS-AGENCIA-NOME
                   NOT INVALID KEY
                       MOVE AGENCIA-NOME TO WS-AGENCIA-NOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
           MOVE 'AGENCIA: ' TO WS-LINHA-REL(1:9).
           MOVE SORT-AGENCIA TO WS-LINHA-REL(10:4).
           MOVE ' - ' TO WS-LINHA-REL(14:3).
           MOVE WS-AGENCIA-NOME TO WS-LINHA-REL(17:30).
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI' TO WS-LINHA-REL(1:6).
           MOVE 'AC' TO WS-LINHA-REL(10:2).
           MOVE 'R' TO WS-LINHA-REL(13:1).
           MOVE 'RETIDO' TO WS-LINHA-REL(16:6).
           MOVE 'NOME' TO WS-LINHA-REL(26:4).
           MOVE 'OPERADOR' TO WS-LINHA-REL(58:8).
           MOVE 'APROVADO' TO WS-LINHA-REL(68:8).
           MOVE 'MOTIVO' TO WS-LINHA-REL(78:6).
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
       R450-ABRIR-AGENCIA-FIM.
           EXIT.

       R460-FECHAR-AGENCIA.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'DEVOLVIDOS A AGENCIA...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-AGENCIA TO WS-LINHA-REL(26:9).
           WRITE APRDEV-LINHA FROM WS-LINHA-REL.
       R460-FECHAR-AGENCIA-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ENTRADAS LIDAS.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIDOS TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'APROVADOS LIBERTADOS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIBERTADOS TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RECUSADOS DEVOLVIDOS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-DEVOLVIDOS TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  DOS QUAIS MESTRE ALT.: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ALTERADOS TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'EXPIRADOS SEM DECISAO..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-EXPIRADOS TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'PENDENTES ATRASADOS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ATRASADOS TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'PENDENTES NO PRAZO.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-PENDENTES TO WS-LINHA-REL(26:9).
           WRITE APRLST-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

       R900-REGISTAR-FIM-RUNCTL.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBAPL01 ' TO RUNCTL-PASSO.
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

      *****************************************************
      * R910 - GRAVA AS CONTAGENS DO DIA NO FICHEIRO DE     *
      * ESTATISTICAS DIASTAT, NA CHAVE DA DATA DE NEGOCIO.  *
      * O REGISTO DO DIA E PARTILHADO COM O FBVAL01, O      *
      * FBMNT01 E O FBBAT01 - SE JA EXISTE, SO OS CAMPOS    *
      * DESTE PROGRAMA SAO REFRESCADOS; SE NAO, E CRIADO A  *
      * ZEROS                                               *
      *****************************************************
       R910-GRAVAR-ESTATISTICA.
           OPEN I-O DIASTAT.
           IF DIASTAT-INEXISTENTE
               OPEN OUTPUT DIASTAT
               CLOSE DIASTAT
               OPEN I-O DIASTAT
           END-IF.
           IF NOT OK-DIASTAT
               DISPLAY 'ERRO NO FICHERO DIASTAT' WS-FS-DIASTAT
               STOP RUN
           END-IF.
           MOVE WS-DATA-SISTEMA TO DIASTAT-DATA.
           READ DIASTAT
               INVALID KEY
                   MOVE ZEROS TO DIASTAT-REGISTO
                   MOVE WS-DATA-SISTEMA TO DIASTAT-DATA
                   MOVE WS-TOTAL-LIBERTADOS TO DIASTAT-APR-APROVADOS
                   MOVE WS-TOTAL-DEVOLVIDOS TO DIASTAT-APR-RECUSADOS
                   MOVE WS-TOTAL-EXPIRADOS TO DIASTAT-APR-EXPIRADOS
                   WRITE DIASTAT-REGISTO
               NOT INVALID KEY
                   MOVE WS-TOTAL-LIBERTADOS TO DIASTAT-APR-APROVADOS
                   MOVE WS-TOTAL-DEVOLVIDOS TO DIASTAT-APR-RECUSADOS
                   MOVE WS-TOTAL-EXPIRADOS TO DIASTAT-APR-EXPIRADOS
                   REWRITE DIASTAT-REGISTO
           END-READ.
           IF NOT OK-DIASTAT
               DISPLAY 'ERRO AO GRAVAR O FICHERO DIASTAT' WS-FS-DIASTAT
               STOP RUN
           END-IF.
           CLOSE DIASTAT.
           IF NOT OK-DIASTAT
               DISPLAY 'ERRO AO FECHAR O FICHERO DIASTAT' WS-FS-DIASTAT
               STOP RUN
           END-IF.
       R910-GRAVAR-ESTATISTICA-FIM.
           EXIT.

      *****************************************************
      * R920 - NUMERO DE DIA CORRIDO DA DATA EM WS-JUL-DATA *
      * (CALENDARIO GREGORIANO), PARA QUE A DIFERENCA ENTRE *
      * DUAS DATAS DE A CONTAGEM DE DIAS. CADA DIVISAO E    *
      * FEITA A PARTE PARA GUARDAR SO A PARTE INTEIRA       *
      *****************************************************
       R920-CALCULAR-DIA.
           COMPUTE WS-JUL-A = (14 - WS-JUL-MES) / 12.
           COMPUTE WS-JUL-Y = WS-JUL-ANO + 4800 - WS-JUL-A.
           COMPUTE WS-JUL-M = WS-JUL-MES + (12 * WS-JUL-A) - 3.
           COMPUTE WS-JUL-T1 = ((153 * WS-JUL-M) + 2) / 5.
           COMPUTE WS-JUL-T2 = WS-JUL-Y / 4.
           COMPUTE WS-JUL-T3 = WS-JUL-Y / 100.
           COMPUTE WS-JUL-T4 = WS-JUL-Y / 400.
           COMPUTE WS-JUL-DIA = WS-JUL-DIA-MES + WS-JUL-T1
               + (365 * WS-JUL-Y) + WS-JUL-T2 - WS-JUL-T3
               + WS-JUL-T4 - 32045 - 2400000.
       R920-CALCULAR-DIA-FIM.
           EXIT.
