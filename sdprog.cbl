      *               NEGOCIO - DEIXAM DE SE PERDER NO SCROLL    *
      *               DA CONSOLA; O FBSTA01 IMPRIME A TENDENCIA  *
      *               MENSAL                                     *
      *   2026-10-15  O NOME DO MESTRE CLIWORK E DO SEU TRAILER  *
      *               PASSA A VIR DO PARAMETRO ENTPARM (R050) -  *
      *               EM BRANCO OU SEM FICHEIRO VALE O ENT001 DE *
      *               SEMPRE; O TRAILER E O MESMO NOME COM .TRL. *
      *               PERMITE CORRER A PASSAGEM SOBRE UMA        *
      *               RECONSTRUCAO DO FBRCM01 PARA A AUDITORIA   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO WS-ENT-FICHEIRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIWORK-NUMCLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTFACE.

           SELECT TRAILER ASSIGN TO WS-ENT-TRAILER
               FILE STATUS IS WS-FS-TRAILER.

           SELECT ENTPARM ASSIGN TO '/home/kikos/ENTPARM'
               FILE STATUS IS WS-FS-ENTPARM.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

       FD  PARMRUN.
           COPY PARMRUN.

       FD  ENTPARM.
           COPY ENTPARM.

       FD  RUNCTL.
           COPY RUNCTL.


       01 WS-FS-PARMRUN              PIC X(02).
           88 OK-PARMRUN               VALUE '00'.
       01 WS-FS-ENTPARM              PIC X(02).
           88 OK-ENTPARM               VALUE '00'.
       01 WS-ENT-FICHEIRO            PIC X(40)
           VALUE '/home/kikos/ENT001'.
       01 WS-ENT-TRAILER             PIC X(44)
           VALUE '/home/kikos/ENT001.TRL'.
       01 WS-FS-RUNCTL               PIC X(02).
           88 OK-RUNCTL                VALUE '00'.
           88 RUNCTL-REG-INEXISTENTE   VALUE '23'.
      * VALEM A DATA DO SISTEMA E O INTERVALO DE SEMPRE.    *
      * OS PARAMETROS EM VIGOR SAEM NO TOPO DA SAIDA DO     *
      * TRABALHO PARA QUE UMA REPETICAO DE UM DIA ANTERIOR  *
      * FIQUE ETIQUETADA DE PONTA A PONTA. O NOME DO MESTRE *
      * VEM DO ENTPARM (EM BRANCO OU SEM FICHEIRO, O ENT001 *
      * DE SEMPRE) E O TRAILER E ESSE NOME COM .TRL         *
      *****************************************************
       R050-LER-PARAMETROS.
           MOVE 'SISTEMA' TO WS-PARM-ORIGEM.
               END-READ
               CLOSE PARMRUN
           END-IF.
           OPEN INPUT ENTPARM.
           IF OK-ENTPARM
               READ ENTPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENTPARM-FICHEIRO NOT = SPACES
                           MOVE ENTPARM-FICHEIRO TO WS-ENT-FICHEIRO
                       END-IF
               END-READ
               CLOSE ENTPARM
           END-IF.
           MOVE SPACES TO WS-ENT-TRAILER.
           STRING WS-ENT-FICHEIRO DELIMITED BY SPACE
                  '.TRL' DELIMITED BY SIZE
               INTO WS-ENT-TRAILER.
           DISPLAY '====== PARAMETROS EM VIGOR - FBBAT01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'MESTRE DE CLIENTES    : ' WS-ENT-FICHEIRO.
           DISPLAY 'INTERVALO CHECKPOINT  : ' WS-CKPT-INTERVALO.
           IF OVERRIDE-AUTORIZADO
               DISPLAY 'OVERRIDE DO OPERADOR  : ' WS-OVERRIDE-MOTIVO
