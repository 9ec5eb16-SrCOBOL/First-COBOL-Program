      *               UM ESTADO EM BRANCO (REGISTO ANTERIOR *
      *               A CONVERSAO FBCNV02) VALE ACTIVO; OS  *
      *               EXCLUIDOS SAEM CONTADOS NO SELREL     *
      *   2026-10-15  O NOME DO MESTRE CLIWORK PASSA A VIR  *
      *               DO PARAMETRO ENTPARM (R040) - EM      *
      *               BRANCO OU SEM FICHEIRO VALE O ENT001  *
      *               DE SEMPRE. PERMITE EXTRAIR DE UMA     *
      *               RECONSTRUCAO DO FBRCM01 A UMA DATA    *
      *               PASSADA PARA A AUDITORIA              *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO WS-ENT-FICHEIRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIWORK-NUMCLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELREL.

           SELECT ENTPARM ASSIGN TO '/home/kikos/ENTPARM'
               FILE STATUS IS WS-FS-ENTPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
       FD  SELREL.
       01 SELREL-LINHA               PIC X(132).

       FD  ENTPARM.
           COPY ENTPARM.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00', '10'.
           88 OK-SELOUT              VALUE '00'.
       01 WS-FS-SELREL              PIC X(02).
           88 OK-SELREL              VALUE '00'.
       01 WS-FS-ENTPARM             PIC X(02).
           88 OK-ENTPARM             VALUE '00'.
       01 WS-ENT-FICHEIRO           PIC X(40)
           VALUE '/home/kikos/ENT001'.

       01 WS-FIM-CLIWORK             PIC X VALUE SPACES.
           88 FIM-CLIWORK             VALUE 'S'.
               STOP RUN
           END-IF.

           PERFORM R040-LER-ENTPARM THRU R040-LER-ENTPARM-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK

           STOP RUN.

      *****************************************************
      * R040 - NOME DO MESTRE A EXTRAIR. O ENTPARM PODE     *
      * APONTAR PARA UMA RECONSTRUCAO DO FBRCM01; EM BRANCO *
      * OU SEM FICHEIRO FICA O ENT001 DE SEMPRE             *
      *****************************************************
       R040-LER-ENTPARM.
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
           DISPLAY 'FBSEL01 - MESTRE DE CLIENTES: ' WS-ENT-FICHEIRO.
       R040-LER-ENTPARM-FIM.
           EXIT.

      *****************************************************
      * R100 - CARREGA OS CRITERIOS DO SELPARM. LINHAS EM   *
      * BRANCO OU COMECADAS POR '*' SAO COMENTARIO; UM TIPO *
