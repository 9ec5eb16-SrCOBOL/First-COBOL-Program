      *               EFEITO NO FIM - NUM MOVIMENTO 'C' OS  *
      *               CAMPOS SEGUEM VAZIOS, O ESTADO DO     *
      *               CLIENTE NAO E TOCADO PELA REVISAO     *
      *   2026-09-14  O RETMOV ACOMPANHA O MNTTRAN COM A    *
      *               AGENCIA E O OPERADOR DE ORIGEM NO FIM;*
      *               OS MOVIMENTOS GERADOS AQUI SAEM DA    *
      *               AGENCIA 0000 (SERVICOS CENTRAIS) COM  *
      *               O OPERADOR FBRET01                    *
      *   2026-09-23  A DEVOLUCAO ACTUALIZA O MANDATO SEPA  *
      *               DO CLIENTE (FICHEIRO MANDATO): MOTIVO *
      *               03 SUSPENDE O MANDATO ACTIVO OU A     *
      *               REASSINAR, MOTIVO 01 ENCERRA O        *
      *               MANDATO EM VIGOR. O RESULTADO SAI NA  *
      *               LINHA DO RETREL (COLUNA MANDATO)      *
      *   2026-10-05  CADA CLIENTE APANHADO NUMA DEVOLUCAO  *
      *               GERA UM EVENTO 'R' NO CRTEVT (MOTIVO  *
      *               NO DETALHE) PARA A CARTA AO CLIENTE   *
      *               EMITIDA PELO FBCRT01                  *
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETEXC.

           SELECT MANDATO ASSIGN TO '/home/kikos/MANDATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MANDATO-NUMCLI
               FILE STATUS IS WS-FS-MANDATO.

           SELECT CRTEVT ASSIGN TO '/home/kikos/CRTEVT'
               FILE STATUS IS WS-FS-CRTEVT.

       DATA DIVISION.
       FILE SECTION.
       FD  RETDEV.
           05 RETMOV-IBAN             PIC X(25).
           05 RETMOV-ESTADO           PIC X(01).
           05 RETMOV-ESTADO-DATA      PIC 9(08).
           05 RETMOV-AGENCIA          PIC X(04).
           05 RETMOV-OPERADOR         PIC X(08).

       FD  RETEXC.
       01 RETEXC-LINHA                PIC X(132).

       FD  MANDATO.
           COPY MANDATO.

       FD  CRTEVT.
           COPY CRTEVT.

       WORKING-STORAGE SECTION.
       01 WS-FS-RETDEV              PIC X(02).
           88 OK-RETDEV              VALUE '00', '10'.
           88 OK-RETMOV              VALUE '00'.
       01 WS-FS-RETEXC              PIC X(02).
           88 OK-RETEXC              VALUE '00'.
       01 WS-FS-MANDATO             PIC X(02).
           88 OK-MANDATO             VALUE '00'.
           88 MANDATO-INEXISTENTE    VALUE '35'.
       01 WS-FS-CRTEVT              PIC X(02).
           88 OK-CRTEVT              VALUE '00'.
           88 CRTEVT-INEXISTENTE     VALUE '35'.

       01 WS-FIM-RETDEV             PIC X VALUE SPACES.
           88 FIM-RETDEV             VALUE 'S'.
       01 WS-TOTAL-CORRESPONDIDOS   PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SEM-CLIENTE      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-MOVIMENTOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-MDT-SUSPENSOS    PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-MDT-ENCERRADOS   PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-EVENTOS-CRT      PIC 9(09) VALUE ZEROS.
       01 WS-MANDATO-TEXTO          PIC X(20) VALUE SPACES.

       01 WS-CORRESP-DEVOLUCAO      PIC 9(05) VALUE ZEROS.

           05 COR-IBAN               PIC X(25).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 COR-MOTIVO             PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 COR-MANDATO            PIC X(20).
           05 FILLER                 PIC X(06) VALUE SPACES.

       01 WS-LINHA-EXCECAO.
           05 EXC-IBAN               PIC X(25).
               STOP RUN
           END-IF.

      *    O MANDATO E CRIADO VAZIO SE AINDA NAO EXISTE
           OPEN I-O MANDATO.
           IF MANDATO-INEXISTENTE
               OPEN OUTPUT MANDATO
               CLOSE MANDATO
               OPEN I-O MANDATO
           END-IF.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO NO FICHERO MANDATO' WS-FS-MANDATO
               STOP RUN
           END-IF.

      *    OS EVENTOS DE CORRESPONDENCIA ACUMULAM ATE AO FBCRT01
           OPEN EXTEND CRTEVT.
           IF CRTEVT-INEXISTENTE
               OPEN OUTPUT CRTEVT
           END-IF.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO NO FICHERO CRTEVT' WS-FS-CRTEVT
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'DEVOLUCOES DE DEBITO DIRECTO - FBRET01'
               TO WS-LINHA-REL(1:39).
           MOVE 'NOME' TO WS-LINHA-REL(10:4).
           MOVE 'IBAN' TO WS-LINHA-REL(60:4).
           MOVE 'MOTIVO' TO WS-LINHA-REL(86:6).
           MOVE 'MANDATO' TO WS-LINHA-REL(107:7).
           WRITE RETREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RETREL-LINHA FROM WS-LINHA-REL.
               STOP RUN
           END-IF.

           CLOSE MANDATO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO FECHAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.

           CLOSE CRTEVT.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO AO FECHAR O FICHERO CRTEVT' WS-FS-CRTEVT
               STOP RUN
           END-IF.

           DISPLAY 'FBRET01 - DEVOLUCOES LIDAS......: '
               WS-TOTAL-DEVOLUCOES.
           DISPLAY 'FBRET01 - CORRESPONDENCIAS......: '
               WS-TOTAL-MOVIMENTOS.
           DISPLAY 'FBRET01 - SEM CLIENTE NO MESTRE.: '
               WS-TOTAL-SEM-CLIENTE.
           DISPLAY 'FBRET01 - MANDATOS SUSPENSOS....: '
               WS-TOTAL-MDT-SUSPENSOS.
           DISPLAY 'FBRET01 - MANDATOS ENCERRADOS...: '
               WS-TOTAL-MDT-ENCERRADOS.
           DISPLAY 'FBRET01 - EVENTOS DE CARTA......: '
               WS-TOTAL-EVENTOS-CRT.

           STOP RUN.

           END-READ.
           ADD 1 TO WS-CORRESP-DEVOLUCAO.
           ADD 1 TO WS-TOTAL-CORRESPONDIDOS.
           MOVE SPACES TO WS-MANDATO-TEXTO.
           IF MOTIVO-CONTA-ENCERRADA OR MOTIVO-DEBITO-SUSPENSO
               PERFORM R360-ACTUALIZAR-MANDATO
                   THRU R360-ACTUALIZAR-MANDATO-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA-CORRESP.
           MOVE CLIWORK-NUMCLI TO COR-NUMCLI.
           MOVE CLIWORK-NOME TO COR-NOME.
           MOVE CLIWORK-IBAN TO COR-IBAN.
           MOVE WS-MOTIVO-TEXTO TO COR-MOTIVO.
           MOVE WS-MANDATO-TEXTO TO COR-MANDATO.
           WRITE RETREL-LINHA FROM WS-LINHA-CORRESP.
           MOVE CLIWORK-NUMCLI TO CRTEVT-NUMCLI.
           MOVE 'R' TO CRTEVT-TIPO.
           MOVE WS-DATA-SISTEMA TO CRTEVT-DATA.
           MOVE WS-MOTIVO-TEXTO TO CRTEVT-DETALHE.
           MOVE 'FBRET01 ' TO CRTEVT-ORIGEM.
           WRITE CRTEVT-REGISTO.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO AO GRAVAR O FICHERO CRTEVT' WS-FS-CRTEVT
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-EVENTOS-CRT.
           IF MOTIVO-CONTA-ENCERRADA
               PERFORM R350-GERAR-MOVIMENTO
                   THRU R350-GERAR-MOVIMENTO-FIM
           MOVE CLIWORK-IBAN TO RETMOV-IBAN.
           MOVE SPACES TO RETMOV-ESTADO.
           MOVE ZEROS TO RETMOV-ESTADO-DATA.
           MOVE '0000' TO RETMOV-AGENCIA.
           MOVE 'FBRET01 ' TO RETMOV-OPERADOR.
           WRITE RETMOV-REGISTO.
           ADD 1 TO WS-TOTAL-MOVIMENTOS.
       R350-GERAR-MOVIMENTO-FIM.
           EXIT.

      *****************************************************
      * R360 - MANDATO SEPA DO CLIENTE DEVOLVIDO. MOTIVO 03 *
      * (DEBITO SUSPENSO) SUSPENDE UM MANDATO ACTIVO OU A   *
      * REASSINAR - A AGENCIA LEVANTA A SUSPENSAO OU REGISTA*
      * NOVA ASSINATURA NO FBMDT01; MOTIVO 01 (CONTA        *
      * ENCERRADA) ENCERRA O MANDATO EM VIGOR. O RESULTADO  *
      * FICA EM WS-MANDATO-TEXTO PARA A LINHA DO RETREL     *
      *****************************************************
       R360-ACTUALIZAR-MANDATO.
           MOVE CLIWORK-NUMCLI TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   MOVE 'SEM MANDATO' TO WS-MANDATO-TEXTO
                   GO TO R360-ACTUALIZAR-MANDATO-FIM
           END-READ.
           IF MANDATO-TERMINADO
               MOVE 'MANDATO JA TERMINADO' TO WS-MANDATO-TEXTO
               GO TO R360-ACTUALIZAR-MANDATO-FIM
           END-IF.
           IF MOTIVO-DEBITO-SUSPENSO
               IF MANDATO-SUSPENSO
                   MOVE 'MANDATO JA SUSPENSO' TO WS-MANDATO-TEXTO
                   GO TO R360-ACTUALIZAR-MANDATO-FIM
               END-IF
               MOVE 'S' TO MANDATO-ESTADO
               MOVE 'DEVOLUCAO 03 - DEBITO SUSPENSO'
                   TO MANDATO-MOTIVO
               MOVE 'MANDATO SUSPENSO' TO WS-MANDATO-TEXTO
               ADD 1 TO WS-TOTAL-MDT-SUSPENSOS
           ELSE
               MOVE 'E' TO MANDATO-ESTADO
               MOVE 'DEVOLUCAO 01 - CONTA ENCERRADA'
                   TO MANDATO-MOTIVO
               MOVE 'MANDATO ENCERRADO' TO WS-MANDATO-TEXTO
               ADD 1 TO WS-TOTAL-MDT-ENCERRADOS
           END-IF.
           MOVE WS-DATA-SISTEMA TO MANDATO-ESTADO-DATA.
           MOVE '0000' TO MANDATO-AGENCIA.
           MOVE 'FBRET01 ' TO MANDATO-OPERADOR.
           REWRITE MANDATO-REGISTO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
       R360-ACTUALIZAR-MANDATO-FIM.
           EXIT.

       R400-TEXTO-DO-MOTIVO.
           EVALUATE TRUE
               WHEN MOTIVO-CONTA-ENCERRADA
