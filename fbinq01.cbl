      *               A DATA DE EFEITO; UM ESTADO EM BRANCO *
      *               (REGISTO ANTERIOR A CONVERSAO         *
      *               FBCNV02) APARECE COMO ACTIVO          *
      *   2026-09-23  CONSULTA DO MANDATO SEPA (OPCAO 4)    *
      *               POR NUMERO DE CLIENTE: REFERENCIA,    *
      *               IBAN ASSINADO, DATAS DE ASSINATURA E  *
      *               DO ULTIMO USO, ESTADO COM DATA, MOTIVO*
      *               E ORIGEM DA ULTIMA MUDANCA, CONFRONTO *
      *               DO IBAN ASSINADO COM O DO MESTRE E    *
      *               AVISO DE MANDATO CADUCADO (36 MESES   *
      *               SEM USO)                              *
      *   2026-10-05  CONSULTA DAS CARTAS ENVIADAS (OPCAO   *
      *               5) POR NUMERO DE CLIENTE: TODAS AS    *
      *               CARTAS REGISTADAS NO CRTLOG PELO      *
      *               FBCRT01 - DATA DE ENVIO, TIPO, FACTO  *
      *               DE ORIGEM, NUMERO DA CARTA E CODIGO   *
      *               POSTAL DO ENDERECO USADO              *
      *   2026-10-15  O NOME DO MESTRE CLIWORK PASSA A VIR  *
      *               DO PARAMETRO ENTPARM (R040) - EM      *
      *               BRANCO OU SEM FICHEIRO VALE O ENT001  *
      *               DE SEMPRE. PERMITE CONSULTAR UMA      *
      *               RECONSTRUCAO DO FBRCM01 A UMA DATA    *
      *               PASSADA PARA A AUDITORIA              *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO WS-ENT-FICHEIRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIWORK-NUMCLI
               RECORD KEY IS IBANXRF-CHAVE
               FILE STATUS IS WS-FS-IBANXRF.

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

           SELECT ENTPARM ASSIGN TO '/home/kikos/ENTPARM'
               FILE STATUS IS WS-FS-ENTPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
       FD  IBANXRF.
           COPY IBANXRF.

       FD  MANDATO.
           COPY MANDATO.

       FD  CRTLOG.
           COPY CRTLOG.

       FD  ENTPARM.
           COPY ENTPARM.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK            PIC X(02).
           88 OK-CLIWORK            VALUE '00'.
       01 WS-FS-IBANXRF            PIC X(02).
           88 OK-IBANXRF            VALUE '00'.
       01 WS-FS-MANDATO            PIC X(02).
           88 OK-MANDATO            VALUE '00'.
       01 WS-FS-CRTLOG             PIC X(02).
           88 OK-CRTLOG             VALUE '00'.
       01 WS-FS-ENTPARM             PIC X(02).
           88 OK-ENTPARM             VALUE '00'.
       01 WS-ENT-FICHEIRO           PIC X(40)
           VALUE '/home/kikos/ENT001'.

       01 WS-RESPOSTA               PIC X(01).
           88 CONTINUAR-CONSULTA    VALUE 'S', 's'.
           88 OPCAO-NUMERO           VALUE '1'.
           88 OPCAO-NOME             VALUE '2'.
           88 OPCAO-IBAN             VALUE '3'.
           88 OPCAO-MANDATO          VALUE '4'.
           88 OPCAO-CARTAS           VALUE '5'.
           88 OPCAO-SAIR             VALUE '0'.

       01 WS-IBAN-PEDIDO            PIC X(25) VALUE SPACES.
       01 WS-IDADE-CALC             PIC S9(04) VALUE ZEROS.
       01 WS-IDADE-ACTUAL           PIC 9(03) VALUE ZEROS.
       01 WS-ESTADO-TEXTO           PIC X(12) VALUE SPACES.
       01 WS-NUMCLI-MANDATO         PIC 9(07) VALUE ZEROS.
       01 WS-MANDATO-TEXTO          PIC X(20) VALUE SPACES.
       01 WS-DATA-SISTEMA-NUM       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CADUCIDADE        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-REF-USO           PIC 9(08) VALUE ZEROS.
       01 WS-NUMCLI-CARTAS          PIC 9(07) VALUE ZEROS.
       01 WS-FIM-CARTAS             PIC X VALUE SPACES.
           88 FIM-CARTAS             VALUE 'S'.
       01 WS-TOTAL-CARTAS           PIC 9(05) VALUE ZEROS.
       01 WS-CARTA-TEXTO            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R040-LER-ENTPARM THRU R040-LER-ENTPARM-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO CLIWORK '

           STOP RUN.

      *****************************************************
      * R040 - NOME DO MESTRE A CONSULTAR. O ENTPARM PODE   *
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
           DISPLAY 'FBINQ01 - MESTRE DE CLIENTES: ' WS-ENT-FICHEIRO.
       R040-LER-ENTPARM-FIM.
           EXIT.

       R050-MENU.
           DISPLAY ' '.
           DISPLAY 'CONSULTA DE CLIENTES - FBINQ01'.
           DISPLAY '  1 - CONSULTA POR NUMERO DE CLIENTE'.
           DISPLAY '  2 - CONSULTA POR NOME'.
           DISPLAY '  3 - CONSULTA POR IBAN'.
           DISPLAY '  4 - CONSULTA DE MANDATO SEPA'.
           DISPLAY '  5 - CONSULTA DE CARTAS ENVIADAS'.
           DISPLAY '  0 - SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
               WHEN OPCAO-IBAN
                   PERFORM R300-PROCURAR-POR-IBAN
                       THRU R300-PROCURAR-POR-IBAN-FIM
               WHEN OPCAO-MANDATO
                   PERFORM R400-CONSULTAR-MANDATO
                       THRU R400-CONSULTAR-MANDATO-FIM
               WHEN OPCAO-CARTAS
                   PERFORM R500-CONSULTAR-CARTAS
                       THRU R500-CONSULTAR-CARTAS-FIM
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
               THRU R110-MOSTRAR-CLIENTE-FIM.
       R320-DETALHE-POR-CHAVE-FIM.
           EXIT.

      *****************************************************
      * R400 - CONSULTA DO MANDATO SEPA DE UM CLIENTE. O    *
      * IBAN ASSINADO E CONFRONTADO COM O CLIWORK-IBAN DO   *
      * MESTRE E O MANDATO EM VIGOR SEM USO (NEM ASSINATURA)*
      * HA 36 MESES E ASSINALADO COMO CADUCADO, COMO NO     *
      * RELATORIO SEMANAL DE EXCEPCOES DO FBMDX01           *
      *****************************************************
       R400-CONSULTAR-MANDATO.
           DISPLAY ' '.
           DISPLAY 'NUMERO DE CLIENTE DO MANDATO (0 PARA SAIR): '.
           ACCEPT WS-NUMCLI-MANDATO.
           IF WS-NUMCLI-MANDATO = ZERO
               GO TO R400-CONSULTAR-MANDATO-FIM
           END-IF.

           OPEN INPUT MANDATO.
           IF NOT OK-MANDATO
               DISPLAY 'FICHEIRO MANDATO INDISPONIVEL ' WS-FS-MANDATO
               DISPLAY '(AINDA NAO HA MANDATOS REGISTADOS - FBMDT01)'
               GO TO R400-CONSULTAR-MANDATO-FIM
           END-IF.

           MOVE WS-NUMCLI-MANDATO TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-NUMCLI-MANDATO
                       ' SEM MANDATO REGISTADO'
                   CLOSE MANDATO
                   GO TO R400-CONSULTAR-MANDATO-FIM
           END-READ.

           EVALUATE TRUE
               WHEN MANDATO-ACTIVO
                   MOVE 'ACTIVO' TO WS-MANDATO-TEXTO
               WHEN MANDATO-REASSINAR
                   MOVE 'A REASSINAR' TO WS-MANDATO-TEXTO
               WHEN MANDATO-SUSPENSO
                   MOVE 'SUSPENSO' TO WS-MANDATO-TEXTO
               WHEN MANDATO-CANCELADO
                   MOVE 'CANCELADO' TO WS-MANDATO-TEXTO
               WHEN MANDATO-ENCERRADO
                   MOVE 'ENCERRADO' TO WS-MANDATO-TEXTO
               WHEN OTHER
                   MOVE 'DESCONHECIDO' TO WS-MANDATO-TEXTO
           END-EVALUATE.

           DISPLAY '---------------------------------------------'.
           DISPLAY 'NUM. CLIENTE  : ' MANDATO-NUMCLI.
           DISPLAY 'REFERENCIA    : ' MANDATO-REFERENCIA.
           DISPLAY 'IBAN ASSINADO : ' MANDATO-IBAN.
           DISPLAY 'ASSINATURA    : ' MANDATO-DATA-ASSINATURA.
           DISPLAY 'ULTIMO USO    : ' MANDATO-DATA-ULTIMO-USO.
           DISPLAY 'ESTADO        : ' WS-MANDATO-TEXTO
               ' DESDE ' MANDATO-ESTADO-DATA.
           DISPLAY 'MOTIVO        : ' MANDATO-MOTIVO.
           DISPLAY 'ORIGEM        : ' MANDATO-AGENCIA ' '
               MANDATO-OPERADOR.

           MOVE WS-DATA-SISTEMA TO WS-DATA-SISTEMA-NUM.
           COMPUTE WS-DATA-CADUCIDADE = WS-DATA-SISTEMA-NUM - 30000.
           MOVE MANDATO-DATA-ULTIMO-USO TO WS-DATA-REF-USO.
           IF WS-DATA-REF-USO = ZERO
               MOVE MANDATO-DATA-ASSINATURA TO WS-DATA-REF-USO
           END-IF.
           IF MANDATO-EM-VIGOR
               AND WS-DATA-REF-USO < WS-DATA-CADUCIDADE
               DISPLAY '*** MANDATO CADUCADO - 36 MESES SEM USO'
           END-IF.

           MOVE WS-NUMCLI-MANDATO TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   DISPLAY '*** CLIENTE NAO EXISTE NO CLIWORK'
               NOT INVALID KEY
                   DISPLAY 'IBAN NO MESTRE: ' CLIWORK-IBAN
                   IF CLIWORK-IBAN NOT = MANDATO-IBAN
                       DISPLAY '*** IBAN DO MANDATO DIFERENTE DO '
                           'MESTRE'
                   END-IF
           END-READ.
           DISPLAY '---------------------------------------------'.

           CLOSE MANDATO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO FECHAR O FICHEIRO MANDATO '
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
       R400-CONSULTAR-MANDATO-FIM.
           EXIT.

      *****************************************************
      * R500 - CARTAS ENVIADAS A UM CLIENTE (CRTLOG). A     *
      * CHAVE COMECA PELO NUMCLI: POSICIONA NO CLIENTE E LE *
      * EM FRENTE ENQUANTO O NUMCLI SE MANTIVER             *
      *****************************************************
       R500-CONSULTAR-CARTAS.
           DISPLAY ' '.
           DISPLAY 'NUMERO DE CLIENTE DAS CARTAS (0 PARA SAIR): '.
           ACCEPT WS-NUMCLI-CARTAS.
           IF WS-NUMCLI-CARTAS = ZERO
               GO TO R500-CONSULTAR-CARTAS-FIM
           END-IF.

           OPEN INPUT CRTLOG.
           IF NOT OK-CRTLOG
               DISPLAY 'FICHEIRO CRTLOG INDISPONIVEL ' WS-FS-CRTLOG
               DISPLAY '(AINDA NAO HA CARTAS REGISTADAS - FBCRT01)'
               GO TO R500-CONSULTAR-CARTAS-FIM
           END-IF.

           MOVE ZEROS TO WS-TOTAL-CARTAS.
           MOVE WS-NUMCLI-CARTAS TO CRTLOG-NUMCLI.
           MOVE LOW-VALUES TO CRTLOG-TIPO.
           MOVE ZEROS TO CRTLOG-REFERENCIA.
           MOVE SPACES TO WS-FIM-CARTAS.
           START CRTLOG KEY IS NOT LESS THAN CRTLOG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CARTAS
           END-START.
           IF NOT FIM-CARTAS
               DISPLAY '---------------------------------------------'
               DISPLAY 'CARTAS ENVIADAS AO CLIENTE ' WS-NUMCLI-CARTAS
               DISPLAY 'ENVIO    TIPO       REFERENC CARTA   CPOSTAL '
                   ' DETALHE'
           END-IF.
           PERFORM R510-LER-PROXIMA-CARTA
               THRU R510-LER-PROXIMA-CARTA-FIM
               UNTIL FIM-CARTAS.
           IF WS-TOTAL-CARTAS = ZERO
               DISPLAY 'CLIENTE ' WS-NUMCLI-CARTAS
                   ' SEM CARTAS REGISTADAS'
           ELSE
               DISPLAY '---------------------------------------------'
           END-IF.

           CLOSE CRTLOG.
           IF NOT OK-CRTLOG
               DISPLAY 'ERRO AO FECHAR O FICHEIRO CRTLOG '
                   WS-FS-CRTLOG
               STOP RUN
           END-IF.
       R500-CONSULTAR-CARTAS-FIM.
           EXIT.

       R510-LER-PROXIMA-CARTA.
           READ CRTLOG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CARTAS
                   GO TO R510-LER-PROXIMA-CARTA-FIM
           END-READ.
           IF CRTLOG-NUMCLI NOT = WS-NUMCLI-CARTAS
               MOVE 'S' TO WS-FIM-CARTAS
               GO TO R510-LER-PROXIMA-CARTA-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-CARTAS.
           EVALUATE TRUE
               WHEN CRTLOG-DEVOLUCAO
                   MOVE 'DEVOLUCAO' TO WS-CARTA-TEXTO
               WHEN CRTLOG-DORMENTE
                   MOVE 'DORMENTE' TO WS-CARTA-TEXTO
               WHEN CRTLOG-CPOSTAL
                   MOVE 'COD.POSTAL' TO WS-CARTA-TEXTO
               WHEN OTHER
                   MOVE 'DESCONHEC.' TO WS-CARTA-TEXTO
           END-EVALUATE.
           DISPLAY CRTLOG-DATA-ENVIO ' ' WS-CARTA-TEXTO ' '
               CRTLOG-REFERENCIA ' ' CRTLOG-NUM-CARTA ' '
               CRTLOG-CPOSTAL-CARTA ' ' CRTLOG-DETALHE.
       R510-LER-PROXIMA-CARTA-FIM.
           EXIT.
