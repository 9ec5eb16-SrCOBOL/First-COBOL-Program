      *               O MNTCNT E REESCRITO EM CADA EXECUCAO E  *
      *               O HISTORICO PERDIA-SE; O FBSTA01 IMPRIME *
      *               A TENDENCIA MENSAL                       *
      *   2026-09-14  O MNTTRAN.VAL PASSA A TRAZER NO FIM A    *
      *               AGENCIA E O OPERADOR DE ORIGEM DO        *
      *               MOVIMENTO, QUE SAO GRAVADOS EM CADA      *
      *               REGISTO DO CLIHIST (QUEM FEZ A           *
      *               ALTERACAO, PARA O FBHST01) E SAEM NA     *
      *               LINHA DO MNTLOG; CADA MOVIMENTO          *
      *               REJEITADO AQUI E ACRESCENTADO AO         *
      *               FICHEIRO DE ORIGEM AGCLOG, PARA O QUADRO *
      *               MENSAL DE QUALIDADE POR AGENCIA DO       *
      *               FBQUA01                                  *
      *   2026-09-23  O FICHEIRO DE MANDATOS SEPA (MANDATO)    *
      *               ACOMPANHA O MESTRE: UM 'C' QUE MUDA O    *
      *               IBAN MARCA O MANDATO EM VIGOR DO CLIENTE *
      *               PARA REASSINATURA ('P') E A ELIMINACAO   *
      *               OU A MARCACAO 'F' CANCELAM-NO ('C'),     *
      *               COM A DATA DE NEGOCIO E A ORIGEM DO      *
      *               MOVIMENTO                                *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DIASTAT-DATA
               FILE STATUS IS WS-FS-DIASTAT.

           SELECT AGCLOG ASSIGN TO '/home/kikos/AGCLOG'
               FILE STATUS IS WS-FS-AGCLOG.

           SELECT MANDATO ASSIGN TO '/home/kikos/MANDATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MANDATO-NUMCLI
               FILE STATUS IS WS-FS-MANDATO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           05 MNTTRAN-IBAN            PIC X(25).
           05 MNTTRAN-ESTADO          PIC X(01).
           05 MNTTRAN-ESTADO-DATA     PIC 9(08).
           05 MNTTRAN-AGENCIA         PIC X(04).
           05 MNTTRAN-OPERADOR        PIC X(08).

       FD  MNTLOG.
       01 MNTLOG-LINHA                PIC X(132).
       FD  DIASTAT.
           COPY DIASTAT.

       FD  AGCLOG.
           COPY AGCLOG.

       FD  MANDATO.
           COPY MANDATO.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00', '10'.
       01 WS-FS-DIASTAT             PIC X(02).
           88 OK-DIASTAT             VALUE '00'.
           88 DIASTAT-INEXISTENTE    VALUE '35'.
       01 WS-FS-AGCLOG              PIC X(02).
           88 OK-AGCLOG              VALUE '00'.
           88 AGCLOG-INEXISTENTE     VALUE '35'.
       01 WS-FS-MANDATO             PIC X(02).
           88 OK-MANDATO             VALUE '00'.
           88 MANDATO-INEXISTENTE    VALUE '35'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-OVERRIDE-PEDIDO        PIC X VALUE 'N'.
           88 OVERRIDE-AUTORIZADO    VALUE 'S'.
       01 WS-TOTAL-ADICOES          PIC 9(08) VALUE ZEROS.
       01 WS-TOTAL-ALTERACOES       PIC 9(08) VALUE ZEROS.
       01 WS-TOTAL-ELIMINACOES      PIC 9(08) VALUE ZEROS.
       01 WS-TOTAL-MDT-REASSINAR    PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-MDT-CANCELADOS   PIC 9(09) VALUE ZEROS.
       01 WS-MDT-MOTIVO             PIC X(40) VALUE SPACES.

       01 WS-MNTLOG-CABECALHO       PIC X(132) VALUE SPACES.
       01 WS-LOG-ESTADO             PIC X(10) VALUE SPACES.
           05 LOG-ESTADO              PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-MOTIVO              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-AGENCIA             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-OPERADOR            PIC X(08).
           05 FILLER                 PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
               STOP RUN
           END-IF.

      *    O AGCLOG E ACUMULATIVO COMO O CLIHIST
           OPEN EXTEND AGCLOG
           IF AGCLOG-INEXISTENTE
               OPEN OUTPUT AGCLOG
           END-IF.
           IF NOT OK-AGCLOG
               DISPLAY 'ERRO NO FICHERO AGCLOG' WS-FS-AGCLOG
               STOP RUN
           END-IF.

      *    O MANDATO E CRIADO VAZIO SE AINDA NAO EXISTE - SEM
      *    MANDATOS REGISTADOS NAO HA NADA A MARCAR
           OPEN I-O MANDATO
           IF MANDATO-INEXISTENTE
               OPEN OUTPUT MANDATO
               CLOSE MANDATO
               OPEN I-O MANDATO
           END-IF.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO NO FICHERO MANDATO' WS-FS-MANDATO
               STOP RUN
           END-IF.

           ACCEPT WS-HORA-PROCESSAMENTO FROM TIME.

           MOVE SPACES TO WS-MNTLOG-CABECALHO.
           MOVE 'AC' TO WS-MNTLOG-CABECALHO(10:2).
           MOVE 'ESTADO' TO WS-MNTLOG-CABECALHO(13:6).
           MOVE 'MOTIVO' TO WS-MNTLOG-CABECALHO(25:6).
           MOVE 'AGEN' TO WS-MNTLOG-CABECALHO(67:4).
           MOVE 'OPERADOR' TO WS-MNTLOG-CABECALHO(73:8).
           WRITE MNTLOG-LINHA FROM WS-MNTLOG-CABECALHO.

           PERFORM R100-LER-CLIWORK THRU R100-LER-CLIWORK-FIM.
               STOP RUN
           END-IF.

           CLOSE AGCLOG.
           IF NOT OK-AGCLOG
               DISPLAY 'ERRO AO FECHAR O FICHERO AGCLOG' WS-FS-AGCLOG
               STOP RUN
           END-IF.

           CLOSE MANDATO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO FECHAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.

           PERFORM R910-GRAVAR-ESTATISTICA
               THRU R910-GRAVAR-ESTATISTICA-FIM.

               WS-TOTAL-REJEITADOS.
           DISPLAY 'FBMNT01 - CLIENTES GRAVADOS......: '
               WS-TOTAL-GRAVADOS.
           DISPLAY 'FBMNT01 - MANDATOS A REASSINAR...: '
               WS-TOTAL-MDT-REASSINAR.
           DISPLAY 'FBMNT01 - MANDATOS CANCELADOS....: '
               WS-TOTAL-MDT-CANCELADOS.

           STOP RUN.

                       THRU R360-GRAVAR-HISTORICO-FIM
               WHEN MNTTRAN-ALTERACAO AND CLIENTE-EXISTE
                   MOVE WS-CLI-REGISTO TO WS-HIST-ANTES
                   IF MNTTRAN-IBAN NOT = WS-CLI-IBAN
                       PERFORM R380-MANDATO-A-REASSINAR
                           THRU R380-MANDATO-A-REASSINAR-FIM
                   END-IF
                   MOVE MNTTRAN-NOME TO WS-CLI-NOME
                   MOVE MNTTRAN-IDADE TO WS-CLI-IDADE
                   MOVE MNTTRAN-DTNASC TO WS-CLI-DTNASC
                   ADD 1 TO WS-TOTAL-ELIMINACOES
                   MOVE 'APLICADO' TO WS-LOG-ESTADO
                   MOVE 'CLIENTE ELIMINADO DE CLIWORK' TO WS-LOG-MOTIVO
                   MOVE 'CLIENTE ELIMINADO' TO WS-MDT-MOTIVO
                   PERFORM R385-MANDATO-CANCELAR
                       THRU R385-MANDATO-CANCELAR-FIM
                   PERFORM R360-GRAVAR-HISTORICO
                       THRU R360-GRAVAR-HISTORICO-FIM
               WHEN MNTTRAN-MARCACAO AND CLIENTE-EXISTE
                   ADD 1 TO WS-TOTAL-ALTERACOES
                   MOVE 'APLICADO' TO WS-LOG-ESTADO
                   MOVE 'ESTADO DO CLIENTE MARCADO' TO WS-LOG-MOTIVO
                   IF MNTTRAN-ESTADO = 'F'
                       MOVE 'CLIENTE MARCADO FALECIDO' TO WS-MDT-MOTIVO
                       PERFORM R385-MANDATO-CANCELAR
                           THRU R385-MANDATO-CANCELAR-FIM
                   END-IF
                   PERFORM R360-GRAVAR-HISTORICO
                       THRU R360-GRAVAR-HISTORICO-FIM
               WHEN MNTTRAN-REACTIVACAO AND CLIENTE-EXISTE
           MOVE MNTTRAN-ACCAO TO LOG-ACCAO.
           MOVE WS-LOG-ESTADO TO LOG-ESTADO.
           MOVE WS-LOG-MOTIVO TO LOG-MOTIVO.
           MOVE MNTTRAN-AGENCIA TO LOG-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO LOG-OPERADOR.
           WRITE MNTLOG-LINHA FROM WS-LINHA-LOG.
           IF WS-LOG-ESTADO = 'REJEITADO'
               PERFORM R345-REGISTAR-ORIGEM
                   THRU R345-REGISTAR-ORIGEM-FIM
           END-IF.
       R340-REGISTAR-LOG-FIM.
           EXIT.

      *****************************************************
      * R345 - ACRESCENTA AO AGCLOG O MOVIMENTO REJEITADO   *
      * NA ACTUALIZACAO, COM A AGENCIA E O OPERADOR DE      *
      * ORIGEM E O MOTIVO - O FBQUA01 CONTA-O A PARTE DAS   *
      * REJEICOES DA CRITICA DO FBVAL01                     *
      *****************************************************
       R345-REGISTAR-ORIGEM.
           MOVE WS-DATA-PROCESSAMENTO TO AGCLOG-DATA.
           MOVE MNTTRAN-AGENCIA TO AGCLOG-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO AGCLOG-OPERADOR.
           MOVE 'FBMNT01 ' TO AGCLOG-PASSO.
           MOVE MNTTRAN-NUMCLI TO AGCLOG-NUMCLI.
           MOVE MNTTRAN-ACCAO TO AGCLOG-ACCAO.
           SET AGCLOG-REJEITADO TO TRUE.
           MOVE WS-LOG-MOTIVO TO AGCLOG-MOTIVO.
           WRITE AGCLOG-REGISTO.
           IF NOT OK-AGCLOG
               DISPLAY 'ERRO AO GRAVAR O FICHERO AGCLOG' WS-FS-AGCLOG
               STOP RUN
           END-IF.
       R345-REGISTAR-ORIGEM-FIM.
           EXIT.

       R350-GRAVAR-TRAILER-NOVO.
           MOVE WS-TOTAL-GRAVADOS TO TRAILER-NOVO-CONTAGEM.
           WRITE TRAILER-NOVO-REGISTO.
           MOVE MNTTRAN-ACCAO TO CLIHIST-ACCAO.
           MOVE WS-HIST-ANTES TO CLIHIST-ANTES.
           MOVE WS-HIST-DEPOIS TO CLIHIST-DEPOIS.
           MOVE MNTTRAN-AGENCIA TO CLIHIST-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO CLIHIST-OPERADOR.
           WRITE CLIHIST-REGISTO.
       R360-GRAVAR-HISTORICO-FIM.
           EXIT.

      *****************************************************
      * R380 - UM 'C' QUE MUDA O IBAN DEIXA O MANDATO DO    *
      * CLIENTE ASSINADO PARA A CONTA ANTIGA: UM MANDATO    *
      * ACTIVO OU SUSPENSO PASSA A REASSINAR ('P') ATE A    *
      * AGENCIA REGISTAR A NOVA ASSINATURA NO FBMDT01.      *
      * CLIENTE SEM MANDATO OU COM MANDATO JA TERMINADO NAO *
      * TEM NADA A MARCAR                                   *
      *****************************************************
       R380-MANDATO-A-REASSINAR.
           MOVE WS-CLI-NUMCLI TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   GO TO R380-MANDATO-A-REASSINAR-FIM
           END-READ.
           IF NOT MANDATO-EM-VIGOR OR MANDATO-REASSINAR
               GO TO R380-MANDATO-A-REASSINAR-FIM
           END-IF.
           MOVE 'P' TO MANDATO-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO MANDATO-ESTADO-DATA.
           MOVE 'IBAN ALTERADO NO MESTRE - REASSINAR'
               TO MANDATO-MOTIVO.
           MOVE MNTTRAN-AGENCIA TO MANDATO-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO MANDATO-OPERADOR.
           REWRITE MANDATO-REGISTO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-MDT-REASSINAR.
       R380-MANDATO-A-REASSINAR-FIM.
           EXIT.

      *****************************************************
      * R385 - A ELIMINACAO DO CLIENTE OU A MARCACAO 'F'    *
      * CANCELAM O MANDATO EM VIGOR ('C'), COM O MOTIVO     *
      * PREPARADO EM WS-MDT-MOTIVO PELO PONTO DE APLICACAO  *
      *****************************************************
       R385-MANDATO-CANCELAR.
           MOVE WS-CLI-NUMCLI TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   GO TO R385-MANDATO-CANCELAR-FIM
           END-READ.
           IF NOT MANDATO-EM-VIGOR
               GO TO R385-MANDATO-CANCELAR-FIM
           END-IF.
           MOVE 'C' TO MANDATO-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO MANDATO-ESTADO-DATA.
           MOVE WS-MDT-MOTIVO TO MANDATO-MOTIVO.
           MOVE MNTTRAN-AGENCIA TO MANDATO-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO MANDATO-OPERADOR.
           REWRITE MANDATO-REGISTO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-MDT-CANCELADOS.
       R385-MANDATO-CANCELAR-FIM.
           EXIT.
