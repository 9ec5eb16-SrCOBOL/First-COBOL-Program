       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDLA01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-18  PROGRAMA CRIADO - CONFIRMACAO DOS     *
      *               DELTAS GERADOS PELO FBDLT01. LE O     *
      *               FICHEIRO DE CONFIRMACOES DLTACK       *
      *               DEVOLVIDO PELO SISTEMA RECEPTOR E     *
      *               MARCA CADA SEQUENCIA NO LIVRO DLTREG  *
      *               COMO ACEITE OU REJEITADA (UMA         *
      *               CONTAGEM DE REGISTOS QUE NAO CONFERE  *
      *               COM A DO TRAILER VALE REJEICAO); AS   *
      *               SEQUENCIAS SEM RESPOSTA HA MAIS DIAS  *
      *               UTEIS DO QUE O PRAZO (DLTPARM, 2 DIAS *
      *               UTEIS POR OMISSAO) PASSAM A VENCIDAS. *
      *               O RELATORIO DLTREL LISTA AS           *
      *               CONFIRMACOES TRATADAS, AS FALHAS NA   *
      *               SEQUENCIA DO LIVRO, AS SEQUENCIAS     *
      *               NUNCA CONFIRMADAS (COM DESTAQUE PARA  *
      *               AS QUE FICARAM PARA TRAS DE UMA       *
      *               SEQUENCIA POSTERIOR JA ACEITE - O     *
      *               SINAL DE UM FICHEIRO PERDIDO) E AS    *
      *               REJEITADAS A ESPERA DE REENVIO PELO   *
      *               FBDLR01                               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLTACK ASSIGN TO '/home/kikos/DLTACK'
               FILE STATUS IS WS-FS-DLTACK.

           SELECT DLTREG ASSIGN TO '/home/kikos/DLTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLTREG-SEQ
               FILE STATUS IS WS-FS-DLTREG.

           SELECT DLTPARM ASSIGN TO '/home/kikos/DLTPARM'
               FILE STATUS IS WS-FS-DLTPARM.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT DLTREL ASSIGN TO '/home/kikos/DLTREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DLTREL.

       DATA DIVISION.
       FILE SECTION.
       FD  DLTACK.
           COPY DLTACK.

       FD  DLTREG.
           COPY DLTREG.

       FD  DLTPARM.
       01 DLTPARM-REGISTO.
           05 DLTPARM-DIAS            PIC 9(03).

       FD  PARMRUN.
           COPY PARMRUN.

       FD  DLTREL.
       01 DLTREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-DLTACK              PIC X(02).
           88 OK-DLTACK              VALUE '00', '10'.
           88 DLTACK-INEXISTENTE     VALUE '35'.
       01 WS-FS-DLTREG              PIC X(02).
           88 OK-DLTREG              VALUE '00', '10'.
           88 DLTREG-REG-INEXISTENTE VALUE '23'.
       01 WS-FS-DLTPARM             PIC X(02).
           88 OK-DLTPARM             VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-DLTREL              PIC X(02).
           88 OK-DLTREL              VALUE '00'.

       01 WS-FIM-DLTACK             PIC X VALUE SPACES.
           88 FIM-DLTACK             VALUE 'S'.
       01 WS-FIM-DLTREG             PIC X VALUE SPACES.
           88 FIM-DLTREG             VALUE 'S'.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-PRAZO-ORIGEM           PIC X(07) VALUE 'OMISSAO'.
       01 WS-PRAZO-DIAS             PIC 9(03) VALUE 2.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-DATA-CORRENTE.
           05 WS-DC-ANO             PIC 9(04).
           05 WS-DC-MES             PIC 9(02).
           05 WS-DC-DIA             PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE
                                    PIC 9(08).
       01 WS-DATA-NEGOCIO-NUM       PIC 9(08) VALUE ZEROS.

       01 WS-IDADE-UTIL             PIC 9(05) VALUE ZEROS.
       01 WS-DIAS-NO-MES            PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO           PIC X VALUE 'N'.
           88 ANO-BISSEXTO           VALUE 'S'.
       01 WS-RESTO-4                PIC 9(04) VALUE ZEROS.
       01 WS-RESTO-100              PIC 9(04) VALUE ZEROS.
       01 WS-RESTO-400              PIC 9(04) VALUE ZEROS.
       01 WS-QUOCIENTE              PIC 9(06) VALUE ZEROS.

      *    VARIAVEIS DO CALCULO DO DIA DA SEMANA (ZELLER):
      *    H = 0 SABADO, 1 DOMINGO, 2 SEGUNDA, ...
       01 WS-Z-ANO                  PIC 9(04) VALUE ZEROS.
       01 WS-Z-MES                  PIC 9(02) VALUE ZEROS.
       01 WS-Z-SECULO               PIC 9(02) VALUE ZEROS.
       01 WS-Z-ANO-SECULO           PIC 9(02) VALUE ZEROS.
       01 WS-Z-SOMA                 PIC 9(06) VALUE ZEROS.
       01 WS-Z-TERMO-MES            PIC 9(04) VALUE ZEROS.
       01 WS-Z-TERMO-ANO            PIC 9(02) VALUE ZEROS.
       01 WS-Z-TERMO-SECULO         PIC 9(02) VALUE ZEROS.
       01 WS-Z-RESTO                PIC 9(01) VALUE ZEROS.
       01 WS-Z-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
           88 DIA-FIM-DE-SEMANA      VALUE 0, 1.

      *    VARRIMENTO DO LIVRO
       01 WS-SEQ-ESPERADA           PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-MAIOR-ACEITE       PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-FALTA-DE           PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-FALTA-ATE          PIC 9(08) VALUE ZEROS.
       01 WS-RESULTADO-ACK          PIC X(40) VALUE SPACES.

       01 WS-TOTAL-ACK-LIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ACK-ACEITES      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ACK-REJEITADOS   PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ACK-IGNORADOS    PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SEQUENCIAS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-FALHAS-LIVRO     PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ACEITES          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REJEITADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-A-AGUARDAR       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-VENCIDOS         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LACUNAS          PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-ACK.
           05 ACK-SEQ                PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACK-DATA-PROC          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACK-RESULTADO          PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACK-REGISTOS           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACK-TRATAMENTO         PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACK-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(16) VALUE SPACES.

       01 WS-LINHA-SEQ.
           05 SEQ-SEQ                PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-DATA-PROC          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-DATA-ENVIO         PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-REGISTOS           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-REENVIOS           PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-IDADE-UTIL         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-SITUACAO           PIC X(36).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEQ-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN OUTPUT DLTREL.
           IF NOT OK-DLTREL
               DISPLAY 'ERRO NO FICHERO DLTREL' WS-FS-DLTREL
               STOP RUN
           END-IF.

           OPEN I-O DLTREG.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO NO FICHERO DLTREG' WS-FS-DLTREG
               DISPLAY '(O FBDLT01 AINDA NAO GEROU NENHUM DELTA)'
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CONFIRMACAO DOS DELTAS ENVIADOS - FBDLA01'
               TO WS-LINHA-REL(1:41).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'DATA: ' TO WS-LINHA-REL(1:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(7:2).
           MOVE '/' TO WS-LINHA-REL(9:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(10:2).
           MOVE '/' TO WS-LINHA-REL(12:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(13:4).
           MOVE '  PRAZO DE CONFIRMACAO (DIAS UTEIS): '
               TO WS-LINHA-REL(17:37).
           MOVE WS-PRAZO-DIAS TO WS-LINHA-REL(54:3).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CONFIRMACOES RECEBIDAS' TO WS-LINHA-REL(1:22).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'SEQUENCIA' TO WS-LINHA-REL(1:9).
           MOVE 'DATA NEG' TO WS-LINHA-REL(11:8).
           MOVE 'R' TO WS-LINHA-REL(21:1).
           MOVE ' REGISTOS' TO WS-LINHA-REL(24:9).
           MOVE 'TRATAMENTO' TO WS-LINHA-REL(35:10).
           MOVE 'MOTIVO DO RECEPTOR' TO WS-LINHA-REL(77:18).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.

           PERFORM R100-TRATAR-CONFIRMACOES
               THRU R100-TRATAR-CONFIRMACOES-FIM.

           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'SEQUENCIAS POR CONFIRMAR, REJEITADAS OU EM FALTA'
               TO WS-LINHA-REL(1:48).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'SEQUENCIA' TO WS-LINHA-REL(1:9).
           MOVE 'DATA NEG' TO WS-LINHA-REL(11:8).
           MOVE 'ENVIO' TO WS-LINHA-REL(21:5).
           MOVE ' REGISTOS' TO WS-LINHA-REL(31:9).
           MOVE 'REE' TO WS-LINHA-REL(42:3).
           MOVE 'DIAS' TO WS-LINHA-REL(48:4).
           MOVE 'SITUACAO' TO WS-LINHA-REL(54:8).
           MOVE 'MOTIVO' TO WS-LINHA-REL(92:6).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.

           PERFORM R300-APURAR-MAIOR-ACEITE
               THRU R300-APURAR-MAIOR-ACEITE-FIM.
           PERFORM R400-VARRER-LIVRO THRU R400-VARRER-LIVRO-FIM.

           CLOSE DLTREG.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO AO FECHAR O FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.

           PERFORM R500-IMPRIMIR-TOTAIS
               THRU R500-IMPRIMIR-TOTAIS-FIM.

           CLOSE DLTREL.
           IF NOT OK-DLTREL
               DISPLAY 'ERRO AO FECHAR O FICHERO DLTREL' WS-FS-DLTREL
               STOP RUN
           END-IF.

           DISPLAY '====== TOTAIS DE FIM DE TRABALHO - FBDLA01 ======'.
           DISPLAY 'CONFIRMACOES LIDAS         : ' WS-TOTAL-ACK-LIDOS.
           DISPLAY 'CONFIRMACOES IGNORADAS     : '
               WS-TOTAL-ACK-IGNORADOS.
           DISPLAY 'SEQUENCIAS NO LIVRO        : ' WS-TOTAL-SEQUENCIAS.
           DISPLAY 'ACEITES                    : ' WS-TOTAL-ACEITES.
           DISPLAY 'REJEITADAS                 : ' WS-TOTAL-REJEITADOS.
           DISPLAY 'A AGUARDAR (NO PRAZO)      : ' WS-TOTAL-A-AGUARDAR.
           DISPLAY 'VENCIDAS                   : ' WS-TOTAL-VENCIDOS.
           DISPLAY 'FALHAS NA SEQUENCIA        : '
               WS-TOTAL-FALHAS-LIVRO.
           DISPLAY '=================================================='.

           IF WS-TOTAL-VENCIDOS > ZERO
               OR WS-TOTAL-REJEITADOS > ZERO
               OR WS-TOTAL-FALHAS-LIVRO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO    *
      * VEM DO PARMRUN, COM A DATA DO SISTEMA COMO RECURSO; *
      * O PRAZO DE CONFIRMACAO EM DIAS UTEIS VEM DO DLTPARM,*
      * COM 2 POR OMISSAO QUANDO O FICHEIRO FALTA OU O      *
      * CAMPO NAO E NUMERICO OU VEM A ZEROS                 *
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
               END-READ
               CLOSE PARMRUN
           END-IF.
           MOVE WS-DATA-SISTEMA TO WS-DATA-NEGOCIO-NUM.
           OPEN INPUT DLTPARM.
           IF OK-DLTPARM
               READ DLTPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DLTPARM-DIAS IS NUMERIC
                           AND DLTPARM-DIAS > ZERO
                           MOVE DLTPARM-DIAS TO WS-PRAZO-DIAS
                           MOVE 'DLTPARM' TO WS-PRAZO-ORIGEM
                       END-IF
               END-READ
               CLOSE DLTPARM
           END-IF.
           DISPLAY '====== PARAMETROS EM VIGOR - FBDLA01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'PRAZO EM DIAS UTEIS   : ' WS-PRAZO-DIAS
               ' (' WS-PRAZO-ORIGEM ')'.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R100 - CONFIRMACOES DO RECEPTOR. SEM DLTACK NAO     *
      * CHEGOU NENHUMA RESPOSTA - O VARRIMENTO DO LIVRO     *
      * CORRE NA MESMA E APANHA AS QUE VENCERAM             *
      *****************************************************
       R100-TRATAR-CONFIRMACOES.
           OPEN INPUT DLTACK.
           IF DLTACK-INEXISTENTE
               MOVE SPACES TO WS-LINHA-REL
               MOVE '(SEM FICHEIRO DE CONFIRMACOES DLTACK)'
                   TO WS-LINHA-REL(1:38)
               WRITE DLTREL-LINHA FROM WS-LINHA-REL
               GO TO R100-TRATAR-CONFIRMACOES-FIM
           END-IF.
           IF NOT OK-DLTACK
               DISPLAY 'ERRO NO FICHERO DLTACK' WS-FS-DLTACK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-DLTACK.
           PERFORM R110-LER-DLTACK THRU R110-LER-DLTACK-FIM
               UNTIL FIM-DLTACK.
           CLOSE DLTACK.
           IF NOT OK-DLTACK
               DISPLAY 'ERRO AO FECHAR O FICHERO DLTACK' WS-FS-DLTACK
               STOP RUN
           END-IF.
       R100-TRATAR-CONFIRMACOES-FIM.
           EXIT.

       R110-LER-DLTACK.
           READ DLTACK
               AT END
                   MOVE 'S' TO WS-FIM-DLTACK
               NOT AT END
                   ADD 1 TO WS-TOTAL-ACK-LIDOS
                   PERFORM R200-APLICAR-CONFIRMACAO
                       THRU R200-APLICAR-CONFIRMACAO-FIM
                   MOVE DLTACK-SEQ TO ACK-SEQ
                   MOVE DLTACK-DATA-PROC TO ACK-DATA-PROC
                   MOVE DLTACK-RESULTADO TO ACK-RESULTADO
                   MOVE DLTACK-REGISTOS TO ACK-REGISTOS
                   MOVE WS-RESULTADO-ACK TO ACK-TRATAMENTO
                   MOVE DLTACK-MOTIVO TO ACK-MOTIVO
                   WRITE DLTREL-LINHA FROM WS-LINHA-ACK
           END-READ.
       R110-LER-DLTACK-FIM.
           EXIT.

      *****************************************************
      * R200 - APLICA UMA CONFIRMACAO AO LIVRO. UMA         *
      * SEQUENCIA DESCONHECIDA, UMA DATA DE NEGOCIO QUE NAO *
      * CONFERE, UM RESULTADO INVALIDO OU UMA SEQUENCIA JA  *
      * ACEITE SAO IGNORADOS (SO SAEM NO RELATORIO). UMA    *
      * ACEITACAO COM CONTAGEM DIFERENTE DA DO TRAILER E    *
      * REGISTADA COMO REJEICAO - O RECEPTOR NAO CARREGOU   *
      * O QUE FOI ENVIADO                                   *
      *****************************************************
       R200-APLICAR-CONFIRMACAO.
           MOVE DLTACK-SEQ TO DLTREG-SEQ.
           READ DLTREG
               INVALID KEY
                   MOVE 'IGNORADA - SEQUENCIA DESCONHECIDA'
                       TO WS-RESULTADO-ACK
                   ADD 1 TO WS-TOTAL-ACK-IGNORADOS
                   GO TO R200-APLICAR-CONFIRMACAO-FIM
           END-READ.
           IF DLTACK-DATA-PROC NOT = DLTREG-DATA-PROC
               MOVE 'IGNORADA - DATA DE NEGOCIO NAO CONFERE'
                   TO WS-RESULTADO-ACK
               ADD 1 TO WS-TOTAL-ACK-IGNORADOS
               GO TO R200-APLICAR-CONFIRMACAO-FIM
           END-IF.
           IF DLTREG-ACEITE
               MOVE 'IGNORADA - SEQUENCIA JA ACEITE'
                   TO WS-RESULTADO-ACK
               ADD 1 TO WS-TOTAL-ACK-IGNORADOS
               GO TO R200-APLICAR-CONFIRMACAO-FIM
           END-IF.
           IF NOT DLTACK-ACEITE AND NOT DLTACK-REJEITADO
               MOVE 'IGNORADA - RESULTADO INVALIDO'
                   TO WS-RESULTADO-ACK
               ADD 1 TO WS-TOTAL-ACK-IGNORADOS
               GO TO R200-APLICAR-CONFIRMACAO-FIM
           END-IF.

           MOVE WS-DATA-NEGOCIO-NUM TO DLTREG-DATA-ACK.
           IF DLTACK-ACEITE
               IF DLTACK-REGISTOS = DLTREG-REGISTOS
                   MOVE 'A' TO DLTREG-ESTADO
                   MOVE SPACES TO DLTREG-MOTIVO
                   MOVE 'ACEITE' TO WS-RESULTADO-ACK
                   ADD 1 TO WS-TOTAL-ACK-ACEITES
               ELSE
                   MOVE 'R' TO DLTREG-ESTADO
                   MOVE 'CONTAGEM DO RECEPTOR NAO CONFERE'
                       TO DLTREG-MOTIVO
                   MOVE 'REJEITADA - CONTAGEM NAO CONFERE'
                       TO WS-RESULTADO-ACK
                   ADD 1 TO WS-TOTAL-ACK-REJEITADOS
               END-IF
           ELSE
               MOVE 'R' TO DLTREG-ESTADO
               MOVE DLTACK-MOTIVO TO DLTREG-MOTIVO
               MOVE 'REJEITADA PELO RECEPTOR' TO WS-RESULTADO-ACK
               ADD 1 TO WS-TOTAL-ACK-REJEITADOS
           END-IF.
           REWRITE DLTREG-REGISTO.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO AO GRAVAR O FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.
       R200-APLICAR-CONFIRMACAO-FIM.
           EXIT.

      *****************************************************
      * R300 - PRIMEIRA PASSAGEM PELO LIVRO: A MAIOR        *
      * SEQUENCIA JA ACEITE. UMA SEQUENCIA ANTERIOR AINDA   *
      * POR CONFIRMAR FICOU PARA TRAS NO RECEPTOR           *
      *****************************************************
       R300-APURAR-MAIOR-ACEITE.
           MOVE ZEROS TO WS-SEQ-MAIOR-ACEITE.
           MOVE ZEROS TO DLTREG-SEQ.
           MOVE SPACES TO WS-FIM-DLTREG.
           START DLTREG KEY IS NOT LESS THAN DLTREG-SEQ
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DLTREG
           END-START.
           PERFORM R310-LER-ACEITE THRU R310-LER-ACEITE-FIM
               UNTIL FIM-DLTREG.
       R300-APURAR-MAIOR-ACEITE-FIM.
           EXIT.

       R310-LER-ACEITE.
           READ DLTREG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DLTREG
               NOT AT END
                   IF DLTREG-ACEITE
                       MOVE DLTREG-SEQ TO WS-SEQ-MAIOR-ACEITE
                   END-IF
           END-READ.
       R310-LER-ACEITE-FIM.
           EXIT.

      *****************************************************
      * R400 - SEGUNDA PASSAGEM: CONFERE QUE AS SEQUENCIAS  *
      * DO LIVRO SE SEGUEM SEM FALHAS E LISTA CADA UMA QUE  *
      * NAO ESTEJA ACEITE. UMA POR CONFIRMAR HA MAIS DIAS   *
      * UTEIS DO QUE O PRAZO PASSA A VENCIDA                *
      *****************************************************
       R400-VARRER-LIVRO.
           MOVE 1 TO WS-SEQ-ESPERADA.
           MOVE ZEROS TO DLTREG-SEQ.
           MOVE SPACES TO WS-FIM-DLTREG.
           START DLTREG KEY IS NOT LESS THAN DLTREG-SEQ
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DLTREG
           END-START.
           PERFORM R410-LER-SEQUENCIA THRU R410-LER-SEQUENCIA-FIM
               UNTIL FIM-DLTREG.
       R400-VARRER-LIVRO-FIM.
           EXIT.

       R410-LER-SEQUENCIA.
           READ DLTREG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DLTREG
               NOT AT END
                   ADD 1 TO WS-TOTAL-SEQUENCIAS
                   IF DLTREG-SEQ > WS-SEQ-ESPERADA
                       PERFORM R420-LISTAR-FALHA
                           THRU R420-LISTAR-FALHA-FIM
                   END-IF
                   COMPUTE WS-SEQ-ESPERADA = DLTREG-SEQ + 1
                   PERFORM R430-SITUAR-SEQUENCIA
                       THRU R430-SITUAR-SEQUENCIA-FIM
           END-READ.
       R410-LER-SEQUENCIA-FIM.
           EXIT.

       R420-LISTAR-FALHA.
           ADD 1 TO WS-TOTAL-FALHAS-LIVRO.
           MOVE WS-SEQ-ESPERADA TO WS-SEQ-FALTA-DE.
           COMPUTE WS-SEQ-FALTA-ATE = DLTREG-SEQ - 1.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '*** FALHA NO LIVRO: SEQUENCIAS ' TO WS-LINHA-REL(1:31).
           MOVE WS-SEQ-FALTA-DE TO WS-LINHA-REL(32:8).
           MOVE ' A ' TO WS-LINHA-REL(40:3).
           MOVE WS-SEQ-FALTA-ATE TO WS-LINHA-REL(43:8).
           MOVE ' NUNCA REGISTADAS' TO WS-LINHA-REL(51:17).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
       R420-LISTAR-FALHA-FIM.
           EXIT.

       R430-SITUAR-SEQUENCIA.
           IF DLTREG-ACEITE
               ADD 1 TO WS-TOTAL-ACEITES
               GO TO R430-SITUAR-SEQUENCIA-FIM
           END-IF.

           MOVE ZEROS TO WS-IDADE-UTIL.
           MOVE SPACES TO SEQ-SITUACAO.
           MOVE SPACES TO SEQ-MOTIVO.
           IF DLTREG-REJEITADO
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE 'REJEITADA - REENVIAR (FBDLR01)' TO SEQ-SITUACAO
               MOVE DLTREG-MOTIVO TO SEQ-MOTIVO
           ELSE
               PERFORM R600-CALCULAR-IDADE-UTIL
                   THRU R600-CALCULAR-IDADE-UTIL-FIM
               IF WS-IDADE-UTIL > WS-PRAZO-DIAS
                   IF NOT DLTREG-VENCIDO
                       MOVE 'V' TO DLTREG-ESTADO
                       REWRITE DLTREG-REGISTO
                       IF NOT OK-DLTREG
                           DISPLAY 'ERRO AO GRAVAR O FICHERO DLTREG'
                               WS-FS-DLTREG
                           STOP RUN
                       END-IF
                   END-IF
                   ADD 1 TO WS-TOTAL-VENCIDOS
                   MOVE 'VENCIDA - SEM CONFIRMACAO NO PRAZO'
                       TO SEQ-SITUACAO
               ELSE
                   ADD 1 TO WS-TOTAL-A-AGUARDAR
                   MOVE 'A AGUARDAR CONFIRMACAO' TO SEQ-SITUACAO
               END-IF
               IF DLTREG-SEQ < WS-SEQ-MAIOR-ACEITE
                   ADD 1 TO WS-TOTAL-LACUNAS
                   MOVE 'POSTERIOR JA ACEITE - FICHEIRO PERDIDO'
                       TO SEQ-MOTIVO
               END-IF
           END-IF.

           MOVE DLTREG-SEQ TO SEQ-SEQ.
           MOVE DLTREG-DATA-PROC TO SEQ-DATA-PROC.
           MOVE DLTREG-DATA-ENVIO TO SEQ-DATA-ENVIO.
           MOVE DLTREG-REGISTOS TO SEQ-REGISTOS.
           MOVE DLTREG-REENVIOS TO SEQ-REENVIOS.
           MOVE WS-IDADE-UTIL TO SEQ-IDADE-UTIL.
           WRITE DLTREL-LINHA FROM WS-LINHA-SEQ.
       R430-SITUAR-SEQUENCIA-FIM.
           EXIT.

       R500-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CONFIRMACOES LIDAS.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACK-LIDOS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  ACEITES..............: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACK-ACEITES TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  REJEITADAS...........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACK-REJEITADOS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  IGNORADAS............: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACK-IGNORADOS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'SEQUENCIAS NO LIVRO....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-SEQUENCIAS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  ACEITES..............: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACEITES TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  REJEITADAS...........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REJEITADOS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  A AGUARDAR (NO PRAZO): ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-A-AGUARDAR TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  VENCIDAS.............: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-VENCIDOS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'PARA TRAS DE UMA ACEITE: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LACUNAS TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'FALHAS NO LIVRO........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-FALHAS-LIVRO TO WS-LINHA-REL(26:9).
           WRITE DLTREL-LINHA FROM WS-LINHA-REL.
       R500-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R600 - CONTA OS DIAS UTEIS (SEGUNDA A SEXTA) DO     *
      * ULTIMO ENVIO (EXCLUSIVE) ATE A DATA DE NEGOCIO      *
      * (INCLUSIVE), AVANCANDO UM DIA DE CADA VEZ, COMO O   *
      * FBAGE01. UMA DATA DE ENVIO MA OU NO FUTURO VALE     *
      * IDADE ZERO                                          *
      *****************************************************
       R600-CALCULAR-IDADE-UTIL.
           MOVE ZEROS TO WS-IDADE-UTIL.
           IF DLTREG-DATA-ENVIO IS NOT NUMERIC
               OR DLTREG-DATA-ENVIO = ZEROS
               OR DLTREG-DATA-ENVIO >= WS-DATA-NEGOCIO-NUM
               GO TO R600-CALCULAR-IDADE-UTIL-FIM
           END-IF.
           MOVE DLTREG-DATA-ENVIO TO WS-DATA-CORRENTE-NUM.
           PERFORM R610-AVANCAR-E-CONTAR
               THRU R610-AVANCAR-E-CONTAR-FIM
               UNTIL WS-DATA-CORRENTE-NUM >= WS-DATA-NEGOCIO-NUM.
       R600-CALCULAR-IDADE-UTIL-FIM.
           EXIT.

       R610-AVANCAR-E-CONTAR.
           PERFORM R700-SOMAR-UM-DIA THRU R700-SOMAR-UM-DIA-FIM.
           PERFORM R710-DIA-DA-SEMANA THRU R710-DIA-DA-SEMANA-FIM.
           IF NOT DIA-FIM-DE-SEMANA
               ADD 1 TO WS-IDADE-UTIL
           END-IF.
       R610-AVANCAR-E-CONTAR-FIM.
           EXIT.

      *****************************************************
      * R700 - AVANCA WS-DATA-CORRENTE UM DIA DE CALENDARIO *
      * COM OS DIAS DE CADA MES E O ANO BISSEXTO (DIVISIVEL *
      * POR 4 E NAO POR 100, OU DIVISIVEL POR 400)          *
      *****************************************************
       R700-SOMAR-UM-DIA.
           MOVE 'N' TO WS-ANO-BISSEXTO.
           DIVIDE WS-DC-ANO BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4.
           DIVIDE WS-DC-ANO BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100.
           DIVIDE WS-DC-ANO BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400.
           IF (WS-RESTO-4 = ZEROS AND WS-RESTO-100 NOT = ZEROS)
               OR WS-RESTO-400 = ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
           EVALUATE WS-DC-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 02
                   IF ANO-BISSEXTO
                       MOVE 29 TO WS-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-NO-MES
           END-EVALUATE.
           IF WS-DC-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-DC-DIA
           ELSE
               MOVE 01 TO WS-DC-DIA
               IF WS-DC-MES < 12
                   ADD 1 TO WS-DC-MES
               ELSE
                   MOVE 01 TO WS-DC-MES
                   ADD 1 TO WS-DC-ANO
               END-IF
           END-IF.
       R700-SOMAR-UM-DIA-FIM.
           EXIT.

      *****************************************************
      * R710 - DIA DA SEMANA DE WS-DATA-CORRENTE PELA       *
      * CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO).    *
      * JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO    *
      * ANO ANTERIOR                                        *
      *****************************************************
       R710-DIA-DA-SEMANA.
           MOVE WS-DC-ANO TO WS-Z-ANO.
           MOVE WS-DC-MES TO WS-Z-MES.
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANO
           END-IF.
           DIVIDE WS-Z-ANO BY 100
               GIVING WS-Z-SECULO REMAINDER WS-Z-ANO-SECULO.
      *    CADA DIVISAO E TRUNCADA POR SI, COMO A FORMULA
      *    EXIGE - NUM COMPUTE UNICO OS INTERMEDIOS
      *    GUARDARIAM AS CASAS DECIMAIS
           COMPUTE WS-Z-SOMA = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-SOMA BY 5
               GIVING WS-Z-TERMO-MES REMAINDER WS-Z-RESTO.
           DIVIDE WS-Z-ANO-SECULO BY 4
               GIVING WS-Z-TERMO-ANO REMAINDER WS-Z-RESTO.
           DIVIDE WS-Z-SECULO BY 4
               GIVING WS-Z-TERMO-SECULO REMAINDER WS-Z-RESTO.
           COMPUTE WS-Z-SOMA =
               WS-DC-DIA
               + WS-Z-TERMO-MES
               + WS-Z-ANO-SECULO
               + WS-Z-TERMO-ANO
               + WS-Z-TERMO-SECULO
               + (5 * WS-Z-SECULO).
           DIVIDE WS-Z-SOMA BY 7
               GIVING WS-QUOCIENTE REMAINDER WS-Z-DIA-SEMANA.
       R710-DIA-DA-SEMANA-FIM.
           EXIT.
