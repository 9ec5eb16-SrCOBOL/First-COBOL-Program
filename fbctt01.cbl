      *               E A CARGA E RECUSADA COM A INSTRUCAO  *
      *               AO OPERADOR, EM VEZ DE UM ABEND       *
      *               GENERICO                              *
      *   2026-10-01  CARGA DA TABELA DE CORRESPONDENCIA DE *
      *               CODIGOS ANTIGOS PARA NOVOS PUBLICADA  *
      *               PELOS CTT (CTTCOR, OPCIONAL, EM ORDEM *
      *               ASCENDENTE DE CODIGO ANTIGO), PRE-    *
      *               VALIDADA COM A ENTREGA - UMA TABELA   *
      *               MA RECUSA A CARGA INTEIRA. CADA       *
      *               CODIGO RETIRADO ENTRA NA TABELA DE    *
      *               RECODIFICACAO CTTRCD SEM SUCESSOR E   *
      *               CADA LINHA DA CORRESPONDENCIA CUJO    *
      *               CODIGO NOVO CONSTE DO MESTRE PASSA-O  *
      *               A RENUMERADO; UM CODIGO REEMITIDO SAI *
      *               DA TABELA. O FBRCD01 LE O CTTRCD E    *
      *               RECODIFICA OS CLIENTES                *
      *   2026-10-15  UM CODIGO RETIRADO QUE JA ESTA NO     *
      *               CTTRCD COMO RENUMERADO (POR UMA       *
      *               CORRESPONDENCIA DE UM MES ANTERIOR)   *
      *               MANTEM O CODIGO NOVO - SO A           *
      *               LOCALIDADE E A DATA DA CARGA SAO      *
      *               REFRESCADAS                           *
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT CTTNEW ASSIGN TO '/home/kikos/CTTNEW'
               FILE STATUS IS WS-FS-CTTNEW.

           SELECT CTTCOR ASSIGN TO '/home/kikos/CTTCOR'
               FILE STATUS IS WS-FS-CTTCOR.

           SELECT CTTRCD ASSIGN TO '/home/kikos/CTTRCD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTTRCD-CODIGO-ANTIGO
               FILE STATUS IS WS-FS-CTTRCD.

           SELECT CTTREL ASSIGN TO '/home/kikos/CTTREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTTREL.
           05 CTTNEW-CODIGO       PIC X(08).
           05 CTTNEW-LOCALIDADE   PIC X(30).

      *    CORRESPONDENCIA DOS CTT: CODIGO ANTIGO -> NOVO
       FD  CTTCOR.
       01 CTTCOR-REGISTO.
           05 CTTCOR-CODIGO-ANTIGO PIC X(08).
           05 CTTCOR-CODIGO-NOVO   PIC X(08).

       FD  CTTRCD.
           COPY CTTRCD.

       FD  CTTREL.
       01 CTTREL-LINHA            PIC X(132).

           88 CTTPOST-CONFLITO       VALUE '30', '39'.
       01 WS-FS-CTTNEW              PIC X(02).
           88 OK-CTTNEW              VALUE '00', '10'.
       01 WS-FS-CTTCOR              PIC X(02).
           88 OK-CTTCOR              VALUE '00', '10'.
           88 CTTCOR-INEXISTENTE     VALUE '35'.
       01 WS-FS-CTTRCD              PIC X(02).
           88 OK-CTTRCD              VALUE '00'.
           88 CTTRCD-INEXISTENTE     VALUE '35'.
       01 WS-FS-CTTREL              PIC X(02).
           88 OK-CTTREL              VALUE '00'.

           88 FIM-CTTNEW             VALUE 'S'.
       01 WS-FIM-CTTPOST            PIC X VALUE SPACES.
           88 FIM-CTTPOST            VALUE 'S'.
       01 WS-FIM-CTTCOR             PIC X VALUE SPACES.
           88 FIM-CTTCOR             VALUE 'S'.
       01 WS-CTTCOR-ENTREGUE        PIC X VALUE 'N'.
           88 CTTCOR-ENTREGUE        VALUE 'S'.
       01 WS-CORRESP-OK             PIC X VALUE 'S'.
           88 CORRESP-VALIDA         VALUE 'S'.
           88 CORRESP-INVALIDA       VALUE 'N'.

       01 WS-ENTREGA-OK             PIC X VALUE 'S'.
           88 ENTREGA-VALIDA         VALUE 'S'.
       01 WS-TOTAL-RETIRADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-RENOMEADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-INALTERADOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CORRESP          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-RENUMERADOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CORRESP-REJ      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REEMITIDOS       PIC 9(09) VALUE ZEROS.
       01 WS-CODIGO-NOVO            PIC 9(08) VALUE ZEROS.
       01 WS-LOCALIDADE-NOVA        PIC X(30) VALUE SPACES.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 DEL-LOCALIDADE-NOVA    PIC X(30).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01 WS-LINHA-RENUMERACAO.
           05 REN-TIPO               PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REN-CODIGO-ANTIGO      PIC 9(08).
           05 FILLER                 PIC X(04) VALUE ' -> '.
           05 REN-CODIGO-NOVO        PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REN-LOCALIDADE-NOVA    PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REN-OBSERVACAO         PIC X(40).
           05 FILLER                 PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.

           PERFORM R150-VALIDAR-CORRESPONDENCIA
               THRU R150-VALIDAR-CORRESPONDENCIA-FIM.
           IF CORRESP-INVALIDA
               MOVE 'CARGA RECUSADA - CORRESPONDENCIA CTTCOR INVALIDA'
                   TO WS-LINHA-REL
               PERFORM R900-RECUSAR-CARGA
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.

           PERFORM R200-ABRIR-FICHEIROS
               THRU R200-ABRIR-FICHEIROS-FIM.

               THRU R400-APLICAR-DIFERENCAS-FIM
               UNTIL FIM-CTTNEW AND FIM-CTTPOST.

           PERFORM R500-CARREGAR-CORRESPONDENCIA
               THRU R500-CARREGAR-CORRESPONDENCIA-FIM.

           CLOSE CTTNEW.
           IF NOT OK-CTTNEW
               DISPLAY 'ERRO AO FECHAR O FICHERO CTTNEW' WS-FS-CTTNEW
               STOP RUN
           END-IF.

           CLOSE CTTRCD.
           IF NOT OK-CTTRCD
               DISPLAY 'ERRO AO FECHAR O FICHERO CTTRCD' WS-FS-CTTRCD
               STOP RUN
           END-IF.

           PERFORM R600-ESCREVER-RESUMO
               THRU R600-ESCREVER-RESUMO-FIM.

               WS-TOTAL-RETIRADOS.
           DISPLAY 'FBCTT01 - LOCALIDADES RENOMEADAS: '
               WS-TOTAL-RENOMEADOS.
           DISPLAY 'FBCTT01 - CODIGOS RENUMERADOS...: '
               WS-TOTAL-RENUMERADOS.
           DISPLAY 'FBCTT01 - CORRESP. REJEITADAS...: '
               WS-TOTAL-CORRESP-REJ.

           STOP RUN.

       R110-VALIDAR-LINHA-FIM.
           EXIT.

      *****************************************************
      * R150 - PRE-VALIDACAO DA CORRESPONDENCIA DOS CTT,    *
      * COM AS MESMAS REGRAS DA ENTREGA: CODIGOS NUMERICOS, *
      * CODIGO ANTIGO EM ORDEM ASCENDENTE SEM DUPLICADOS E  *
      * DIFERENTE DO NOVO. O FICHEIRO E OPCIONAL - NUM MES  *
      * SEM RENUMERACOES OS CTT NAO O ENTREGAM              *
      *****************************************************
       R150-VALIDAR-CORRESPONDENCIA.
           OPEN INPUT CTTCOR.
           IF CTTCOR-INEXISTENTE
               GO TO R150-VALIDAR-CORRESPONDENCIA-FIM
           END-IF.
           IF NOT OK-CTTCOR
               MOVE 'CARGA RECUSADA - CTTCOR INACESSIVEL'
                   TO WS-LINHA-REL
               PERFORM R900-RECUSAR-CARGA
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.
           MOVE 'S' TO WS-CTTCOR-ENTREGUE.
           MOVE SPACES TO WS-FIM-CTTCOR.
           MOVE ZEROS TO WS-CODIGO-ANTERIOR.
           MOVE 'S' TO WS-PRIMEIRA-LINHA.
           PERFORM R160-VALIDAR-LINHA-COR
               THRU R160-VALIDAR-LINHA-COR-FIM
               UNTIL FIM-CTTCOR OR CORRESP-INVALIDA.
           CLOSE CTTCOR.
       R150-VALIDAR-CORRESPONDENCIA-FIM.
           EXIT.

       R160-VALIDAR-LINHA-COR.
           READ CTTCOR
               AT END
                   MOVE 'S' TO WS-FIM-CTTCOR
                   GO TO R160-VALIDAR-LINHA-COR-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-CORRESP.
           IF CTTCOR-CODIGO-ANTIGO IS NOT NUMERIC
               OR CTTCOR-CODIGO-NOVO IS NOT NUMERIC
               SET CORRESP-INVALIDA TO TRUE
               DISPLAY '*** CTTCOR: CODIGO NAO NUMERICO NA'
                   ' LINHA ' WS-TOTAL-CORRESP
               GO TO R160-VALIDAR-LINHA-COR-FIM
           END-IF.
           IF CTTCOR-CODIGO-ANTIGO = CTTCOR-CODIGO-NOVO
               SET CORRESP-INVALIDA TO TRUE
               DISPLAY '*** CTTCOR: CODIGO NOVO IGUAL AO ANTIGO NA'
                   ' LINHA ' WS-TOTAL-CORRESP
               GO TO R160-VALIDAR-LINHA-COR-FIM
           END-IF.
           IF NOT PRIMEIRA-LINHA
               AND CTTCOR-CODIGO-ANTIGO NOT > WS-CODIGO-ANTERIOR
               SET CORRESP-INVALIDA TO TRUE
               DISPLAY '*** CTTCOR: CODIGO FORA DE ORDEM'
                   ' OU DUPLICADO NA LINHA ' WS-TOTAL-CORRESP
               GO TO R160-VALIDAR-LINHA-COR-FIM
           END-IF.
           MOVE CTTCOR-CODIGO-ANTIGO TO WS-CODIGO-ANTERIOR.
           MOVE 'N' TO WS-PRIMEIRA-LINHA.
       R160-VALIDAR-LINHA-COR-FIM.
           EXIT.

      *****************************************************
      * R200 - REABRE A ENTREGA DO INICIO E ABRE O MESTRE   *
      * EM I-O; NA PRIMEIRA CARGA DE SEMPRE O MESTRE AINDA  *
               DISPLAY 'ERRO NO FICHERO CTTPOST' WS-FS-CTTPOST
               STOP RUN
           END-IF.
           OPEN I-O CTTRCD.
           IF CTTRCD-INEXISTENTE
               OPEN OUTPUT CTTRCD
               CLOSE CTTRCD
               OPEN I-O CTTRCD
           END-IF.
           IF NOT OK-CTTRCD
               DISPLAY 'ERRO NO FICHERO CTTRCD' WS-FS-CTTRCD
               STOP RUN
           END-IF.
       R200-ABRIR-FICHEIROS-FIM.
           EXIT.

                   MOVE WS-CHAVE-ENTREGA TO DEL-CODIGO
                   MOVE WS-LOCALIDADE-ENTREGA TO DEL-LOCALIDADE
                   WRITE CTTREL-LINHA FROM WS-LINHA-DELTA
      *            UM CODIGO QUE OS CTT VOLTAM A EMITIR DEIXA DE
      *            SER UM CODIGO A RECODIFICAR
                   MOVE WS-CHAVE-ENTREGA TO CTTRCD-CODIGO-ANTIGO
                   DELETE CTTRCD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-REEMITIDOS
                   END-DELETE
           END-WRITE.
       R410-ADICIONAR-CODIGO-FIM.
           EXIT.
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RETIRADOS
                   WRITE CTTREL-LINHA FROM WS-LINHA-DELTA
                   PERFORM R440-REGISTAR-RETIRADO
                       THRU R440-REGISTAR-RETIRADO-FIM
           END-DELETE.
       R420-RETIRAR-CODIGO-FIM.
           EXIT.
       R430-RENOMEAR-LOCALIDADE-FIM.
           EXIT.

      *    O CODIGO RETIRADO ENTRA NA TABELA DE RECODIFICACAO
      *    SEM SUCESSOR; A CORRESPONDENCIA (R500) PODE DEPOIS
      *    DAR-LHE O CODIGO NOVO. SE JA LA ESTA RENUMERADO (A
      *    CORRESPONDENCIA PODE TER CHEGADO COM O CODIGO AINDA
      *    ACTIVO) O CODIGO NOVO NAO SE PERDE
       R440-REGISTAR-RETIRADO.
           MOVE WS-CHAVE-MESTRE TO CTTRCD-CODIGO-ANTIGO.
           READ CTTRCD
               INVALID KEY
                   MOVE WS-CHAVE-MESTRE TO CTTRCD-CODIGO-ANTIGO
                   MOVE ZEROS TO CTTRCD-CODIGO-NOVO
                   MOVE 'S' TO CTTRCD-TIPO
                   MOVE DEL-LOCALIDADE TO CTTRCD-LOCALIDADE
                   MOVE WS-DATA-SISTEMA TO CTTRCD-DATA-CARGA
                   WRITE CTTRCD-REGISTO
               NOT INVALID KEY
                   IF NOT CTTRCD-RENUMERADO
                       MOVE ZEROS TO CTTRCD-CODIGO-NOVO
                       MOVE 'S' TO CTTRCD-TIPO
                   END-IF
                   MOVE DEL-LOCALIDADE TO CTTRCD-LOCALIDADE
                   MOVE WS-DATA-SISTEMA TO CTTRCD-DATA-CARGA
                   REWRITE CTTRCD-REGISTO
           END-READ.
           IF NOT OK-CTTRCD
               DISPLAY 'ERRO AO GRAVAR O FICHERO CTTRCD' WS-FS-CTTRCD
               STOP RUN
           END-IF.
       R440-REGISTAR-RETIRADO-FIM.
           EXIT.

      *****************************************************
      * R500 - CORRESPONDENCIA DOS CTT, JA COM O MESTRE     *
      * NOVO NO LUGAR: CADA CODIGO ANTIGO CUJO CODIGO NOVO  *
      * CONSTE DO CTTPOST FICA RENUMERADO NO CTTRCD (SEJA   *
      * UM RETIRADO DESTE MES, DE UM MES ANTERIOR OU UM     *
      * CODIGO AINDA ACTIVO). UM CODIGO NOVO QUE NAO CONSTE *
      * DO MESTRE NAO SERVE PARA RECODIFICAR - A LINHA SAI  *
      * REJEITADA NO CTTREL E O CODIGO ANTIGO FICA COMO     *
      * ESTAVA                                              *
      *****************************************************
       R500-CARREGAR-CORRESPONDENCIA.
           IF NOT CTTCOR-ENTREGUE
               MOVE SPACES TO WS-LINHA-REL
               MOVE 'SEM CORRESPONDENCIA CTTCOR NESTA CARGA'
                   TO WS-LINHA-REL(1:38)
               WRITE CTTREL-LINHA FROM WS-LINHA-REL
               GO TO R500-CARREGAR-CORRESPONDENCIA-FIM
           END-IF.
           OPEN INPUT CTTCOR.
           IF NOT OK-CTTCOR
               DISPLAY 'ERRO NO FICHERO CTTCOR' WS-FS-CTTCOR
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CTTCOR.
           PERFORM R510-APLICAR-CORRESPONDENCIA
               THRU R510-APLICAR-CORRESPONDENCIA-FIM
               UNTIL FIM-CTTCOR.
           CLOSE CTTCOR.
       R500-CARREGAR-CORRESPONDENCIA-FIM.
           EXIT.

       R510-APLICAR-CORRESPONDENCIA.
           READ CTTCOR
               AT END
                   MOVE 'S' TO WS-FIM-CTTCOR
                   GO TO R510-APLICAR-CORRESPONDENCIA-FIM
           END-READ.
           MOVE SPACES TO WS-LINHA-RENUMERACAO.
           MOVE CTTCOR-CODIGO-ANTIGO TO REN-CODIGO-ANTIGO.
           MOVE CTTCOR-CODIGO-NOVO TO REN-CODIGO-NOVO.
           MOVE CTTCOR-CODIGO-NOVO TO WS-CODIGO-NOVO.
           MOVE WS-CODIGO-NOVO TO CTTPOST-CODIGO.
           READ CTTPOST
               INVALID KEY
                   ADD 1 TO WS-TOTAL-CORRESP-REJ
                   MOVE 'REJEITADA ' TO REN-TIPO
                   MOVE 'CODIGO NOVO NAO CONSTA DO CTTPOST'
                       TO REN-OBSERVACAO
                   WRITE CTTREL-LINHA FROM WS-LINHA-RENUMERACAO
                   GO TO R510-APLICAR-CORRESPONDENCIA-FIM
           END-READ.
           MOVE CTTPOST-LOCALIDADE TO WS-LOCALIDADE-NOVA.
           MOVE CTTCOR-CODIGO-ANTIGO TO CTTRCD-CODIGO-ANTIGO.
           READ CTTRCD
               INVALID KEY
                   MOVE CTTCOR-CODIGO-ANTIGO TO CTTRCD-CODIGO-ANTIGO
                   MOVE WS-CODIGO-NOVO TO CTTRCD-CODIGO-NOVO
                   MOVE 'R' TO CTTRCD-TIPO
                   MOVE SPACES TO CTTRCD-LOCALIDADE
                   MOVE WS-DATA-SISTEMA TO CTTRCD-DATA-CARGA
                   WRITE CTTRCD-REGISTO
               NOT INVALID KEY
                   MOVE WS-CODIGO-NOVO TO CTTRCD-CODIGO-NOVO
                   MOVE 'R' TO CTTRCD-TIPO
                   MOVE WS-DATA-SISTEMA TO CTTRCD-DATA-CARGA
                   REWRITE CTTRCD-REGISTO
           END-READ.
           IF NOT OK-CTTRCD
               DISPLAY 'ERRO AO GRAVAR O FICHERO CTTRCD' WS-FS-CTTRCD
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-RENUMERADOS.
           MOVE 'RENUMERADO' TO REN-TIPO.
           MOVE WS-LOCALIDADE-NOVA TO REN-LOCALIDADE-NOVA.
           WRITE CTTREL-LINHA FROM WS-LINHA-RENUMERACAO.
       R510-APLICAR-CORRESPONDENCIA-FIM.
           EXIT.

       R600-ESCREVER-RESUMO.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE CTTREL-LINHA FROM WS-LINHA-REL.
           MOVE 'CODIGOS INALTERADOS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-INALTERADOS TO WS-LINHA-REL(26:9).
           WRITE CTTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'LINHAS DE CORRESPOND...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CORRESP TO WS-LINHA-REL(26:9).
           WRITE CTTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CODIGOS RENUMERADOS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-RENUMERADOS TO WS-LINHA-REL(26:9).
           WRITE CTTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CORRESPOND. REJEITADAS.: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CORRESP-REJ TO WS-LINHA-REL(26:9).
           WRITE CTTREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CODIGOS REEMITIDOS.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REEMITIDOS TO WS-LINHA-REL(26:9).
           WRITE CTTREL-LINHA FROM WS-LINHA-REL.
       R600-ESCREVER-RESUMO-FIM.
           EXIT.

