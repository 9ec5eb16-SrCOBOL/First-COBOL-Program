       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBAGC01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-14  PROGRAMA CRIADO - CARGA DA TABELA DE  *
      *               AGENCIAS (AGENCIAS, INDEXADO POR      *
      *               CODIGO) A PARTIR DA LISTA COMPLETA    *
      *               ENTREGUE PELA ORGANIZACAO (AGCNEW,    *
      *               SEQUENCIAL, EM ORDEM ASCENDENTE DE    *
      *               CODIGO, NO LAYOUT DE COPY/AGENCIA).   *
      *               COMO NO FBCTT01, A ENTREGA E          *
      *               PRE-VALIDADA POR INTEIRO (CODIGO NAO  *
      *               EM BRANCO, ORDEM ASCENDENTE SEM       *
      *               DUPLICADOS, ESTADO A OU E, AGENCIA    *
      *               0000 DOS SERVICOS CENTRAIS PRESENTE E *
      *               ACTIVA) ANTES DE SE TOCAR NA TABELA - *
      *               UMA ENTREGA MA OU VAZIA E RECUSADA    *
      *               SEM APLICAR NADA. A TABELA E          *
      *               RECONSTRUIDA DE RAIZ EM CADA CARGA E  *
      *               O RELATORIO AGCREL LISTA CADA AGENCIA *
      *               CARREGADA COM AS CONTAGENS            *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO '/home/kikos/AGENCIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGENCIA-CODIGO
               FILE STATUS IS WS-FS-AGENCIAS.

           SELECT AGCNEW ASSIGN TO '/home/kikos/AGCNEW'
               FILE STATUS IS WS-FS-AGCNEW.

           SELECT AGCREL ASSIGN TO '/home/kikos/AGCREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGCREL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCIAS.
           COPY AGENCIA.

       FD  AGCNEW.
           COPY AGENCIA REPLACING
               ==AGENCIA-REGISTO== BY ==AGCNEW-REGISTO==
               ==AGENCIA-CODIGO==  BY ==AGCNEW-CODIGO==
               ==AGENCIA-NOME==    BY ==AGCNEW-NOME==
               ==AGENCIA-ESTADO-VALIDO== BY ==AGCNEW-ESTADO-VALIDO==
               ==AGENCIA-ESTADO==  BY ==AGCNEW-ESTADO==
               ==AGENCIA-ACTIVA==  BY ==AGCNEW-ACTIVA==
               ==AGENCIA-ENCERRADA== BY ==AGCNEW-ENCERRADA==.

       FD  AGCREL.
       01 AGCREL-LINHA            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.
       01 WS-FS-AGCNEW              PIC X(02).
           88 OK-AGCNEW              VALUE '00', '10'.
       01 WS-FS-AGCREL              PIC X(02).
           88 OK-AGCREL              VALUE '00'.

       01 WS-FIM-AGCNEW             PIC X VALUE SPACES.
           88 FIM-AGCNEW             VALUE 'S'.

       01 WS-ENTREGA-OK             PIC X VALUE 'S'.
           88 ENTREGA-VALIDA         VALUE 'S'.
           88 ENTREGA-INVALIDA       VALUE 'N'.
       01 WS-CODIGO-ANTERIOR        PIC X(04) VALUE SPACES.
       01 WS-PRIMEIRA-LINHA         PIC X VALUE 'S'.
           88 PRIMEIRA-LINHA         VALUE 'S'.
       01 WS-CENTRAIS-OK            PIC X VALUE 'N'.
           88 CENTRAIS-PRESENTES     VALUE 'S'.

       01 WS-TOTAL-ENTREGA          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CARREGADAS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ACTIVAS          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ENCERRADAS       PIC 9(09) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-AGENCIA.
           05 AGC-CODIGO             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AGC-NOME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AGC-ESTADO             PIC X(09).
           05 FILLER                 PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN OUTPUT AGCREL.
           IF NOT OK-AGCREL
               DISPLAY 'ERRO NO FICHERO AGCREL' WS-FS-AGCREL
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CARGA DA TABELA DE AGENCIAS - FBAGC01'
               TO WS-LINHA-REL(1:37).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'DATA: ' TO WS-LINHA-REL(1:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(7:2).
           MOVE '/' TO WS-LINHA-REL(9:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(10:2).
           MOVE '/' TO WS-LINHA-REL(12:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(13:4).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.

           PERFORM R100-VALIDAR-ENTREGA
               THRU R100-VALIDAR-ENTREGA-FIM.

           IF ENTREGA-INVALIDA
               MOVE 'CARGA RECUSADA - ENTREGA AGCNEW INVALIDA'
                   TO WS-LINHA-REL
               PERFORM R900-RECUSAR-CARGA
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.

      *    UMA ENTREGA VAZIA DEIXARIA A TABELA SEM AGENCIAS E
      *    O FBVAL01 REJEITARIA TODOS OS MOVIMENTOS DO DIA
           IF WS-TOTAL-ENTREGA = ZERO
               MOVE 'CARGA RECUSADA - ENTREGA AGCNEW VAZIA'
                   TO WS-LINHA-REL
               PERFORM R900-RECUSAR-CARGA
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.

      *    A AGENCIA 0000 E A ORIGEM DOS MOVIMENTOS GERADOS
      *    PELA PROPRIA CADEIA (FBRET01) - SEM ELA ACTIVA
      *    ESSES MOVIMENTOS SERIAM TODOS REJEITADOS
           IF NOT CENTRAIS-PRESENTES
               MOVE 'CARGA RECUSADA - FALTA A AGENCIA 0000 ACTIVA'
                   TO WS-LINHA-REL
               PERFORM R900-RECUSAR-CARGA
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.

           OPEN INPUT AGCNEW.
           IF NOT OK-AGCNEW
               DISPLAY 'ERRO NO FICHERO AGCNEW' WS-FS-AGCNEW
               STOP RUN
           END-IF.

           OPEN OUTPUT AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO NO FICHERO AGENCIAS' WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'AGEN' TO WS-LINHA-REL(1:4).
           MOVE 'NOME' TO WS-LINHA-REL(7:4).
           MOVE 'ESTADO' TO WS-LINHA-REL(39:6).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.

           MOVE SPACES TO WS-FIM-AGCNEW.
           PERFORM R200-CARREGAR-AGENCIA
               THRU R200-CARREGAR-AGENCIA-FIM
               UNTIL FIM-AGCNEW.

           CLOSE AGCNEW.
           IF NOT OK-AGCNEW
               DISPLAY 'ERRO AO FECHAR O FICHERO AGCNEW' WS-FS-AGCNEW
               STOP RUN
           END-IF.

           CLOSE AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO AO FECHAR O FICHERO AGENCIAS'
                   WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           PERFORM R600-ESCREVER-RESUMO
               THRU R600-ESCREVER-RESUMO-FIM.

           CLOSE AGCREL.
           IF NOT OK-AGCREL
               DISPLAY 'ERRO AO FECHAR O FICHERO AGCREL' WS-FS-AGCREL
               STOP RUN
           END-IF.

           DISPLAY 'FBAGC01 - AGENCIAS NA ENTREGA...: '
               WS-TOTAL-ENTREGA.
           DISPLAY 'FBAGC01 - AGENCIAS CARREGADAS...: '
               WS-TOTAL-CARREGADAS.

           STOP RUN.

      *****************************************************
      * R100 - PRE-VALIDACAO DA ENTREGA POR INTEIRO ANTES   *
      * DE TOCAR NA TABELA: CODIGO NAO EM BRANCO, ORDEM     *
      * ASCENDENTE SEM DUPLICADOS E ESTADO CONHECIDO. NOTA  *
      * TAMBEM SE A AGENCIA 0000 VEM ACTIVA                 *
      *****************************************************
       R100-VALIDAR-ENTREGA.
           OPEN INPUT AGCNEW.
           IF NOT OK-AGCNEW
               MOVE 'CARGA RECUSADA - ENTREGA AGCNEW INACESSIVEL'
                   TO WS-LINHA-REL
               PERFORM R900-RECUSAR-CARGA
                   THRU R900-RECUSAR-CARGA-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-AGCNEW.
           MOVE SPACES TO WS-CODIGO-ANTERIOR.
           MOVE 'S' TO WS-PRIMEIRA-LINHA.
           PERFORM R110-VALIDAR-LINHA THRU R110-VALIDAR-LINHA-FIM
               UNTIL FIM-AGCNEW OR ENTREGA-INVALIDA.
           CLOSE AGCNEW.
           IF NOT OK-AGCNEW
               DISPLAY 'ERRO AO FECHAR O FICHERO AGCNEW' WS-FS-AGCNEW
               STOP RUN
           END-IF.
       R100-VALIDAR-ENTREGA-FIM.
           EXIT.

       R110-VALIDAR-LINHA.
           READ AGCNEW
               AT END
                   MOVE 'S' TO WS-FIM-AGCNEW
                   GO TO R110-VALIDAR-LINHA-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-ENTREGA.
           IF AGCNEW-CODIGO = SPACES
               SET ENTREGA-INVALIDA TO TRUE
               DISPLAY '*** AGCNEW: CODIGO EM BRANCO NA LINHA '
                   WS-TOTAL-ENTREGA
               GO TO R110-VALIDAR-LINHA-FIM
           END-IF.
           IF NOT PRIMEIRA-LINHA
               AND AGCNEW-CODIGO NOT > WS-CODIGO-ANTERIOR
               SET ENTREGA-INVALIDA TO TRUE
               DISPLAY '*** AGCNEW: CODIGO FORA DE ORDEM OU'
                   ' DUPLICADO NA LINHA ' WS-TOTAL-ENTREGA
               GO TO R110-VALIDAR-LINHA-FIM
           END-IF.
           IF NOT AGCNEW-ESTADO-VALIDO
               SET ENTREGA-INVALIDA TO TRUE
               DISPLAY '*** AGCNEW: ESTADO DESCONHECIDO NA LINHA '
                   WS-TOTAL-ENTREGA
               GO TO R110-VALIDAR-LINHA-FIM
           END-IF.
           IF AGCNEW-CODIGO = '0000' AND AGCNEW-ACTIVA
               MOVE 'S' TO WS-CENTRAIS-OK
           END-IF.
           MOVE AGCNEW-CODIGO TO WS-CODIGO-ANTERIOR.
           MOVE 'N' TO WS-PRIMEIRA-LINHA.
       R110-VALIDAR-LINHA-FIM.
           EXIT.

       R200-CARREGAR-AGENCIA.
           READ AGCNEW
               AT END
                   MOVE 'S' TO WS-FIM-AGCNEW
                   GO TO R200-CARREGAR-AGENCIA-FIM
           END-READ.
           MOVE AGCNEW-REGISTO TO AGENCIA-REGISTO.
           WRITE AGENCIA-REGISTO
               INVALID KEY
                   DISPLAY '*** ERRO: CHAVE DUPLICADA AO CARREGAR A'
                   DISPLAY '*** AGENCIA ' AGENCIA-CODIGO
                   GO TO R200-CARREGAR-AGENCIA-FIM
           END-WRITE.
           ADD 1 TO WS-TOTAL-CARREGADAS.
           MOVE SPACES TO WS-LINHA-AGENCIA.
           MOVE AGENCIA-CODIGO TO AGC-CODIGO.
           MOVE AGENCIA-NOME TO AGC-NOME.
           IF AGENCIA-ACTIVA
               ADD 1 TO WS-TOTAL-ACTIVAS
               MOVE 'ACTIVA' TO AGC-ESTADO
           ELSE
               ADD 1 TO WS-TOTAL-ENCERRADAS
               MOVE 'ENCERRADA' TO AGC-ESTADO
           END-IF.
           WRITE AGCREL-LINHA FROM WS-LINHA-AGENCIA.
       R200-CARREGAR-AGENCIA-FIM.
           EXIT.

       R600-ESCREVER-RESUMO.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'AGENCIAS NA ENTREGA....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ENTREGA TO WS-LINHA-REL(26:9).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'AGENCIAS CARREGADAS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CARREGADAS TO WS-LINHA-REL(26:9).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'AGENCIAS ACTIVAS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACTIVAS TO WS-LINHA-REL(26:9).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'AGENCIAS ENCERRADAS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ENCERRADAS TO WS-LINHA-REL(26:9).
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
       R600-ESCREVER-RESUMO-FIM.
           EXIT.

      *****************************************************
      * R900 - RECUSA A CARGA: O MOTIVO JA PREPARADO EM     *
      * WS-LINHA-REL VAI PARA O RELATORIO E PARA A CONSOLA  *
      * E O TRABALHO TERMINA SEM TOCAR NA TABELA            *
      *****************************************************
       R900-RECUSAR-CARGA.
           WRITE AGCREL-LINHA FROM WS-LINHA-REL.
           DISPLAY '*** FBAGC01 - ' WS-LINHA-REL(1:60).
           CLOSE AGCREL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       R900-RECUSAR-CARGA-FIM.
           EXIT.
