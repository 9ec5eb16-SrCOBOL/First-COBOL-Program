       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMDT01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-23  PROGRAMA CRIADO - MANUTENCAO DO       *
      *               FICHEIRO DE MANDATOS SEPA (MANDATO,   *
      *               INDEXADO POR NUMCLI) A PARTIR DOS     *
      *               MOVIMENTOS DE MANDATOS MDTTRAN VINDOS *
      *               DAS AGENCIAS: 'A' REGISTA UM MANDATO  *
      *               NOVO (OU SUBSTITUI UM CANCELADO OU    *
      *               ENCERRADO), 'C' REGISTA A             *
      *               REASSINATURA, 'U' REGISTA UMA         *
      *               COBRANCA (DATA DO ULTIMO USO), 'E'    *
      *               ENCERRA A PEDIDO DO CLIENTE E 'R'     *
      *               LEVANTA UMA SUSPENSAO. O IBAN DE UM   *
      *               MANDATO ASSINADO TEM DE SER O DO      *
      *               MESTRE E O CLIENTE NAO PODE ESTAR     *
      *               MARCADO 'F'. CADA MOVIMENTO SAI NO    *
      *               RELATORIO MDTLOG, APLICADO OU         *
      *               REJEITADO COM O MOTIVO                *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDTTRAN ASSIGN TO '/home/kikos/MDTTRAN'
               FILE STATUS IS WS-FS-MDTTRAN.

           SELECT MANDATO ASSIGN TO '/home/kikos/MANDATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MANDATO-NUMCLI
               FILE STATUS IS WS-FS-MANDATO.

           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT AGENCIAS ASSIGN TO '/home/kikos/AGENCIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGENCIA-CODIGO
               FILE STATUS IS WS-FS-AGENCIAS.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT MDTLOG ASSIGN TO '/home/kikos/MDTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MDTLOG.

       DATA DIVISION.
       FILE SECTION.
      *    MOVIMENTOS DE MANDATOS DAS AGENCIAS. NUM 'C' A
      *    REFERENCIA EM BRANCO MANTEM A DO MANDATO; NUM 'U'
      *    SO CONTAM A CHAVE E A DATA DA COBRANCA; 'E' E 'R'
      *    SO PRECISAM DA CHAVE
       FD  MDTTRAN.
       01 MDTTRAN-REGISTO.
           05 MDTTRAN-ACCAO           PIC X(01).
               88 MDTTRAN-REGISTO-NOVO VALUE 'A'.
               88 MDTTRAN-REASSINATURA VALUE 'C'.
               88 MDTTRAN-UTILIZACAO   VALUE 'U'.
               88 MDTTRAN-ENCERRAMENTO VALUE 'E'.
               88 MDTTRAN-LEVANTAMENTO VALUE 'R'.
           05 MDTTRAN-NUMCLI          PIC X(07).
           05 MDTTRAN-REFERENCIA      PIC X(35).
           05 MDTTRAN-IBAN            PIC X(25).
           05 MDTTRAN-DATA            PIC X(08).
           05 MDTTRAN-AGENCIA         PIC X(04).
           05 MDTTRAN-OPERADOR        PIC X(08).

       FD  MANDATO.
           COPY MANDATO.

       FD  CLIWORK.
           COPY CLIWORK.

       FD  AGENCIAS.
           COPY AGENCIA.

       FD  PARMRUN.
           COPY PARMRUN.

       FD  MDTLOG.
       01 MDTLOG-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-MDTTRAN             PIC X(02).
           88 OK-MDTTRAN             VALUE '00', '10'.
       01 WS-FS-MANDATO             PIC X(02).
           88 OK-MANDATO             VALUE '00'.
           88 MANDATO-INEXISTENTE    VALUE '35'.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00'.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-MDTLOG              PIC X(02).
           88 OK-MDTLOG              VALUE '00'.

       01 WS-FIM-MDTTRAN            PIC X VALUE SPACES.
           88 FIM-MDTTRAN            VALUE 'S'.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.

       01 WS-MOVIMENTO-OK           PIC X VALUE 'S'.
           88 MOVIMENTO-VALIDO       VALUE 'S'.
           88 MOVIMENTO-INVALIDO     VALUE 'N'.
       01 WS-MANDATO-EXISTE         PIC X VALUE 'N'.
           88 MANDATO-EXISTE         VALUE 'S'.
           88 MANDATO-NAO-EXISTE     VALUE 'N'.
       01 WS-MOTIVO-REJEICAO        PIC X(40) VALUE SPACES.
       01 WS-LOG-ESTADO             PIC X(10) VALUE SPACES.
       01 WS-LOG-MOTIVO             PIC X(40) VALUE SPACES.

       01 WS-DATA-MOV.
           05 WS-DM-ANO              PIC 9(04).
           05 WS-DM-MES              PIC 9(02).
           05 WS-DM-DIA              PIC 9(02).
       01 WS-DATA-MOV-NUM REDEFINES WS-DATA-MOV PIC 9(08).

       01 WS-TOTAL-MOVIMENTOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-APLICADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REJEITADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REGISTADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REASSINADOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-UTILIZACOES      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ENCERRADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LEVANTADOS       PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-LOG.
           05 LOG-NUMCLI             PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-ACCAO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-ESTADO             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-REFERENCIA         PIC X(35).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN INPUT MDTTRAN.
           IF NOT OK-MDTTRAN
               DISPLAY 'ERRO NO FICHERO MDTTRAN' WS-FS-MDTTRAN
               STOP RUN
           END-IF.

      *    O MANDATO E CRIADO VAZIO NA PRIMEIRA EXECUCAO DE
      *    SEMPRE, COMO O RUNCTL
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

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

           OPEN INPUT AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO NO FICHERO AGENCIAS' WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           OPEN OUTPUT MDTLOG.
           IF NOT OK-MDTLOG
               DISPLAY 'ERRO NO FICHERO MDTLOG' WS-FS-MDTLOG
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANUTENCAO DE MANDATOS SEPA - FBMDT01'
               TO WS-LINHA-REL(1:37).
           MOVE 'DATA DE NEGOCIO: ' TO WS-LINHA-REL(60:17).
           MOVE WS-DATA-PROCESSAMENTO TO WS-LINHA-REL(77:8).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI ' TO WS-LINHA-REL(1:7).
           MOVE 'AC' TO WS-LINHA-REL(10:2).
           MOVE 'ESTADO' TO WS-LINHA-REL(13:6).
           MOVE 'MOTIVO' TO WS-LINHA-REL(25:6).
           MOVE 'REFERENCIA DO MANDATO' TO WS-LINHA-REL(67:21).
           MOVE 'AGEN' TO WS-LINHA-REL(104:4).
           MOVE 'OPERADOR' TO WS-LINHA-REL(110:8).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.

           PERFORM R100-LER-MDTTRAN THRU R100-LER-MDTTRAN-FIM
               UNTIL FIM-MDTTRAN.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.

           CLOSE MDTTRAN.
           IF NOT OK-MDTTRAN
               DISPLAY 'ERRO AO FECHAR O FICHERO MDTTRAN' WS-FS-MDTTRAN
               STOP RUN
           END-IF.

           CLOSE MANDATO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO FECHAR O FICHERO MANDATO' WS-FS-MANDATO
               STOP RUN
           END-IF.

           CLOSE CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

           CLOSE AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO AO FECHAR O FICHERO AGENCIAS'
                   WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           CLOSE MDTLOG.
           IF NOT OK-MDTLOG
               DISPLAY 'ERRO AO FECHAR O FICHERO MDTLOG' WS-FS-MDTLOG
               STOP RUN
           END-IF.

           DISPLAY 'FBMDT01 - MOVIMENTOS LIDOS......: '
               WS-TOTAL-MOVIMENTOS.
           DISPLAY 'FBMDT01 - MOVIMENTOS APLICADOS..: '
               WS-TOTAL-APLICADOS.
           DISPLAY 'FBMDT01 - MOVIMENTOS REJEITADOS.: '
               WS-TOTAL-REJEITADOS.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO    *
      * VEM DO PARMRUN, COM A DATA DO SISTEMA COMO RECURSO  *
      * - E A DATA DE EFEITO DAS MUDANCAS DE ESTADO E O     *
      * LIMITE DAS DATAS DE ASSINATURA E DE COBRANCA        *
      *****************************************************
       R050-LER-PARAMETROS.
           MOVE 'SISTEMA' TO WS-PARM-ORIGEM.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           OPEN INPUT PARMRUN.
           IF OK-PARMRUN
               READ PARMRUN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARMRUN-DATA-PROC IS NUMERIC
                           AND PARMRUN-DATA-PROC > ZERO
                           MOVE PARMRUN-DATA-PROC
                               TO WS-DATA-PROCESSAMENTO
                           MOVE 'PARMRUN' TO WS-PARM-ORIGEM
                       END-IF
               END-READ
               CLOSE PARMRUN
           END-IF.
           DISPLAY '====== PARAMETROS EM VIGOR - FBMDT01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-PROCESSAMENTO
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

       R100-LER-MDTTRAN.
           READ MDTTRAN
               AT END
                   MOVE 'S' TO WS-FIM-MDTTRAN
               NOT AT END
                   ADD 1 TO WS-TOTAL-MOVIMENTOS
                   PERFORM R200-TRATAR-MOVIMENTO
                       THRU R200-TRATAR-MOVIMENTO-FIM
           END-READ.
       R100-LER-MDTTRAN-FIM.
           EXIT.

      *****************************************************
      * R200 - CRITICA E APLICA UM MOVIMENTO. A PRIMEIRA    *
      * FALHA ENCONTRADA DETERMINA O MOTIVO DA REJEICAO; UM *
      * MOVIMENTO REJEITADO NAO TOCA NO MANDATO             *
      *****************************************************
       R200-TRATAR-MOVIMENTO.
           PERFORM R210-CRITICAR-COMUM THRU R210-CRITICAR-COMUM-FIM.
           IF MOVIMENTO-VALIDO
               EVALUATE TRUE
                   WHEN MDTTRAN-REGISTO-NOVO
                       PERFORM R300-REGISTAR-MANDATO
                           THRU R300-REGISTAR-MANDATO-FIM
                   WHEN MDTTRAN-REASSINATURA
                       PERFORM R400-REASSINAR-MANDATO
                           THRU R400-REASSINAR-MANDATO-FIM
                   WHEN MDTTRAN-UTILIZACAO
                       PERFORM R500-REGISTAR-UTILIZACAO
                           THRU R500-REGISTAR-UTILIZACAO-FIM
                   WHEN MDTTRAN-ENCERRAMENTO
                       PERFORM R600-ENCERRAR-MANDATO
                           THRU R600-ENCERRAR-MANDATO-FIM
                   WHEN MDTTRAN-LEVANTAMENTO
                       PERFORM R650-LEVANTAR-SUSPENSAO
                           THRU R650-LEVANTAR-SUSPENSAO-FIM
               END-EVALUATE
           END-IF.
           IF MOVIMENTO-VALIDO
               ADD 1 TO WS-TOTAL-APLICADOS
               MOVE 'APLICADO' TO WS-LOG-ESTADO
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE 'REJEITADO' TO WS-LOG-ESTADO
               MOVE WS-MOTIVO-REJEICAO TO WS-LOG-MOTIVO
           END-IF.
           PERFORM R700-REGISTAR-LOG THRU R700-REGISTAR-LOG-FIM.
       R200-TRATAR-MOVIMENTO-FIM.
           EXIT.

      *****************************************************
      * R210 - CRITICA COMUM A TODAS AS ACCOES: ACCAO       *
      * CONHECIDA, NUMCLI NUMERICO, ORIGEM (AGENCIA ACTIVA  *
      * NA TABELA E OPERADOR PREENCHIDO, COMO NO FBVAL01) E *
      * LEITURA DO MANDATO ACTUAL DO CLIENTE, SE EXISTIR    *
      *****************************************************
       R210-CRITICAR-COMUM.
           SET MOVIMENTO-VALIDO TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE SPACES TO WS-LOG-MOTIVO.

           IF NOT MDTTRAN-REGISTO-NOVO AND NOT MDTTRAN-REASSINATURA
               AND NOT MDTTRAN-UTILIZACAO
               AND NOT MDTTRAN-ENCERRAMENTO
               AND NOT MDTTRAN-LEVANTAMENTO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'ACCAO DE MOVIMENTO DESCONHECIDA'
                   TO WS-MOTIVO-REJEICAO
               GO TO R210-CRITICAR-COMUM-FIM
           END-IF.

           IF MDTTRAN-NUMCLI IS NOT NUMERIC
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'NUMCLI NAO NUMERICO' TO WS-MOTIVO-REJEICAO
               GO TO R210-CRITICAR-COMUM-FIM
           END-IF.

           MOVE MDTTRAN-AGENCIA TO AGENCIA-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 'AGENCIA INEXISTENTE NA TABELA'
                       TO WS-MOTIVO-REJEICAO
                   GO TO R210-CRITICAR-COMUM-FIM
           END-READ.
           IF NOT AGENCIA-ACTIVA
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'AGENCIA ENCERRADA' TO WS-MOTIVO-REJEICAO
               GO TO R210-CRITICAR-COMUM-FIM
           END-IF.
           IF MDTTRAN-OPERADOR = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'OPERADOR NAO IDENTIFICADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R210-CRITICAR-COMUM-FIM
           END-IF.

           MOVE MDTTRAN-NUMCLI TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   SET MANDATO-NAO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET MANDATO-EXISTE TO TRUE
           END-READ.
       R210-CRITICAR-COMUM-FIM.
           EXIT.

      *****************************************************
      * R220 - CRITICA DO CLIENTE E DO IBAN NUM MANDATO     *
      * ASSINADO ('A' E 'C'): O CLIENTE TEM DE EXISTIR NO   *
      * MESTRE E NAO ESTAR MARCADO 'F', E O IBAN ASSINADO   *
      * TEM DE SER O QUE O MESTRE TEM PARA O DEBITO         *
      *****************************************************
       R220-CRITICAR-CLIENTE.
           MOVE MDTTRAN-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 'CLIENTE INEXISTENTE EM CLIWORK'
                       TO WS-MOTIVO-REJEICAO
                   GO TO R220-CRITICAR-CLIENTE-FIM
           END-READ.
           IF CLIWORK-ESTADO = 'F'
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'CLIENTE MARCADO FALECIDO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R220-CRITICAR-CLIENTE-FIM
           END-IF.
           IF MDTTRAN-IBAN = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'IBAN DO MANDATO EM BRANCO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R220-CRITICAR-CLIENTE-FIM
           END-IF.
           IF MDTTRAN-IBAN NOT = CLIWORK-IBAN
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'IBAN DO MANDATO DIFERENTE DO MESTRE'
                   TO WS-MOTIVO-REJEICAO
           END-IF.
       R220-CRITICAR-CLIENTE-FIM.
           EXIT.

      *****************************************************
      * R230 - CRITICA DA DATA DO MOVIMENTO (ASSINATURA OU  *
      * COBRANCA): NUMERICA, COM MES E DIA POSSIVEIS E NAO  *
      * POSTERIOR A DATA DE NEGOCIO                         *
      *****************************************************
       R230-CRITICAR-DATA.
           IF MDTTRAN-DATA IS NOT NUMERIC
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO-REJEICAO
               GO TO R230-CRITICAR-DATA-FIM
           END-IF.
           MOVE MDTTRAN-DATA TO WS-DATA-MOV.
           IF WS-DM-MES < 01 OR WS-DM-MES > 12
               OR WS-DM-DIA < 01 OR WS-DM-DIA > 31
               OR WS-DM-ANO < 1900
               OR WS-DATA-MOV-NUM > WS-DATA-PROCESSAMENTO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEICAO
           END-IF.
       R230-CRITICAR-DATA-FIM.
           EXIT.

      *****************************************************
      * R300 - REGISTO DE UM MANDATO NOVO. UM MANDATO EM    *
      * VIGOR (ACTIVO, A REASSINAR OU SUSPENSO) NAO E       *
      * SUBSTITUIDO POR UM 'A' - A AGENCIA USA O 'C'. UM    *
      * MANDATO CANCELADO OU ENCERRADO E SUBSTITUIDO        *
      *****************************************************
       R300-REGISTAR-MANDATO.
           IF MANDATO-EXISTE AND MANDATO-EM-VIGOR
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'CLIENTE JA TEM MANDATO EM VIGOR'
                   TO WS-MOTIVO-REJEICAO
               GO TO R300-REGISTAR-MANDATO-FIM
           END-IF.
           IF MDTTRAN-REFERENCIA = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'REFERENCIA DO MANDATO EM BRANCO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R300-REGISTAR-MANDATO-FIM
           END-IF.
           PERFORM R230-CRITICAR-DATA THRU R230-CRITICAR-DATA-FIM.
           IF MOVIMENTO-INVALIDO
               GO TO R300-REGISTAR-MANDATO-FIM
           END-IF.
           PERFORM R220-CRITICAR-CLIENTE
               THRU R220-CRITICAR-CLIENTE-FIM.
           IF MOVIMENTO-INVALIDO
               GO TO R300-REGISTAR-MANDATO-FIM
           END-IF.
           MOVE MDTTRAN-NUMCLI TO MANDATO-NUMCLI.
           MOVE MDTTRAN-REFERENCIA TO MANDATO-REFERENCIA.
           MOVE MDTTRAN-IBAN TO MANDATO-IBAN.
           MOVE WS-DATA-MOV-NUM TO MANDATO-DATA-ASSINATURA.
           MOVE ZEROS TO MANDATO-DATA-ULTIMO-USO.
           MOVE 'A' TO MANDATO-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO MANDATO-ESTADO-DATA.
           MOVE 'MANDATO REGISTADO' TO MANDATO-MOTIVO.
           MOVE MDTTRAN-AGENCIA TO MANDATO-AGENCIA.
           MOVE MDTTRAN-OPERADOR TO MANDATO-OPERADOR.
           IF MANDATO-EXISTE
               REWRITE MANDATO-REGISTO
           ELSE
               WRITE MANDATO-REGISTO
           END-IF.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-REGISTADOS.
           MOVE 'MANDATO REGISTADO' TO WS-LOG-MOTIVO.
       R300-REGISTAR-MANDATO-FIM.
           EXIT.

      *****************************************************
      * R400 - REASSINATURA DE UM MANDATO EM VIGOR (TIPI-   *
      * CAMENTE DEPOIS DE O FBMNT01 O MARCAR A REASSINAR    *
      * POR MUDANCA DE IBAN, OU DE UMA SUSPENSAO). O        *
      * MANDATO VOLTA A ACTIVO COM O IBAN E A DATA NOVOS; A *
      * CONTAGEM DOS 36 MESES SEM USO RECOMECA NA           *
      * ASSINATURA                                          *
      *****************************************************
       R400-REASSINAR-MANDATO.
           IF MANDATO-NAO-EXISTE
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'CLIENTE SEM MANDATO REGISTADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R400-REASSINAR-MANDATO-FIM
           END-IF.
           IF MANDATO-TERMINADO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'MANDATO CANCELADO OU ENCERRADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R400-REASSINAR-MANDATO-FIM
           END-IF.
           PERFORM R230-CRITICAR-DATA THRU R230-CRITICAR-DATA-FIM.
           IF MOVIMENTO-INVALIDO
               GO TO R400-REASSINAR-MANDATO-FIM
           END-IF.
           IF WS-DATA-MOV-NUM < MANDATO-DATA-ASSINATURA
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'DATA ANTERIOR A ASSINATURA EM VIGOR'
                   TO WS-MOTIVO-REJEICAO
               GO TO R400-REASSINAR-MANDATO-FIM
           END-IF.
           PERFORM R220-CRITICAR-CLIENTE
               THRU R220-CRITICAR-CLIENTE-FIM.
           IF MOVIMENTO-INVALIDO
               GO TO R400-REASSINAR-MANDATO-FIM
           END-IF.
           IF MDTTRAN-REFERENCIA NOT = SPACES
               MOVE MDTTRAN-REFERENCIA TO MANDATO-REFERENCIA
           END-IF.
           MOVE MDTTRAN-IBAN TO MANDATO-IBAN.
           MOVE WS-DATA-MOV-NUM TO MANDATO-DATA-ASSINATURA.
           MOVE ZEROS TO MANDATO-DATA-ULTIMO-USO.
           MOVE 'A' TO MANDATO-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO MANDATO-ESTADO-DATA.
           MOVE 'MANDATO REASSINADO' TO MANDATO-MOTIVO.
           MOVE MDTTRAN-AGENCIA TO MANDATO-AGENCIA.
           MOVE MDTTRAN-OPERADOR TO MANDATO-OPERADOR.
           REWRITE MANDATO-REGISTO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-REASSINADOS.
           MOVE 'MANDATO REASSINADO' TO WS-LOG-MOTIVO.
       R400-REASSINAR-MANDATO-FIM.
           EXIT.

      *****************************************************
      * R500 - COBRANCA FEITA AO ABRIGO DO MANDATO. SO UM   *
      * MANDATO ACTIVO PODE SER USADO; A DATA DO ULTIMO USO *
      * SO AVANCA (UMA COBRANCA ANTIGA APRESENTADA FORA DE  *
      * ORDEM NAO A FAZ RECUAR)                             *
      *****************************************************
       R500-REGISTAR-UTILIZACAO.
           IF MANDATO-NAO-EXISTE
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'CLIENTE SEM MANDATO REGISTADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R500-REGISTAR-UTILIZACAO-FIM
           END-IF.
           IF NOT MANDATO-ACTIVO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'MANDATO NAO ACTIVO' TO WS-MOTIVO-REJEICAO
               GO TO R500-REGISTAR-UTILIZACAO-FIM
           END-IF.
           PERFORM R230-CRITICAR-DATA THRU R230-CRITICAR-DATA-FIM.
           IF MOVIMENTO-INVALIDO
               GO TO R500-REGISTAR-UTILIZACAO-FIM
           END-IF.
           IF WS-DATA-MOV-NUM < MANDATO-DATA-ASSINATURA
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'COBRANCA ANTERIOR A ASSINATURA'
                   TO WS-MOTIVO-REJEICAO
               GO TO R500-REGISTAR-UTILIZACAO-FIM
           END-IF.
           IF WS-DATA-MOV-NUM > MANDATO-DATA-ULTIMO-USO
               MOVE WS-DATA-MOV-NUM TO MANDATO-DATA-ULTIMO-USO
               REWRITE MANDATO-REGISTO
               IF NOT OK-MANDATO
                   DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                       WS-FS-MANDATO
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-UTILIZACOES.
           MOVE 'COBRANCA REGISTADA' TO WS-LOG-MOTIVO.
       R500-REGISTAR-UTILIZACAO-FIM.
           EXIT.

      *****************************************************
      * R600 - ENCERRAMENTO A PEDIDO DO CLIENTE (REVOGACAO  *
      * DO MANDATO). SO UM MANDATO EM VIGOR PODE SER        *
      * ENCERRADO                                           *
      *****************************************************
       R600-ENCERRAR-MANDATO.
           IF MANDATO-NAO-EXISTE
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'CLIENTE SEM MANDATO REGISTADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R600-ENCERRAR-MANDATO-FIM
           END-IF.
           IF MANDATO-TERMINADO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'MANDATO CANCELADO OU ENCERRADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R600-ENCERRAR-MANDATO-FIM
           END-IF.
           MOVE 'E' TO MANDATO-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO MANDATO-ESTADO-DATA.
           MOVE 'MANDATO REVOGADO PELO CLIENTE' TO MANDATO-MOTIVO.
           MOVE MDTTRAN-AGENCIA TO MANDATO-AGENCIA.
           MOVE MDTTRAN-OPERADOR TO MANDATO-OPERADOR.
           REWRITE MANDATO-REGISTO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-ENCERRADOS.
           MOVE 'MANDATO ENCERRADO' TO WS-LOG-MOTIVO.
       R600-ENCERRAR-MANDATO-FIM.
           EXIT.

      *****************************************************
      * R650 - LEVANTA A SUSPENSAO POSTA PELO FBRET01 NUMA  *
      * DEVOLUCAO DE MOTIVO 03, DEPOIS DE A AGENCIA         *
      * CONFIRMAR COM O CLIENTE QUE O DEBITO PODE SEGUIR    *
      *****************************************************
       R650-LEVANTAR-SUSPENSAO.
           IF MANDATO-NAO-EXISTE
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'CLIENTE SEM MANDATO REGISTADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R650-LEVANTAR-SUSPENSAO-FIM
           END-IF.
           IF NOT MANDATO-SUSPENSO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'MANDATO NAO ESTA SUSPENSO'
                   TO WS-MOTIVO-REJEICAO
               GO TO R650-LEVANTAR-SUSPENSAO-FIM
           END-IF.
           MOVE 'A' TO MANDATO-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO MANDATO-ESTADO-DATA.
           MOVE 'SUSPENSAO LEVANTADA' TO MANDATO-MOTIVO.
           MOVE MDTTRAN-AGENCIA TO MANDATO-AGENCIA.
           MOVE MDTTRAN-OPERADOR TO MANDATO-OPERADOR.
           REWRITE MANDATO-REGISTO.
           IF NOT OK-MANDATO
               DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                   WS-FS-MANDATO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-LEVANTADOS.
           MOVE 'SUSPENSAO LEVANTADA' TO WS-LOG-MOTIVO.
       R650-LEVANTAR-SUSPENSAO-FIM.
           EXIT.

       R700-REGISTAR-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           MOVE MDTTRAN-NUMCLI TO LOG-NUMCLI.
           MOVE MDTTRAN-ACCAO TO LOG-ACCAO.
           MOVE WS-LOG-ESTADO TO LOG-ESTADO.
           MOVE WS-LOG-MOTIVO TO LOG-MOTIVO.
           MOVE MDTTRAN-REFERENCIA TO LOG-REFERENCIA.
           MOVE MDTTRAN-AGENCIA TO LOG-AGENCIA.
           MOVE MDTTRAN-OPERADOR TO LOG-OPERADOR.
           WRITE MDTLOG-LINHA FROM WS-LINHA-LOG.
           IF NOT OK-MDTLOG
               DISPLAY 'ERRO AO GRAVAR O FICHERO MDTLOG' WS-FS-MDTLOG
               STOP RUN
           END-IF.
       R700-REGISTAR-LOG-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE 'MOVIMENTOS LIDOS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-MOVIMENTOS TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATOS REGISTADOS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REGISTADOS TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATOS REASSINADOS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REASSINADOS TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'COBRANCAS REGISTADAS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-UTILIZACOES TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATOS ENCERRADOS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ENCERRADOS TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'SUSPENSOES LEVANTADAS..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LEVANTADOS TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS REJEITADOS..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REJEITADOS TO WS-LINHA-REL(26:9).
           WRITE MDTLOG-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.
