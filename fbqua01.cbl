       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBQUA01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-14  PROGRAMA CRIADO - QUADRO MENSAL DE    *
      *               QUALIDADE POR AGENCIA. LE O FICHEIRO  *
      *               DE ORIGEM AGCLOG (GRAVADO PELO        *
      *               FBVAL01 E PELO FBMNT01) NO MES DA     *
      *               DATA DE NEGOCIO E O MNTREC TAL COMO   *
      *               ESTA, E IMPRIME EM QUAREL, POR        *
      *               AGENCIA, OS MOVIMENTOS ENVIADOS, OS   *
      *               REJEITADOS PELO FBVAL01, OS           *
      *               REJEITADOS PELO FBMNT01, OS QUE AINDA *
      *               ESTAO NO MNTREC E A TAXA DE REJEICAO, *
      *               COM O DETALHE POR MOTIVO. FECHA COM A *
      *               CLASSIFICACAO DAS AGENCIAS PELA TAXA  *
      *               DE REJEICAO (PIOR PRIMEIRO). CORRE NO *
      *               FIM DO MES, COMO O FBSTA01            *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGCLOG ASSIGN TO '/home/kikos/AGCLOG'
               FILE STATUS IS WS-FS-AGCLOG.

           SELECT MNTREC ASSIGN TO '/home/kikos/MNTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNTREC-CHAVE
               FILE STATUS IS WS-FS-MNTREC.

           SELECT AGENCIAS ASSIGN TO '/home/kikos/AGENCIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGENCIA-CODIGO
               FILE STATUS IS WS-FS-AGENCIAS.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT SORTWK ASSIGN TO '/home/kikos/SORTWK'.

           SELECT SORTRK ASSIGN TO '/home/kikos/SORTRK'.

           SELECT QUAWRK ASSIGN TO '/home/kikos/QUAWRK'
               FILE STATUS IS WS-FS-QUAWRK.

           SELECT QUAREL ASSIGN TO '/home/kikos/QUAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUAREL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGCLOG.
           COPY AGCLOG.

       FD  MNTREC.
           COPY MNTREC.

       FD  AGENCIAS.
           COPY AGENCIA.

       FD  PARMRUN.
           COPY PARMRUN.

      *    SECCAO 1 - UM REGISTO POR OCORRENCIA (TIPO 'A' ACEITE NO
      *    FBVAL01, 'R' REJEITADO NO FBVAL01, 'M' REJEITADO NO
      *    FBMNT01, 'P' PENDENTE NO MNTREC); SECCAO 2 - UM REGISTO
      *    POR REJEICAO, COM O MOTIVO, PARA O DETALHE POR MOTIVO
       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-AGENCIA            PIC X(04).
           05 SORT-SECCAO             PIC 9(01).
           05 SORT-TIPO               PIC X(01).
           05 SORT-MOTIVO             PIC X(40).

       SD  SORTRK.
       01 SRK-REGISTO.
           05 SRK-TAXA                PIC 9(03)V99.
           05 SRK-REJEITADOS          PIC 9(09).
           05 SRK-AGENCIA             PIC X(04).
           05 SRK-NOME                PIC X(30).
           05 SRK-ENVIADOS            PIC 9(09).
           05 SRK-PENDENTES           PIC 9(09).

       FD  QUAWRK.
       01 QUAWRK-REGISTO.
           05 QUAWRK-TAXA             PIC 9(03)V99.
           05 QUAWRK-REJEITADOS       PIC 9(09).
           05 QUAWRK-AGENCIA          PIC X(04).
           05 QUAWRK-NOME             PIC X(30).
           05 QUAWRK-ENVIADOS         PIC 9(09).
           05 QUAWRK-PENDENTES        PIC 9(09).

       FD  QUAREL.
       01 QUAREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-AGCLOG              PIC X(02).
           88 OK-AGCLOG              VALUE '00', '10'.
           88 AGCLOG-INEXISTENTE     VALUE '35'.
       01 WS-FS-MNTREC              PIC X(02).
           88 OK-MNTREC              VALUE '00', '10'.
           88 MNTREC-INEXISTENTE     VALUE '35'.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.
           88 AGENCIA-REG-INEXISTENTE VALUE '23'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-QUAWRK              PIC X(02).
           88 OK-QUAWRK              VALUE '00', '10'.
       01 WS-FS-QUAREL              PIC X(02).
           88 OK-QUAREL              VALUE '00'.

       01 WS-FIM-AGCLOG             PIC X VALUE SPACES.
           88 FIM-AGCLOG             VALUE 'S'.
       01 WS-FIM-MNTREC             PIC X VALUE SPACES.
           88 FIM-MNTREC             VALUE 'S'.
       01 WS-FIM-SORT               PIC X VALUE SPACES.
           88 FIM-SORT               VALUE 'S'.
       01 WS-FIM-QUAWRK             PIC X VALUE SPACES.
           88 FIM-QUAWRK             VALUE 'S'.
       01 WS-AGENCIA-ABERTA         PIC X VALUE SPACES.
           88 AGENCIA-ABERTA         VALUE 'S'.
       01 WS-RESUMO-IMPRESSO        PIC X VALUE SPACES.
           88 RESUMO-IMPRESSO        VALUE 'S'.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-MES-CORRENTE           PIC 9(06) VALUE ZEROS.
       01 WS-MES-REGISTO            PIC 9(06) VALUE ZEROS.
       01 WS-DIA-REGISTO            PIC 9(02) VALUE ZEROS.

      *    QUEBRA DE CONTROLO
       01 WS-AGENCIA-ANTERIOR       PIC X(04) VALUE SPACES.
       01 WS-AGENCIA-NOME           PIC X(30) VALUE SPACES.
       01 WS-TIPO-ANTERIOR          PIC X(01) VALUE SPACES.
       01 WS-MOTIVO-ANTERIOR        PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-CONTAGEM        PIC 9(09) VALUE ZEROS.

      *    ACUMULADORES DA AGENCIA
       01 WS-AGC-ENVIADOS           PIC 9(09) VALUE ZEROS.
       01 WS-AGC-REJ-VAL            PIC 9(09) VALUE ZEROS.
       01 WS-AGC-REJ-MNT            PIC 9(09) VALUE ZEROS.
       01 WS-AGC-PENDENTES          PIC 9(09) VALUE ZEROS.
       01 WS-AGC-REJEITADOS         PIC 9(09) VALUE ZEROS.
       01 WS-TAXA                   PIC 9(03)V99 VALUE ZEROS.

      *    TOTAIS DO MES
       01 WS-TOTAL-AGCLOG-LIDOS     PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-AGCLOG-MES       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ENVIADOS         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REJ-VAL          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REJ-MNT          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-PENDENTES        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-AGENCIAS         PIC 9(09) VALUE ZEROS.
       01 WS-POSICAO                PIC 9(05) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-AGENCIA.
           05 AGC-ROTULO             PIC X(09) VALUE 'AGENCIA: '.
           05 AGC-CODIGO             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AGC-NOME               PIC X(30).
           05 FILLER                 PIC X(87) VALUE SPACES.

       01 WS-LINHA-RESUMO.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 RES-ENVIADOS           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RES-REJ-VAL            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RES-REJ-MNT            PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RES-PENDENTES          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 RES-TAXA               PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE '%'.
           05 FILLER                 PIC X(76) VALUE SPACES.

       01 WS-LINHA-MOTIVO.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 MOT-PASSO              PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MOT-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MOT-CONTAGEM           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MOT-TAXA               PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE '%'.
           05 FILLER                 PIC X(58) VALUE SPACES.

       01 WS-LINHA-RANKING.
           05 RNK-POSICAO            PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RNK-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RNK-NOME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RNK-ENVIADOS           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RNK-REJEITADOS         PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RNK-PENDENTES          PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 RNK-TAXA               PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE '%'.
           05 FILLER                 PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           COMPUTE WS-MES-CORRENTE = (WS-DS-ANO * 100) + WS-DS-MES.

           OPEN OUTPUT QUAREL.
           IF NOT OK-QUAREL
               DISPLAY 'ERRO NO FICHERO QUAREL' WS-FS-QUAREL
               STOP RUN
           END-IF.

           OPEN INPUT AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO NO FICHERO AGENCIAS' WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           OPEN OUTPUT QUAWRK.
           IF NOT OK-QUAWRK
               DISPLAY 'ERRO NO FICHERO QUAWRK' WS-FS-QUAWRK
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'QUADRO MENSAL DE QUALIDADE POR AGENCIA - FBQUA01'
               TO WS-LINHA-REL(1:48).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MES EM RELATO: ' TO WS-LINHA-REL(1:15).
           MOVE WS-MES-CORRENTE TO WS-LINHA-REL(16:6).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE ' ENVIADOS' TO WS-LINHA-REL(5:9).
           MOVE '  REJ.VAL' TO WS-LINHA-REL(16:9).
           MOVE '  REJ.MNT' TO WS-LINHA-REL(27:9).
           MOVE ' NO MNTREC' TO WS-LINHA-REL(37:10).
           MOVE '  TAXA REJ' TO WS-LINHA-REL(48:10).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.

           SORT SORTWK
               ON ASCENDING KEY SORT-AGENCIA SORT-SECCAO
                   SORT-TIPO SORT-MOTIVO
               INPUT PROCEDURE IS R200-LIBERTAR-OCORRENCIAS
                   THRU R200-LIBERTAR-OCORRENCIAS-FIM
               OUTPUT PROCEDURE IS R300-QUEBRA-POR-AGENCIA
                   THRU R300-QUEBRA-POR-AGENCIA-FIM.

           CLOSE QUAWRK.
           IF NOT OK-QUAWRK
               DISPLAY 'ERRO AO FECHAR O FICHERO QUAWRK' WS-FS-QUAWRK
               STOP RUN
           END-IF.

           CLOSE AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO AO FECHAR O FICHERO AGENCIAS'
                   WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           PERFORM R500-IMPRIMIR-TOTAIS
               THRU R500-IMPRIMIR-TOTAIS-FIM.

           MOVE SPACES TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLASSIFICACAO DAS AGENCIAS PELA TAXA DE REJEICAO'
               TO WS-LINHA-REL(1:48).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  POS' TO WS-LINHA-REL(1:5).
           MOVE 'AGC.' TO WS-LINHA-REL(8:4).
           MOVE 'NOME' TO WS-LINHA-REL(14:4).
           MOVE ' ENVIADOS' TO WS-LINHA-REL(46:9).
           MOVE 'REJEITADOS' TO WS-LINHA-REL(56:10).
           MOVE ' NO MNTREC' TO WS-LINHA-REL(67:10).
           MOVE '  TAXA REJ' TO WS-LINHA-REL(78:10).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.

           SORT SORTRK
               ON DESCENDING KEY SRK-TAXA SRK-REJEITADOS
               ON ASCENDING KEY SRK-AGENCIA
               INPUT PROCEDURE IS R600-LIBERTAR-AGENCIAS
                   THRU R600-LIBERTAR-AGENCIAS-FIM
               OUTPUT PROCEDURE IS R700-IMPRIMIR-CLASSIFICACAO
                   THRU R700-IMPRIMIR-CLASSIFICACAO-FIM.

           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.

           CLOSE QUAREL.
           IF NOT OK-QUAREL
               DISPLAY 'ERRO AO FECHAR O FICHERO QUAREL' WS-FS-QUAREL
               STOP RUN
           END-IF.

           DISPLAY '====== TOTAIS DE FIM DE TRABALHO - FBQUA01 ======'.
           DISPLAY 'MES EM RELATO              : ' WS-MES-CORRENTE.
           DISPLAY 'REGISTOS AGCLOG LIDOS      : '
               WS-TOTAL-AGCLOG-LIDOS.
           DISPLAY 'REGISTOS AGCLOG DO MES     : '
               WS-TOTAL-AGCLOG-MES.
           DISPLAY 'MOVIMENTOS ENVIADOS        : ' WS-TOTAL-ENVIADOS.
           DISPLAY 'REJEITADOS PELO FBVAL01    : ' WS-TOTAL-REJ-VAL.
           DISPLAY 'REJEITADOS PELO FBMNT01    : ' WS-TOTAL-REJ-MNT.
           DISPLAY 'PENDENTES NO MNTREC        : ' WS-TOTAL-PENDENTES.
           DISPLAY 'AGENCIAS NO QUADRO         : ' WS-TOTAL-AGENCIAS.
           DISPLAY '=================================================='.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO    *
      * VEM DO PARMRUN, COM A DATA DO SISTEMA COMO RECURSO  *
      * - O MES EM RELATO E O MES DESSA DATA                *
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
           DISPLAY '====== PARAMETROS EM VIGOR - FBQUA01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R200 - PROCEDIMENTO DE ENTRADA DO SORT: LIBERTA AS  *
      * OCORRENCIAS DO AGCLOG NO MES EM RELATO E TODAS AS   *
      * ENTRADAS DO MNTREC. SEM AGCLOG (AINDA NENHUMA       *
      * EXECUCAO GRAVOU ORIGEM) OU SEM MNTREC A PARTE EM    *
      * FALTA FICA A ZEROS                                  *
      *****************************************************
       R200-LIBERTAR-OCORRENCIAS.
           OPEN INPUT AGCLOG.
           IF AGCLOG-INEXISTENTE
               DISPLAY 'FBQUA01 - SEM FICHEIRO AGCLOG'
           ELSE
               IF NOT OK-AGCLOG
                   DISPLAY 'ERRO NO FICHERO AGCLOG' WS-FS-AGCLOG
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-FIM-AGCLOG
               PERFORM R210-LER-AGCLOG THRU R210-LER-AGCLOG-FIM
                   UNTIL FIM-AGCLOG
               CLOSE AGCLOG
               IF NOT OK-AGCLOG
                   DISPLAY 'ERRO AO FECHAR O FICHERO AGCLOG'
                       WS-FS-AGCLOG
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT MNTREC.
           IF MNTREC-INEXISTENTE
               DISPLAY 'FBQUA01 - SEM FICHEIRO MNTREC'
           ELSE
               IF NOT OK-MNTREC
                   DISPLAY 'ERRO NO FICHERO MNTREC' WS-FS-MNTREC
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-FIM-MNTREC
               PERFORM R220-LER-MNTREC THRU R220-LER-MNTREC-FIM
                   UNTIL FIM-MNTREC
               CLOSE MNTREC
               IF NOT OK-MNTREC
                   DISPLAY 'ERRO AO FECHAR O FICHERO MNTREC'
                       WS-FS-MNTREC
                   STOP RUN
               END-IF
           END-IF.
       R200-LIBERTAR-OCORRENCIAS-FIM.
           EXIT.

       R210-LER-AGCLOG.
           READ AGCLOG
               AT END
                   MOVE 'S' TO WS-FIM-AGCLOG
               NOT AT END
                   ADD 1 TO WS-TOTAL-AGCLOG-LIDOS
                   PERFORM R215-LIBERTAR-AGCLOG
                       THRU R215-LIBERTAR-AGCLOG-FIM
           END-READ.
       R210-LER-AGCLOG-FIM.
           EXIT.

       R215-LIBERTAR-AGCLOG.
           IF AGCLOG-DATA IS NOT NUMERIC
               GO TO R215-LIBERTAR-AGCLOG-FIM
           END-IF.
           DIVIDE AGCLOG-DATA BY 100
               GIVING WS-MES-REGISTO
               REMAINDER WS-DIA-REGISTO.
           IF WS-MES-REGISTO NOT = WS-MES-CORRENTE
               GO TO R215-LIBERTAR-AGCLOG-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-AGCLOG-MES.

           MOVE AGCLOG-AGENCIA TO SORT-AGENCIA.
           MOVE 1 TO SORT-SECCAO.
           MOVE SPACES TO SORT-MOTIVO.
           IF AGCLOG-PASSO-VAL
               IF AGCLOG-REJEITADO
                   MOVE 'R' TO SORT-TIPO
               ELSE
                   MOVE 'A' TO SORT-TIPO
               END-IF
           ELSE
               IF AGCLOG-PASSO-MNT AND AGCLOG-REJEITADO
                   MOVE 'M' TO SORT-TIPO
               ELSE
                   GO TO R215-LIBERTAR-AGCLOG-FIM
               END-IF
           END-IF.
           RELEASE SORT-REGISTO.

           IF AGCLOG-REJEITADO
               MOVE 2 TO SORT-SECCAO
               MOVE AGCLOG-MOTIVO TO SORT-MOTIVO
               RELEASE SORT-REGISTO
           END-IF.
       R215-LIBERTAR-AGCLOG-FIM.
           EXIT.

       R220-LER-MNTREC.
           READ MNTREC NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MNTREC
               NOT AT END
                   MOVE MNTREC-MOV-AGENCIA TO SORT-AGENCIA
                   MOVE 1 TO SORT-SECCAO
                   MOVE 'P' TO SORT-TIPO
                   MOVE SPACES TO SORT-MOTIVO
                   RELEASE SORT-REGISTO
           END-READ.
       R220-LER-MNTREC-FIM.
           EXIT.

      *****************************************************
      * R300 - PROCEDIMENTO DE SAIDA DO SORT: QUEBRA DE     *
      * CONTROLO NA AGENCIA. A SECCAO 1 ACUMULA ENVIADOS,   *
      * REJEITADOS E PENDENTES E, NO FIM DELA, IMPRIME O    *
      * RESUMO DA AGENCIA; A SECCAO 2 CONTA CADA MOTIVO E   *
      * IMPRIME-O COM A SUA PERCENTAGEM SOBRE OS ENVIADOS.  *
      * O FECHO DE CADA AGENCIA GRAVA O SEU TOTAL NO QUAWRK *
      * PARA A CLASSIFICACAO                                *
      *****************************************************
       R300-QUEBRA-POR-AGENCIA.
           MOVE SPACES TO WS-FIM-SORT.
           MOVE SPACES TO WS-AGENCIA-ABERTA.
           PERFORM R310-DEVOLVER-ORDENADO
               THRU R310-DEVOLVER-ORDENADO-FIM
               UNTIL FIM-SORT.
           PERFORM R340-FECHAR-AGENCIA THRU R340-FECHAR-AGENCIA-FIM.
       R300-QUEBRA-POR-AGENCIA-FIM.
           EXIT.

       R310-DEVOLVER-ORDENADO.
           RETURN SORTWK
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   PERFORM R320-TRATAR-ORDENADO
                       THRU R320-TRATAR-ORDENADO-FIM
           END-RETURN.
       R310-DEVOLVER-ORDENADO-FIM.
           EXIT.

       R320-TRATAR-ORDENADO.
           IF NOT AGENCIA-ABERTA
               OR SORT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               PERFORM R340-FECHAR-AGENCIA
                   THRU R340-FECHAR-AGENCIA-FIM
               PERFORM R330-ABRIR-AGENCIA
                   THRU R330-ABRIR-AGENCIA-FIM
           END-IF.

           IF SORT-SECCAO = 1
               IF SORT-TIPO = 'A'
                   ADD 1 TO WS-AGC-ENVIADOS
               END-IF
               IF SORT-TIPO = 'R'
                   ADD 1 TO WS-AGC-ENVIADOS
                   ADD 1 TO WS-AGC-REJ-VAL
               END-IF
               IF SORT-TIPO = 'M'
                   ADD 1 TO WS-AGC-REJ-MNT
               END-IF
               IF SORT-TIPO = 'P'
                   ADD 1 TO WS-AGC-PENDENTES
               END-IF
               GO TO R320-TRATAR-ORDENADO-FIM
           END-IF.

           IF NOT RESUMO-IMPRESSO
               PERFORM R350-IMPRIMIR-RESUMO
                   THRU R350-IMPRIMIR-RESUMO-FIM
           END-IF.

           IF SORT-TIPO = WS-TIPO-ANTERIOR
               AND SORT-MOTIVO = WS-MOTIVO-ANTERIOR
               ADD 1 TO WS-MOTIVO-CONTAGEM
           ELSE
               PERFORM R360-IMPRIMIR-MOTIVO
                   THRU R360-IMPRIMIR-MOTIVO-FIM
               MOVE SORT-TIPO TO WS-TIPO-ANTERIOR
               MOVE SORT-MOTIVO TO WS-MOTIVO-ANTERIOR
               MOVE 1 TO WS-MOTIVO-CONTAGEM
           END-IF.
       R320-TRATAR-ORDENADO-FIM.
           EXIT.

       R330-ABRIR-AGENCIA.
           MOVE 'S' TO WS-AGENCIA-ABERTA.
           MOVE SPACES TO WS-RESUMO-IMPRESSO.
           MOVE SORT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE SPACES TO WS-TIPO-ANTERIOR.
           MOVE SPACES TO WS-MOTIVO-ANTERIOR.
           MOVE ZEROS TO WS-MOTIVO-CONTAGEM.
           MOVE ZEROS TO WS-AGC-ENVIADOS.
           MOVE ZEROS TO WS-AGC-REJ-VAL.
           MOVE ZEROS TO WS-AGC-REJ-MNT.
           MOVE ZEROS TO WS-AGC-PENDENTES.

           IF SORT-AGENCIA = SPACES
               MOVE '(SEM REGISTO DE ORIGEM)' TO WS-AGENCIA-NOME
           ELSE
               MOVE SORT-AGENCIA TO AGENCIA-CODIGO
               READ AGENCIAS
                   INVALID KEY
                       MOVE '(AGENCIA NAO CONSTA DA TABELA)'
                           TO WS-AGENCIA-NOME
                   NOT INVALID KEY
                       MOVE AGENCIA-NOME TO WS-AGENCIA-NOME
               END-READ
           END-IF.

           MOVE SORT-AGENCIA TO AGC-CODIGO.
           MOVE WS-AGENCIA-NOME TO AGC-NOME.
           WRITE QUAREL-LINHA FROM WS-LINHA-AGENCIA.
       R330-ABRIR-AGENCIA-FIM.
           EXIT.

      *****************************************************
      * R340 - FECHO DA AGENCIA: IMPRIME O RESUMO (SE NAO   *
      * HOUVE SECCAO DE MOTIVOS), O ULTIMO MOTIVO, SOMA AOS *
      * TOTAIS DO MES E GRAVA A AGENCIA NO QUAWRK. AS       *
      * OCORRENCIAS SEM ORIGEM (ANTERIORES AO REGISTO DA    *
      * AGENCIA) FICAM FORA DA CLASSIFICACAO                *
      *****************************************************
       R340-FECHAR-AGENCIA.
           IF NOT AGENCIA-ABERTA
               GO TO R340-FECHAR-AGENCIA-FIM
           END-IF.
           IF NOT RESUMO-IMPRESSO
               PERFORM R350-IMPRIMIR-RESUMO
                   THRU R350-IMPRIMIR-RESUMO-FIM
           END-IF.
           PERFORM R360-IMPRIMIR-MOTIVO THRU R360-IMPRIMIR-MOTIVO-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.

           ADD WS-AGC-ENVIADOS TO WS-TOTAL-ENVIADOS.
           ADD WS-AGC-REJ-VAL TO WS-TOTAL-REJ-VAL.
           ADD WS-AGC-REJ-MNT TO WS-TOTAL-REJ-MNT.
           ADD WS-AGC-PENDENTES TO WS-TOTAL-PENDENTES.
           ADD 1 TO WS-TOTAL-AGENCIAS.

           IF WS-AGENCIA-ANTERIOR NOT = SPACES
               MOVE WS-TAXA TO QUAWRK-TAXA
               MOVE WS-AGC-REJEITADOS TO QUAWRK-REJEITADOS
               MOVE WS-AGENCIA-ANTERIOR TO QUAWRK-AGENCIA
               MOVE WS-AGENCIA-NOME TO QUAWRK-NOME
               MOVE WS-AGC-ENVIADOS TO QUAWRK-ENVIADOS
               MOVE WS-AGC-PENDENTES TO QUAWRK-PENDENTES
               WRITE QUAWRK-REGISTO
               IF NOT OK-QUAWRK
                   DISPLAY 'ERRO AO GRAVAR O FICHERO QUAWRK'
                       WS-FS-QUAWRK
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-AGENCIA-ABERTA.
       R340-FECHAR-AGENCIA-FIM.
           EXIT.

      *****************************************************
      * R350 - RESUMO DA AGENCIA. A TAXA DE REJEICAO E A    *
      * SOMA DAS REJEICOES DO FBVAL01 E DO FBMNT01 SOBRE OS *
      * ENVIADOS; SEM ENVIOS NO MES FICA A ZEROS            *
      *****************************************************
       R350-IMPRIMIR-RESUMO.
           MOVE 'S' TO WS-RESUMO-IMPRESSO.
           COMPUTE WS-AGC-REJEITADOS = WS-AGC-REJ-VAL + WS-AGC-REJ-MNT.
           MOVE ZEROS TO WS-TAXA.
           IF WS-AGC-ENVIADOS > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   (WS-AGC-REJEITADOS * 100) / WS-AGC-ENVIADOS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TAXA
               END-COMPUTE
           END-IF.
           MOVE WS-AGC-ENVIADOS TO RES-ENVIADOS.
           MOVE WS-AGC-REJ-VAL TO RES-REJ-VAL.
           MOVE WS-AGC-REJ-MNT TO RES-REJ-MNT.
           MOVE WS-AGC-PENDENTES TO RES-PENDENTES.
           MOVE WS-TAXA TO RES-TAXA.
           WRITE QUAREL-LINHA FROM WS-LINHA-RESUMO.
       R350-IMPRIMIR-RESUMO-FIM.
           EXIT.

       R360-IMPRIMIR-MOTIVO.
           IF WS-MOTIVO-CONTAGEM = ZERO
               GO TO R360-IMPRIMIR-MOTIVO-FIM
           END-IF.
           IF WS-TIPO-ANTERIOR = 'M'
               MOVE 'FBMNT01 ' TO MOT-PASSO
           ELSE
               MOVE 'FBVAL01 ' TO MOT-PASSO
           END-IF.
           MOVE WS-MOTIVO-ANTERIOR TO MOT-MOTIVO.
           MOVE WS-MOTIVO-CONTAGEM TO MOT-CONTAGEM.
           MOVE ZEROS TO MOT-TAXA.
           IF WS-AGC-ENVIADOS > ZERO
               COMPUTE MOT-TAXA ROUNDED =
                   (WS-MOTIVO-CONTAGEM * 100) / WS-AGC-ENVIADOS
                   ON SIZE ERROR
                       MOVE 999.99 TO MOT-TAXA
               END-COMPUTE
           END-IF.
           WRITE QUAREL-LINHA FROM WS-LINHA-MOTIVO.
           MOVE ZEROS TO WS-MOTIVO-CONTAGEM.
       R360-IMPRIMIR-MOTIVO-FIM.
           EXIT.

       R500-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS ENVIADOS.....: ' TO WS-LINHA-REL(1:26).
           MOVE WS-TOTAL-ENVIADOS TO WS-LINHA-REL(27:9).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REJEITADOS PELO FBVAL01.: ' TO WS-LINHA-REL(1:26).
           MOVE WS-TOTAL-REJ-VAL TO WS-LINHA-REL(27:9).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REJEITADOS PELO FBMNT01.: ' TO WS-LINHA-REL(1:26).
           MOVE WS-TOTAL-REJ-MNT TO WS-LINHA-REL(27:9).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'PENDENTES NO MNTREC.....: ' TO WS-LINHA-REL(1:26).
           MOVE WS-TOTAL-PENDENTES TO WS-LINHA-REL(27:9).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'AGENCIAS NO QUADRO......: ' TO WS-LINHA-REL(1:26).
           MOVE WS-TOTAL-AGENCIAS TO WS-LINHA-REL(27:9).
           WRITE QUAREL-LINHA FROM WS-LINHA-REL.
       R500-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R600 - PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO:    *
      * LIBERTA OS TOTAIS DE CADA AGENCIA GRAVADOS NO       *
      * QUAWRK PELA QUEBRA DE CONTROLO                      *
      *****************************************************
       R600-LIBERTAR-AGENCIAS.
           OPEN INPUT QUAWRK.
           IF NOT OK-QUAWRK
               DISPLAY 'ERRO NO FICHERO QUAWRK' WS-FS-QUAWRK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-QUAWRK.
           PERFORM R610-LER-QUAWRK THRU R610-LER-QUAWRK-FIM
               UNTIL FIM-QUAWRK.
           CLOSE QUAWRK.
           IF NOT OK-QUAWRK
               DISPLAY 'ERRO AO FECHAR O FICHERO QUAWRK' WS-FS-QUAWRK
               STOP RUN
           END-IF.
       R600-LIBERTAR-AGENCIAS-FIM.
           EXIT.

       R610-LER-QUAWRK.
           READ QUAWRK
               AT END
                   MOVE 'S' TO WS-FIM-QUAWRK
               NOT AT END
                   MOVE QUAWRK-REGISTO TO SRK-REGISTO
                   RELEASE SRK-REGISTO
           END-READ.
       R610-LER-QUAWRK-FIM.
           EXIT.

      *****************************************************
      * R700 - PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: UMA  *
      * LINHA POR AGENCIA, DA MAIOR TAXA DE REJEICAO PARA A *
      * MENOR (EMPATE DESFEITO PELO NUMERO DE REJEITADOS)   *
      *****************************************************
       R700-IMPRIMIR-CLASSIFICACAO.
           MOVE SPACES TO WS-FIM-SORT.
           MOVE ZEROS TO WS-POSICAO.
           PERFORM R710-DEVOLVER-AGENCIA
               THRU R710-DEVOLVER-AGENCIA-FIM
               UNTIL FIM-SORT.
       R700-IMPRIMIR-CLASSIFICACAO-FIM.
           EXIT.

       R710-DEVOLVER-AGENCIA.
           RETURN SORTRK
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   ADD 1 TO WS-POSICAO
                   MOVE WS-POSICAO TO RNK-POSICAO
                   MOVE SRK-AGENCIA TO RNK-AGENCIA
                   MOVE SRK-NOME TO RNK-NOME
                   MOVE SRK-ENVIADOS TO RNK-ENVIADOS
                   MOVE SRK-REJEITADOS TO RNK-REJEITADOS
                   MOVE SRK-PENDENTES TO RNK-PENDENTES
                   MOVE SRK-TAXA TO RNK-TAXA
                   WRITE QUAREL-LINHA FROM WS-LINHA-RANKING
           END-RETURN.
       R710-DEVOLVER-AGENCIA-FIM.
           EXIT.
