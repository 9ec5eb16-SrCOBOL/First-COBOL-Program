       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCNV05.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-15  PROGRAMA CRIADO - CONVERSAO UNICA     *
      *               DO FICHEIRO DE ESTATISTICAS DIARIAS   *
      *               DIASTAT (130 -> 166, INDEXADO), QUE   *
      *               PASSA A GUARDAR NO FIM AS CONTAGENS   *
      *               DA APROVACAO A QUATRO OLHOS (RETIDOS, *
      *               APROVADOS, RECUSADOS E EXPIRADOS), NO *
      *               MOLDE DO FBCNV04. A SAIDA VAI PARA    *
      *               DIASTAT.CNV COM AS CONTAGENS NOVAS A  *
      *               ZEROS NOS DIAS ANTIGOS. SEM DIASTAT O *
      *               PASSO E SALTADO COM AVISO. O OPERADOR *
      *               PROMOVE O .CNV AO NOME ORIGINAL       *
      *               DEPOIS DE CONFERIR AS CONTAGENS E     *
      *               ANTES DA PRIMEIRA EXECUCAO DO         *
      *               FBAPL01, FBVAL01, FBMNT01, FBBAT01 OU *
      *               FBSTA01 NO LAYOUT NOVO                *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STA-ANTIGO ASSIGN TO '/home/kikos/DIASTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-STA-DATA
               FILE STATUS IS WS-FS-STA-ANTIGO.

           SELECT STA-CONV ASSIGN TO '/home/kikos/DIASTAT.CNV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIASTAT-DATA
               FILE STATUS IS WS-FS-STA-CONV.

       DATA DIVISION.
       FILE SECTION.
       FD  STA-ANTIGO.
      *    LAYOUT ANTERIOR DO DIASTAT, SEM AS CONTAGENS DA
      *    APROVACAO - MANTIDO AQUI A MAO DE PROPOSITO: E A
      *    IMAGEM DO FORMATO CESSANTE
       01 ANT-STA-REGISTO.
           05 ANT-STA-DATA             PIC 9(08).
           05 ANT-STA-CONTAGENS        PIC X(122).

       FD  STA-CONV.
           COPY DIASTAT.

       WORKING-STORAGE SECTION.
       01 WS-FS-STA-ANTIGO          PIC X(02).
           88 OK-STA-ANTIGO          VALUE '00', '10'.
           88 STA-ANTIGO-INEXISTENTE VALUE '35'.
       01 WS-FS-STA-CONV            PIC X(02).
           88 OK-STA-CONV            VALUE '00'.

       01 WS-FIM-STA-ANTIGO         PIC X VALUE SPACES.
           88 FIM-STA-ANTIGO         VALUE 'S'.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CONVERTIDOS      PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R100-CONVERTER-DIASTAT
               THRU R100-CONVERTER-DIASTAT-FIM.

           DISPLAY 'FBCNV05 - DIASTAT DIAS LIDOS....: '
               WS-TOTAL-LIDOS.
           DISPLAY 'FBCNV05 - DIASTAT CONVERTIDOS...: '
               WS-TOTAL-CONVERTIDOS.

           STOP RUN.

      *****************************************************
      * R100 - O DIASTAT ANTIGO E LIDO POR ORDEM DE DATA E  *
      * CADA DIA E REGRAVADO NO DIASTAT.CNV COM AS MESMAS   *
      * CONTAGENS E AS DA APROVACAO A ZEROS                 *
      *****************************************************
       R100-CONVERTER-DIASTAT.
           OPEN INPUT STA-ANTIGO.
           IF STA-ANTIGO-INEXISTENTE
               DISPLAY 'FBCNV05 - SEM DIASTAT, NADA A CONVERTER'
               GO TO R100-CONVERTER-DIASTAT-FIM
           END-IF.
           IF NOT OK-STA-ANTIGO
               DISPLAY 'ERRO NO FICHERO DIASTAT' WS-FS-STA-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT STA-CONV.
           IF NOT OK-STA-CONV
               DISPLAY 'ERRO NO FICHERO DIASTAT.CNV' WS-FS-STA-CONV
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-FIM-STA-ANTIGO.
           PERFORM R110-CONVERTER-DIA
               THRU R110-CONVERTER-DIA-FIM
               UNTIL FIM-STA-ANTIGO.

           CLOSE STA-ANTIGO.
           IF NOT OK-STA-ANTIGO
               DISPLAY 'ERRO AO FECHAR O FICHERO DIASTAT'
                   WS-FS-STA-ANTIGO
               STOP RUN
           END-IF.

           CLOSE STA-CONV.
           IF NOT OK-STA-CONV
               DISPLAY 'ERRO AO FECHAR O FICHERO DIASTAT.CNV'
                   WS-FS-STA-CONV
               STOP RUN
           END-IF.
       R100-CONVERTER-DIASTAT-FIM.
           EXIT.

       R110-CONVERTER-DIA.
           READ STA-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-STA-ANTIGO
                   GO TO R110-CONVERTER-DIA-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE ZEROS TO DIASTAT-REGISTO.
           MOVE ANT-STA-REGISTO TO DIASTAT-REGISTO(1:130).
           WRITE DIASTAT-REGISTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O FICHERO DIASTAT.CNV'
                       WS-FS-STA-CONV
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-TOTAL-CONVERTIDOS.
       R110-CONVERTER-DIA-FIM.
           EXIT.
