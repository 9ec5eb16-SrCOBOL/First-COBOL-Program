      *               AGENCIAS. O MNTREC E INDEXADO POR     *
      *               NUMCLI + ACCAO, PELO QUE A LEITURA    *
      *               SEQUENCIAL JA SAI POR ORDEM DE NUMCLI *
      *   2026-09-14  CADA PENDENTE PASSA A SAIR COM A      *
      *               AGENCIA E O OPERADOR DE ORIGEM DO     *
      *               MOVIMENTO, GUARDADOS NO MNTREC PELO   *
      *               FBVAL01 - O BACK OFFICE SABE A QUEM   *
      *               COBRAR SEM IR AO PAPEL                *
      *****************************************************

       ENVIRONMENT DIVISION.
           05 DET-TENTATIVAS         PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DET-IDADE-UTIL         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DET-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DET-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'PRIMEIRA' TO WS-LINHA-REL(55:8).
           MOVE 'TENT' TO WS-LINHA-REL(65:4).
           MOVE 'IDADE' TO WS-LINHA-REL(70:5).
           MOVE 'AGEN' TO WS-LINHA-REL(77:4).
           MOVE 'OPERADOR' TO WS-LINHA-REL(83:8).
           WRITE AGEREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE AGEREL-LINHA FROM WS-LINHA-REL.
               MOVE MNTREC-DATA-PRIMEIRA TO DET-DATA-PRIMEIRA
               MOVE MNTREC-TENTATIVAS TO DET-TENTATIVAS
               MOVE WS-IDADE-UTIL TO DET-IDADE-UTIL
               MOVE MNTREC-MOV-AGENCIA TO DET-AGENCIA
               MOVE MNTREC-MOV-OPERADOR TO DET-OPERADOR
               WRITE AGEREL-LINHA FROM WS-LINHA-DETALHE
           ELSE
               ADD 1 TO WS-TOTAL-DENTRO-JANELA
