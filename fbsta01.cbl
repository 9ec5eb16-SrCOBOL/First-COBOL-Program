      *               A RESPOSTA A "AS REJEICOES ESTAO A    *
      *               SUBIR?" DEIXA DE EXIGIR ESCAVAR       *
      *               LISTAGENS ANTIGAS A MAO               *
      *   2026-10-15  QUATRO COLUNAS NOVAS NO FIM DA LINHA  *
      *               COM AS CONTAGENS DA APROVACAO A       *
      *               QUATRO OLHOS - MOVIMENTOS RETIDOS     *
      *               PELO FBVAL01 E APROVADOS, RECUSADOS E *
      *               EXPIRADOS NO FBAPL01 - SOMADAS NO MES *
      *               E COMPARADAS COM O MES ANTERIOR       *
      *****************************************************

       ENVIRONMENT DIVISION.
       01 WS-TOT-ID-25-39           PIC 9(09) VALUE ZEROS.
       01 WS-TOT-ID-40-59           PIC 9(09) VALUE ZEROS.
       01 WS-TOT-ID-60-MAIS         PIC 9(09) VALUE ZEROS.
       01 WS-TOT-APR-RETIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOT-APR-APROVADOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOT-APR-RECUSADOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOT-APR-EXPIRADOS      PIC 9(09) VALUE ZEROS.

      *    ACUMULADORES DO MES ANTERIOR, PARA A COMPARACAO
       01 WS-ANT-CLIENTES           PIC 9(09) VALUE ZEROS.
       01 WS-ANT-ID-25-39           PIC 9(09) VALUE ZEROS.
       01 WS-ANT-ID-40-59           PIC 9(09) VALUE ZEROS.
       01 WS-ANT-ID-60-MAIS         PIC 9(09) VALUE ZEROS.
       01 WS-ANT-APR-RETIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-ANT-APR-APROVADOS      PIC 9(09) VALUE ZEROS.
       01 WS-ANT-APR-RECUSADOS      PIC 9(09) VALUE ZEROS.
       01 WS-ANT-APR-EXPIRADOS      PIC 9(09) VALUE ZEROS.

       01 WS-DIFERENCA              PIC S9(09) VALUE ZEROS.

           05 DIA-ID-40-59           PIC ZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIA-ID-60-MAIS         PIC ZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIA-APR-RETIDOS        PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIA-APR-APROVADOS      PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIA-APR-RECUSADOS      PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIA-APR-EXPIRADOS      PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.

       01 WS-LINHA-DIF.
           05 DIF-ROTULO             PIC X(08).
           05 DIF-ID-40-59           PIC +ZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIF-ID-60-MAIS         PIC +ZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIF-APR-RETIDOS        PIC +ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIF-APR-APROVADOS      PIC +ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIF-APR-RECUSADOS      PIC +ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DIF-APR-EXPIRADOS      PIC +ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE '  25-39 ' TO WS-LINHA-REL(77:8).
           MOVE '  40-59 ' TO WS-LINHA-REL(86:8).
           MOVE ' 60.MAIS' TO WS-LINHA-REL(95:8).
           MOVE 'RETID' TO WS-LINHA-REL(104:5).
           MOVE 'APROV' TO WS-LINHA-REL(110:5).
           MOVE 'RECUS' TO WS-LINHA-REL(116:5).
           MOVE 'EXPIR' TO WS-LINHA-REL(122:5).
           WRITE STAREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE STAREL-LINHA FROM WS-LINHA-REL.
           MOVE DIASTAT-BAT-ID-25-39 TO DIA-ID-25-39.
           MOVE DIASTAT-BAT-ID-40-59 TO DIA-ID-40-59.
           MOVE DIASTAT-BAT-ID-60-MAIS TO DIA-ID-60-MAIS.
           MOVE DIASTAT-APR-RETIDOS TO DIA-APR-RETIDOS.
           MOVE DIASTAT-APR-APROVADOS TO DIA-APR-APROVADOS.
           MOVE DIASTAT-APR-RECUSADOS TO DIA-APR-RECUSADOS.
           MOVE DIASTAT-APR-EXPIRADOS TO DIA-APR-EXPIRADOS.
           WRITE STAREL-LINHA FROM WS-LINHA-DIA.
       R220-IMPRIMIR-DIA-FIM.
           EXIT.
           MOVE DIASTAT-BAT-ID-25-39 TO WS-TOT-ID-25-39.
           MOVE DIASTAT-BAT-ID-40-59 TO WS-TOT-ID-40-59.
           MOVE DIASTAT-BAT-ID-60-MAIS TO WS-TOT-ID-60-MAIS.
           ADD DIASTAT-APR-RETIDOS TO WS-TOT-APR-RETIDOS.
           ADD DIASTAT-APR-APROVADOS TO WS-TOT-APR-APROVADOS.
           ADD DIASTAT-APR-RECUSADOS TO WS-TOT-APR-RECUSADOS.
           ADD DIASTAT-APR-EXPIRADOS TO WS-TOT-APR-EXPIRADOS.
       R230-ACUMULAR-MES-FIM.
           EXIT.

           MOVE DIASTAT-BAT-ID-25-39 TO WS-ANT-ID-25-39.
           MOVE DIASTAT-BAT-ID-40-59 TO WS-ANT-ID-40-59.
           MOVE DIASTAT-BAT-ID-60-MAIS TO WS-ANT-ID-60-MAIS.
           ADD DIASTAT-APR-RETIDOS TO WS-ANT-APR-RETIDOS.
           ADD DIASTAT-APR-APROVADOS TO WS-ANT-APR-APROVADOS.
           ADD DIASTAT-APR-RECUSADOS TO WS-ANT-APR-RECUSADOS.
           ADD DIASTAT-APR-EXPIRADOS TO WS-ANT-APR-EXPIRADOS.
       R240-ACUMULAR-MES-ANTERIOR-FIM.
           EXIT.

      * ANTERIOR E A DIFERENCA LINHA A LINHA. NOS CLIENTES  *
      * NO MESTRE, NOS IBAN/CPOSTAL INVALIDOS DIARIOS E NO  *
      * PERFIL DE IDADES VALE O ULTIMO DIA GRAVADO DE CADA  *
      * MES; NAS ADICOES, ALTERACOES, ELIMINACOES,          *
      * REJEICOES E NAS CONTAGENS DA APROVACAO A QUATRO     *
      * OLHOS VALE A SOMA DO MES                            *
      *****************************************************
       R400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-DIA.
           MOVE WS-TOT-ID-25-39 TO DIA-ID-25-39.
           MOVE WS-TOT-ID-40-59 TO DIA-ID-40-59.
           MOVE WS-TOT-ID-60-MAIS TO DIA-ID-60-MAIS.
           MOVE WS-TOT-APR-RETIDOS TO DIA-APR-RETIDOS.
           MOVE WS-TOT-APR-APROVADOS TO DIA-APR-APROVADOS.
           MOVE WS-TOT-APR-RECUSADOS TO DIA-APR-RECUSADOS.
           MOVE WS-TOT-APR-EXPIRADOS TO DIA-APR-EXPIRADOS.
           WRITE STAREL-LINHA FROM WS-LINHA-DIA.

           MOVE SPACES TO WS-LINHA-DIA.
           MOVE WS-ANT-ID-25-39 TO DIA-ID-25-39.
           MOVE WS-ANT-ID-40-59 TO DIA-ID-40-59.
           MOVE WS-ANT-ID-60-MAIS TO DIA-ID-60-MAIS.
           MOVE WS-ANT-APR-RETIDOS TO DIA-APR-RETIDOS.
           MOVE WS-ANT-APR-APROVADOS TO DIA-APR-APROVADOS.
           MOVE WS-ANT-APR-RECUSADOS TO DIA-APR-RECUSADOS.
           MOVE WS-ANT-APR-EXPIRADOS TO DIA-APR-EXPIRADOS.
           WRITE STAREL-LINHA FROM WS-LINHA-DIA.

           MOVE SPACES TO WS-LINHA-DIF.
           COMPUTE WS-DIFERENCA =
               WS-TOT-ID-60-MAIS - WS-ANT-ID-60-MAIS.
           MOVE WS-DIFERENCA TO DIF-ID-60-MAIS.
           COMPUTE WS-DIFERENCA =
               WS-TOT-APR-RETIDOS - WS-ANT-APR-RETIDOS.
           MOVE WS-DIFERENCA TO DIF-APR-RETIDOS.
           COMPUTE WS-DIFERENCA =
               WS-TOT-APR-APROVADOS - WS-ANT-APR-APROVADOS.
           MOVE WS-DIFERENCA TO DIF-APR-APROVADOS.
           COMPUTE WS-DIFERENCA =
               WS-TOT-APR-RECUSADOS - WS-ANT-APR-RECUSADOS.
           MOVE WS-DIFERENCA TO DIF-APR-RECUSADOS.
           COMPUTE WS-DIFERENCA =
               WS-TOT-APR-EXPIRADOS - WS-ANT-APR-EXPIRADOS.
           MOVE WS-DIFERENCA TO DIF-APR-EXPIRADOS.
           WRITE STAREL-LINHA FROM WS-LINHA-DIF.

           IF WS-DIAS-NO-MES-REL = ZEROS
