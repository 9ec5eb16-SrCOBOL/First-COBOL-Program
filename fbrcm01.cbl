       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRCM01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-12  PROGRAMA CRIADO - RECONSTRUCAO DO     *
      *               MESTRE DE CLIENTES TAL COMO ESTAVA NO *
      *               FIM DE UM DIA DE NEGOCIO PASSADO      *
      *               (DATA NO RCMPARM), PARA A AUDITORIA.  *
      *               PARTE DA GERACAO RETIDA (G01/G02/G03) *
      *               MAIS PROXIMA DA DATA - DATADA PELAS   *
      *               PROMOCOES COMPLETAS DO FBPRM01 NO     *
      *               RUNCTL - OU DE UMA BASE VAZIA, E      *
      *               APLICA AS IMAGENS DO CLIHIST E DOS    *
      *               ARQUIVOS DO ARCNDX: PARA A FRENTE     *
      *               (IMAGEM POSTERIOR) QUANDO A DATA E    *
      *               POSTERIOR A BASE, PARA TRAS (IMAGEM   *
      *               ANTERIOR) QUANDO E ANTERIOR. O        *
      *               RESULTADO E UM MESTRE INDEXADO        *
      *               AUTONOMO (ENT001.Raaaammdd, COM O SEU *
      *               TRAILER .TRL), NO LAYOUT E COM AS     *
      *               CHAVES DO ENT001, QUE OS PROGRAMAS DE *
      *               CONSULTA E DE RELATORIO LEEM COMO SE  *
      *               FOSSE O MESTRE. O ENT001 NUNCA E      *
      *               ABERTO. O RELATORIO RCMREL MOSTRA A   *
      *               BASE USADA, OS MOVIMENTOS APLICADOS E *
      *               OS CLIENTES CUJAS IMAGENS NAO         *
      *               ENCADEIAM                             *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GERBASE ASSIGN TO WS-BASE-FICHEIRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GERBASE-NUMCLI
               ALTERNATE RECORD KEY IS GERBASE-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GERBASE.

           SELECT TRLBASE ASSIGN TO WS-BASE-TRAILER
               FILE STATUS IS WS-FS-TRLBASE.

           SELECT SNAPSHOT ASSIGN TO WS-SNP-FICHEIRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNAPSHOT-NUMCLI
               ALTERNATE RECORD KEY IS SNAPSHOT-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT TRLSNP ASSIGN TO WS-SNP-TRAILER
               FILE STATUS IS WS-FS-TRLSNP.

           SELECT CLIHIST ASSIGN TO '/home/kikos/CLIHIST'
               FILE STATUS IS WS-FS-CLIHIST.

           SELECT ARCNDX ASSIGN TO '/home/kikos/ARCNDX'
               FILE STATUS IS WS-FS-ARCNDX.

           SELECT CLIARC ASSIGN TO WS-ARQ-FICHEIRO
               FILE STATUS IS WS-FS-CLIARC.

           SELECT RCMPARM ASSIGN TO '/home/kikos/RCMPARM'
               FILE STATUS IS WS-FS-RCMPARM.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT RUNCTL ASSIGN TO '/home/kikos/RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNCTL-CHAVE
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT SORTWK ASSIGN TO '/home/kikos/SORTWK'.

           SELECT RCMREL ASSIGN TO '/home/kikos/RCMREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCMREL.

       DATA DIVISION.
       FILE SECTION.
       FD  GERBASE.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GERBASE-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GERBASE-NUMCLI==
               ==CLIWORK-NOME==    BY ==GERBASE-NOME==
               ==CLIWORK-IDADE==   BY ==GERBASE-IDADE==
               ==CLIWORK-DTNASC==  BY ==GERBASE-DTNASC==
               ==CLIWORK-MORADA==  BY ==GERBASE-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GERBASE-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GERBASE-IBAN==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GERBASE-ESTADO-DATA==
               ==CLIWORK-ESTADO==  BY ==GERBASE-ESTADO==.

       FD  TRLBASE.
       01 TRLBASE-REGISTO.
           05 TRLBASE-CONTAGEM           PIC 9(08).

       FD  SNAPSHOT.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==SNAPSHOT-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==SNAPSHOT-NUMCLI==
               ==CLIWORK-NOME==    BY ==SNAPSHOT-NOME==
               ==CLIWORK-IDADE==   BY ==SNAPSHOT-IDADE==
               ==CLIWORK-DTNASC==  BY ==SNAPSHOT-DTNASC==
               ==CLIWORK-MORADA==  BY ==SNAPSHOT-MORADA==
               ==CLIWORK-CPOSTAL== BY ==SNAPSHOT-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==SNAPSHOT-IBAN==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==SNAPSHOT-ESTADO-DATA==
               ==CLIWORK-ESTADO==  BY ==SNAPSHOT-ESTADO==.

       FD  TRLSNP.
       01 TRLSNP-REGISTO.
           05 TRLSNP-CONTAGEM            PIC 9(08).

       FD  CLIHIST.
           COPY CLIHIST.

       FD  ARCNDX.
           COPY ARCNDX.

       FD  CLIARC.
           COPY CLIHIST REPLACING
               ==CLIHIST-REGISTO== BY ==CLIARC-REGISTO==
               ==CLIHIST-NUMCLI==  BY ==CLIARC-NUMCLI==
               ==CLIHIST-DATA==    BY ==CLIARC-DATA==
               ==CLIHIST-HORA==    BY ==CLIARC-HORA==
               ==CLIHIST-ACCAO==   BY ==CLIARC-ACCAO==
               ==CLIHIST-ANTES==   BY ==CLIARC-ANTES==
               ==CLIHIST-DEPOIS==  BY ==CLIARC-DEPOIS==
               ==CLIHIST-AGENCIA== BY ==CLIARC-AGENCIA==
               ==CLIHIST-OPERADOR== BY ==CLIARC-OPERADOR==.

      *    DATA DE NEGOCIO (AAAAMMDD) A RECONSTRUIR - OBRIGATORIA
       FD  RCMPARM.
       01 RCMPARM-REGISTO.
           05 RCMPARM-DATA              PIC 9(08).

       FD  PARMRUN.
           COPY PARMRUN.

       FD  RUNCTL.
           COPY RUNCTL.

      *    A ORDEM E A DATA/HORA/LEITURA DO MOVIMENTO, OU O SEU
      *    COMPLEMENTO QUANDO O MESTRE E RECUADO (MAIS RECENTE
      *    PRIMEIRO)
       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-NUMCLI             PIC 9(07).
           05 SORT-ORDEM.
               10 SORT-ORDEM-DATA     PIC 9(08).
               10 SORT-ORDEM-HORA     PIC 9(08).
               10 SORT-ORDEM-SEQ      PIC 9(09).
           05 SORT-DATA               PIC 9(08).
           05 SORT-HORA               PIC 9(08).
           05 SORT-ACCAO              PIC X(01).
           05 SORT-ANTES              PIC X(124).
           05 SORT-DEPOIS             PIC X(124).

       FD  RCMREL.
       01 RCMREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-GERBASE             PIC X(02).
           88 OK-GERBASE             VALUE '00', '10'.
           88 GERBASE-INEXISTENTE    VALUE '35'.
       01 WS-FS-TRLBASE             PIC X(02).
           88 OK-TRLBASE             VALUE '00', '10'.
       01 WS-FS-SNAPSHOT            PIC X(02).
           88 OK-SNAPSHOT            VALUE '00'.
       01 WS-FS-TRLSNP              PIC X(02).
           88 OK-TRLSNP              VALUE '00'.
       01 WS-FS-CLIHIST             PIC X(02).
           88 OK-CLIHIST             VALUE '00', '10'.
       01 WS-FS-ARCNDX              PIC X(02).
           88 OK-ARCNDX              VALUE '00', '10'.
       01 WS-FS-CLIARC              PIC X(02).
           88 OK-CLIARC              VALUE '00', '10'.
       01 WS-FS-RCMPARM             PIC X(02).
           88 OK-RCMPARM             VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-RUNCTL              PIC X(02).
           88 OK-RUNCTL              VALUE '00', '10'.
           88 RUNCTL-INEXISTENTE     VALUE '35'.
       01 WS-FS-RCMREL              PIC X(02).
           88 OK-RCMREL              VALUE '00'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-OVERRIDE-PEDIDO        PIC X VALUE 'N'.
           88 OVERRIDE-AUTORIZADO    VALUE 'S'.
       01 WS-OVERRIDE-MOTIVO        PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-RECUSA          PIC X(60) VALUE SPACES.

       01 WS-FIM-RUNCTL             PIC X VALUE SPACES.
           88 FIM-RUNCTL             VALUE 'S'.
       01 WS-FIM-CLIHIST            PIC X VALUE SPACES.
           88 FIM-CLIHIST            VALUE 'S'.
       01 WS-FIM-ARCNDX             PIC X VALUE SPACES.
           88 FIM-ARCNDX             VALUE 'S'.
       01 WS-FIM-CLIARC             PIC X VALUE SPACES.
           88 FIM-CLIARC             VALUE 'S'.
       01 WS-FIM-GERBASE            PIC X VALUE SPACES.
           88 FIM-GERBASE            VALUE 'S'.
       01 WS-BASE-ESCOLHIDA         PIC X VALUE SPACES.
           88 BASE-ESCOLHIDA         VALUE 'S'.
       01 WS-CLIENTE-QUEBRADO       PIC X VALUE SPACES.
           88 CLIENTE-QUEBRADO       VALUE 'S'.

      *    SENTIDO DA RECONSTRUCAO A PARTIR DA BASE
       01 WS-SENTIDO                PIC X VALUE 'A'.
           88 SENTIDO-AVANCAR        VALUE 'A'.
           88 SENTIDO-RECUAR         VALUE 'R'.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).
       01 WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                    PIC 9(08).

       01 WS-DATA-ALVO.
           05 WS-DA-ANO             PIC 9(04).
           05 WS-DA-MES             PIC 9(02).
           05 WS-DA-DIA             PIC 9(02).
       01 WS-DATA-ALVO-NUM REDEFINES WS-DATA-ALVO
                                    PIC 9(08).
       01 WS-DIA-ALVO               PIC 9(07) VALUE ZEROS.

      *    DATAS DAS QUATRO ULTIMAS PROMOCOES COMPLETAS DO
      *    FBPRM01: A MAIS RECENTE E A DO ENT001, AS SEGUINTES
      *    SAO AS DA G01, G02 E G03
       01 WS-PROMOCOES.
           05 WS-PROMOCAO OCCURS 4 TIMES PIC 9(08).
       01 WS-ULTIMA-PROMOCAO-DATA   PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMA-PROMOCAO-ESTADO PIC X(01) VALUE SPACES.

      *    GERACOES CANDIDATAS A BASE: ' ' POR AVALIAR,
      *    'N' SEM DATA CONHECIDA, 'X' REJEITADA, 'B' ESCOLHIDA
       01 WS-TABELA-GERACOES.
           05 WS-GER OCCURS 3 TIMES.
               10 WS-GER-DATA         PIC 9(08).
               10 WS-GER-DIA          PIC 9(07).
               10 WS-GER-ESTADO       PIC X(01).
       01 WS-G                      PIC 9(01) VALUE ZERO.
       01 WS-G-MELHOR               PIC 9(01) VALUE ZERO.
       01 WS-DISTANCIA              PIC S9(07) VALUE ZEROS.
       01 WS-DISTANCIA-MELHOR       PIC S9(07) VALUE ZEROS.

      *    BASE EM USO (ZERO = BASE VAZIA)
       01 WS-BASE-NUM               PIC 9(01) VALUE ZERO.
       01 WS-BASE-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-BASE-CONTAGEM          PIC 9(08) VALUE ZEROS.
       01 WS-BASE-FICHEIRO.
           05 FILLER                PIC X(21)
               VALUE '/home/kikos/ENT001.G0'.
           05 WS-BASE-FICH-NUM      PIC 9(01) VALUE ZERO.
           05 FILLER                PIC X(18) VALUE SPACES.
       01 WS-BASE-TRAILER.
           05 FILLER                PIC X(21)
               VALUE '/home/kikos/ENT001.G0'.
           05 WS-BASE-TRL-NUM       PIC 9(01) VALUE ZERO.
           05 FILLER                PIC X(04) VALUE '.TRL'.
           05 FILLER                PIC X(14) VALUE SPACES.

      *    MESTRE RECONSTRUIDO E O SEU TRAILER
       01 WS-SNP-FICHEIRO.
           05 FILLER                PIC X(20)
               VALUE '/home/kikos/ENT001.R'.
           05 WS-SNP-FICH-DATA      PIC 9(08) VALUE ZEROS.
           05 FILLER                PIC X(12) VALUE SPACES.
       01 WS-SNP-CONTAGEM           PIC 9(08) VALUE ZEROS.
       01 WS-SNP-TRAILER.
           05 FILLER                PIC X(20)
               VALUE '/home/kikos/ENT001.R'.
           05 WS-SNP-TRL-DATA       PIC 9(08) VALUE ZEROS.
           05 FILLER                PIC X(04) VALUE '.TRL'.
           05 FILLER                PIC X(08) VALUE SPACES.

      *    INTERVALO DE DATAS DOS MOVIMENTOS A APLICAR:
      *    POSTERIORES A WS-DATA-DE E ATE WS-DATA-ATE
       01 WS-DATA-DE                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATE               PIC 9(08) VALUE ZEROS.

       01 WS-ARQ-FICHEIRO           PIC X(40) VALUE SPACES.
       01 WS-SEQ-LEITURA            PIC 9(09) VALUE ZEROS.
       01 WS-HIST-NUMCLI            PIC 9(07) VALUE ZEROS.
       01 WS-HIST-DATA              PIC X(08) VALUE SPACES.
       01 WS-HIST-DATA-NUM REDEFINES WS-HIST-DATA
                                    PIC 9(08).
       01 WS-HIST-HORA              PIC X(08) VALUE SPACES.
       01 WS-HIST-HORA-NUM REDEFINES WS-HIST-HORA
                                    PIC 9(08).
       01 WS-HIST-ACCAO             PIC X(01) VALUE SPACES.
       01 WS-HIST-ANTES             PIC X(124) VALUE SPACES.
       01 WS-HIST-DEPOIS            PIC X(124) VALUE SPACES.

      *    CONFRONTO BASE / MOVIMENTOS, POR NUMCLI
       01 WS-CHAVE-BASE             PIC 9(08) VALUE ZEROS.
       01 WS-CHAVE-MOV              PIC 9(08) VALUE ZEROS.
       01 WS-CHAVE-ACTUAL           PIC 9(08) VALUE ZEROS.
       01 WS-IMAGEM                 PIC X(124) VALUE SPACES.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==RCM-IMAGEM-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==RCM-IMAGEM-NUMCLI==
               ==CLIWORK-NOME==    BY ==RCM-IMAGEM-NOME==
               ==CLIWORK-IDADE==   BY ==RCM-IMAGEM-IDADE==
               ==CLIWORK-DTNASC==  BY ==RCM-IMAGEM-DTNASC==
               ==CLIWORK-MORADA==  BY ==RCM-IMAGEM-MORADA==
               ==CLIWORK-CPOSTAL== BY ==RCM-IMAGEM-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==RCM-IMAGEM-IBAN==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==RCM-IMAGEM-ESTADO-DATA==
               ==CLIWORK-ESTADO==  BY ==RCM-IMAGEM-ESTADO==.
       01 WS-MOTIVO-QUEBRA          PIC X(40) VALUE SPACES.

      *    NUMERO DE DIA CORRIDO DE UMA DATA AAAAMMDD (R900)
       01 WS-JUL-DATA.
           05 WS-JUL-ANO            PIC 9(04).
           05 WS-JUL-MES            PIC 9(02).
           05 WS-JUL-DIA-MES        PIC 9(02).
       01 WS-JUL-A                  PIC 9(01) VALUE ZERO.
       01 WS-JUL-Y                  PIC 9(05) VALUE ZEROS.
       01 WS-JUL-M                  PIC 9(02) VALUE ZEROS.
       01 WS-JUL-T1                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-T2                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-T3                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-T4                 PIC 9(05) VALUE ZEROS.
       01 WS-JUL-DIA                PIC 9(07) VALUE ZEROS.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-INVALIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SELECCIONADOS    PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-APLICADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ARQUIVOS         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-BASE             PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-GRAVADOS         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-QUEBRAS          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CLIENTES-QUEBRA  PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-QUEBRA.
           05 QBR-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 QBR-DATA               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 QBR-HORA               PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 QBR-ACCAO              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 QBR-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.
           PERFORM R060-VALIDAR-DATA THRU R060-VALIDAR-DATA-FIM.
           PERFORM R100-DATAR-GERACOES THRU R100-DATAR-GERACOES-FIM.

           OPEN OUTPUT RCMREL.
           IF NOT OK-RCMREL
               DISPLAY 'ERRO NO FICHERO RCMREL' WS-FS-RCMREL
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RECONSTRUCAO DO MESTRE A UMA DATA - FBRCM01'
               TO WS-LINHA-REL(1:43).
           MOVE 'DATA: ' TO WS-LINHA-REL(60:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(66:2).
           MOVE '/' TO WS-LINHA-REL(68:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(69:2).
           MOVE '/' TO WS-LINHA-REL(71:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(72:4).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '=' TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MESTRE NO FIM DO DIA...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-DA-DIA TO WS-LINHA-REL(26:2).
           MOVE '/' TO WS-LINHA-REL(28:1).
           MOVE WS-DA-MES TO WS-LINHA-REL(29:2).
           MOVE '/' TO WS-LINHA-REL(31:1).
           MOVE WS-DA-ANO TO WS-LINHA-REL(32:4).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE 'GERACOES RETIDAS' TO WS-LINHA-REL(1:16).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.

           MOVE SPACES TO WS-BASE-ESCOLHIDA.
           PERFORM R200-ESCOLHER-BASE THRU R200-ESCOLHER-BASE-FIM
               UNTIL BASE-ESCOLHIDA.

      *    SENTIDO E INTERVALO DOS MOVIMENTOS A APLICAR
           IF WS-DATA-ALVO-NUM < WS-BASE-DATA
               MOVE 'R' TO WS-SENTIDO
               MOVE WS-DATA-ALVO-NUM TO WS-DATA-DE
               MOVE WS-BASE-DATA TO WS-DATA-ATE
           ELSE
               MOVE 'A' TO WS-SENTIDO
               MOVE WS-BASE-DATA TO WS-DATA-DE
               MOVE WS-DATA-ALVO-NUM TO WS-DATA-ATE
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE 'BASE USADA.............: ' TO WS-LINHA-REL(1:25).
           IF WS-BASE-NUM = ZERO
               MOVE 'BASE VAZIA - TODO O HISTORICO ATE A DATA'
                   TO WS-LINHA-REL(26:40)
           ELSE
               MOVE WS-BASE-FICHEIRO(13:10) TO WS-LINHA-REL(26:10)
               MOVE ' - MESTRE NO FIM DE ' TO WS-LINHA-REL(36:20)
               MOVE WS-BASE-DATA TO WS-LINHA-REL(56:8)
               MOVE ' (' TO WS-LINHA-REL(64:2)
               MOVE WS-BASE-CONTAGEM TO WS-LINHA-REL(66:8)
               MOVE ' REGISTOS)' TO WS-LINHA-REL(74:10)
           END-IF.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'SENTIDO................: ' TO WS-LINHA-REL(1:25).
           IF SENTIDO-RECUAR
               MOVE 'RECUO - DESFAZ OS MOVIMENTOS DE ' TO
                   WS-LINHA-REL(26:32)
           ELSE
               MOVE 'AVANCO - REPETE OS MOVIMENTOS DE ' TO
                   WS-LINHA-REL(26:33)
           END-IF.
           MOVE WS-DATA-DE TO WS-LINHA-REL(59:8).
           MOVE ' (EXCL.) A ' TO WS-LINHA-REL(67:11).
           MOVE WS-DATA-ATE TO WS-LINHA-REL(78:8).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MESTRE RECONSTRUIDO....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-SNP-FICHEIRO(13:16) TO WS-LINHA-REL(26:16).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE 'IMAGENS QUE NAO ENCADEIAM' TO WS-LINHA-REL(1:25).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI   DATA     HORA      A  MOTIVO'
               TO WS-LINHA-REL(1:38).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.

           SORT SORTWK
               ON ASCENDING KEY SORT-NUMCLI SORT-ORDEM
               INPUT PROCEDURE IS R300-SELECCIONAR-MOVIMENTOS
                   THRU R300-SELECCIONAR-MOVIMENTOS-FIM
               OUTPUT PROCEDURE IS R400-RECONSTRUIR
                   THRU R400-RECONSTRUIR-FIM.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.
           CLOSE RCMREL.
           IF NOT OK-RCMREL
               DISPLAY 'ERRO AO FECHAR O FICHERO RCMREL' WS-FS-RCMREL
               STOP RUN
           END-IF.

           DISPLAY 'FBRCM01 - MESTRE RECONSTRUIDO...: '
               WS-SNP-FICHEIRO.
           DISPLAY 'FBRCM01 - REGISTOS DA BASE......: ' WS-TOTAL-BASE.
           DISPLAY 'FBRCM01 - MOVIMENTOS APLICADOS..: '
               WS-TOTAL-APLICADOS.
           DISPLAY 'FBRCM01 - REGISTOS GRAVADOS.....: '
               WS-TOTAL-GRAVADOS.
           DISPLAY 'FBRCM01 - CLIENTES SEM ENCADEAR.: '
               WS-TOTAL-CLIENTES-QUEBRA.
           IF WS-TOTAL-CLIENTES-QUEBRA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *****************************************************
      * R050 - DATA DE NEGOCIO E OVERRIDE DO PARMRUN, COMO  *
      * NOS PASSOS DA CADEIA, E DATA A RECONSTRUIR DO       *
      * RCMPARM                                             *
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
                       IF PARMRUN-OVERRIDE-PEDIDO
                           AND PARMRUN-OVERRIDE-MOTIVO NOT = SPACES
                           MOVE 'S' TO WS-OVERRIDE-PEDIDO
                           MOVE PARMRUN-OVERRIDE-MOTIVO
                               TO WS-OVERRIDE-MOTIVO
                       END-IF
               END-READ
               CLOSE PARMRUN
           END-IF.

           MOVE ZEROS TO WS-DATA-ALVO-NUM.
           OPEN INPUT RCMPARM.
           IF OK-RCMPARM
               READ RCMPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCMPARM-DATA IS NUMERIC
                           MOVE RCMPARM-DATA TO WS-DATA-ALVO-NUM
                       END-IF
               END-READ
               CLOSE RCMPARM
           END-IF.
           MOVE WS-DATA-ALVO-NUM TO WS-SNP-FICH-DATA.
           MOVE WS-DATA-ALVO-NUM TO WS-SNP-TRL-DATA.

           DISPLAY '====== PARAMETROS EM VIGOR - FBRCM01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'DATA A RECONSTRUIR    : ' WS-DATA-ALVO.
           IF OVERRIDE-AUTORIZADO
               DISPLAY 'OVERRIDE DO OPERADOR  : ' WS-OVERRIDE-MOTIVO
           END-IF.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R060 - A DATA A RECONSTRUIR E OBRIGATORIA, TEM DE   *
      * SER UMA DATA VALIDA E NAO PODE SER POSTERIOR A DATA *
      * DE NEGOCIO                                          *
      *****************************************************
       R060-VALIDAR-DATA.
           IF WS-DATA-ALVO-NUM = ZERO
               MOVE 'RCMPARM SEM DATA A RECONSTRUIR'
                   TO WS-MOTIVO-RECUSA
               PERFORM R065-RECUSAR-EXECUCAO
                   THRU R065-RECUSAR-EXECUCAO-FIM
           END-IF.
           IF WS-DA-MES < 1 OR WS-DA-MES > 12
               OR WS-DA-DIA < 1 OR WS-DA-DIA > 31
               MOVE 'DATA A RECONSTRUIR INVALIDA NO RCMPARM'
                   TO WS-MOTIVO-RECUSA
               PERFORM R065-RECUSAR-EXECUCAO
                   THRU R065-RECUSAR-EXECUCAO-FIM
           END-IF.
           IF WS-DATA-ALVO-NUM > WS-DATA-SISTEMA-NUM
               MOVE 'DATA A RECONSTRUIR POSTERIOR A DATA DE NEGOCIO'
                   TO WS-MOTIVO-RECUSA
               PERFORM R065-RECUSAR-EXECUCAO
                   THRU R065-RECUSAR-EXECUCAO-FIM
           END-IF.
           MOVE WS-DATA-ALVO TO WS-JUL-DATA.
           PERFORM R900-CALCULAR-DIA THRU R900-CALCULAR-DIA-FIM.
           MOVE WS-JUL-DIA TO WS-DIA-ALVO.
       R060-VALIDAR-DATA-FIM.
           EXIT.

      *****************************************************
      * R065 - RECUSA A EXECUCAO ANTES DE GRAVAR QUALQUER    *
      * FICHEIRO: O MOTIVO SAI NA CONSOLA E O TRABALHO      *
      * TERMINA COM RETURN-CODE 8                           *
      *****************************************************
       R065-RECUSAR-EXECUCAO.
           DISPLAY '*** FBRCM01 - EXECUCAO RECUSADA: '
               WS-MOTIVO-RECUSA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       R065-RECUSAR-EXECUCAO-FIM.
           EXIT.

      *****************************************************
      * R100 - DATA DE CADA GERACAO RETIDA. CADA PROMOCAO   *
      * COMPLETA DO FBPRM01 EMPURRA O MESTRE CESSANTE PARA  *
      * A G01: COM AS PROMOCOES P1 > P2 > P3 > P4 DO        *
      * RUNCTL, O ENT001 ESTA NO FIM DE P1, A G01 NO FIM DE *
      * P2, A G02 DE P3 E A G03 DE P4. UMA PROMOCAO QUE     *
      * FICOU A MEIO ('I') PODE TER DEIXADO AS GERACOES     *
      * TROCADAS: A RECONSTRUCAO E RECUSADA, SALVO OVERRIDE *
      * DO OPERADOR                                         *
      *****************************************************
       R100-DATAR-GERACOES.
           MOVE ZEROS TO WS-PROMOCOES.
           MOVE ZEROS TO WS-ULTIMA-PROMOCAO-DATA.
           MOVE SPACES TO WS-ULTIMA-PROMOCAO-ESTADO.
           OPEN INPUT RUNCTL.
           IF OK-RUNCTL
               MOVE SPACES TO WS-FIM-RUNCTL
               PERFORM R110-LER-RUNCTL THRU R110-LER-RUNCTL-FIM
                   UNTIL FIM-RUNCTL
               CLOSE RUNCTL
           ELSE
               IF NOT RUNCTL-INEXISTENTE
                   DISPLAY 'ERRO NO FICHERO RUNCTL' WS-FS-RUNCTL
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ULTIMA-PROMOCAO-ESTADO = 'I'
               IF OVERRIDE-AUTORIZADO
                   DISPLAY '*** AVISO: PROMOCAO FBPRM01 DE '
                       WS-ULTIMA-PROMOCAO-DATA ' INCOMPLETA'
                   DISPLAY '*** A PROSSEGUIR POR OVERRIDE DO'
                   DISPLAY '*** OPERADOR: ' WS-OVERRIDE-MOTIVO
               ELSE
                   MOVE 'ULTIMA PROMOCAO FBPRM01 INCOMPLETA'
                       TO WS-MOTIVO-RECUSA
                   PERFORM R065-RECUSAR-EXECUCAO
                       THRU R065-RECUSAR-EXECUCAO-FIM
               END-IF
           END-IF.
           PERFORM R120-PREPARAR-GERACAO
               THRU R120-PREPARAR-GERACAO-FIM
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 3.
       R100-DATAR-GERACOES-FIM.
           EXIT.

       R110-LER-RUNCTL.
           READ RUNCTL NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RUNCTL
                   GO TO R110-LER-RUNCTL-FIM
           END-READ.
           IF RUNCTL-PASSO NOT = 'FBPRM01 '
               GO TO R110-LER-RUNCTL-FIM
           END-IF.
           MOVE RUNCTL-DATA TO WS-ULTIMA-PROMOCAO-DATA.
           MOVE RUNCTL-ESTADO TO WS-ULTIMA-PROMOCAO-ESTADO.
           IF RUNCTL-COMPLETO
               MOVE WS-PROMOCAO(3) TO WS-PROMOCAO(4)
               MOVE WS-PROMOCAO(2) TO WS-PROMOCAO(3)
               MOVE WS-PROMOCAO(1) TO WS-PROMOCAO(2)
               MOVE RUNCTL-DATA TO WS-PROMOCAO(1)
           END-IF.
       R110-LER-RUNCTL-FIM.
           EXIT.

       R120-PREPARAR-GERACAO.
           MOVE WS-PROMOCAO(WS-G + 1) TO WS-GER-DATA(WS-G).
           MOVE ZEROS TO WS-GER-DIA(WS-G).
           IF WS-GER-DATA(WS-G) = ZERO
               MOVE 'N' TO WS-GER-ESTADO(WS-G)
           ELSE
               MOVE SPACE TO WS-GER-ESTADO(WS-G)
               MOVE WS-GER-DATA(WS-G) TO WS-JUL-DATA
               PERFORM R900-CALCULAR-DIA THRU R900-CALCULAR-DIA-FIM
               MOVE WS-JUL-DIA TO WS-GER-DIA(WS-G)
           END-IF.
       R120-PREPARAR-GERACAO-FIM.
           EXIT.

      *****************************************************
      * R200 - ESCOLHE A GERACAO DATADA MAIS PROXIMA DA     *
      * DATA A RECONSTRUIR (EM EMPATE, A ANTERIOR, QUE SE   *
      * AVANCA) E CONFERE-A: TEM DE EXISTIR, NAO ESTAR      *
      * VAZIA (LUGAR VAGO DEIXADO POR UM RECUO FBRBK01) E   *
      * TER TANTOS REGISTOS COMO O SEU TRAILER. UMA GERACAO *
      * REJEITADA E LISTADA E PASSA-SE A SEGUINTE; SEM      *
      * NENHUMA, A BASE E VAZIA                             *
      *****************************************************
       R200-ESCOLHER-BASE.
           MOVE ZERO TO WS-G-MELHOR.
           PERFORM R210-COMPARAR-GERACAO
               THRU R210-COMPARAR-GERACAO-FIM
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 3.
           IF WS-G-MELHOR = ZERO
               MOVE ZERO TO WS-BASE-NUM
               MOVE ZEROS TO WS-BASE-DATA
               MOVE ZEROS TO WS-BASE-CONTAGEM
               MOVE 'S' TO WS-BASE-ESCOLHIDA
               GO TO R200-ESCOLHER-BASE-FIM
           END-IF.
           MOVE WS-G-MELHOR TO WS-BASE-FICH-NUM.
           MOVE WS-G-MELHOR TO WS-BASE-TRL-NUM.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE WS-BASE-FICHEIRO(13:10) TO WS-LINHA-REL(1:10).
           MOVE ' FIM DE ' TO WS-LINHA-REL(11:8).
           MOVE WS-GER-DATA(WS-G-MELHOR) TO WS-LINHA-REL(19:8).
           PERFORM R220-CONFERIR-GERACAO
               THRU R220-CONFERIR-GERACAO-FIM.
           IF WS-GER-ESTADO(WS-G-MELHOR) = 'X'
               WRITE RCMREL-LINHA FROM WS-LINHA-REL
               GO TO R200-ESCOLHER-BASE-FIM
           END-IF.
           MOVE ' ESCOLHIDA - ' TO WS-LINHA-REL(27:13).
           MOVE WS-BASE-CONTAGEM TO WS-LINHA-REL(40:8).
           MOVE ' REGISTOS' TO WS-LINHA-REL(48:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE 'B' TO WS-GER-ESTADO(WS-G-MELHOR).
           MOVE WS-G-MELHOR TO WS-BASE-NUM.
           MOVE WS-GER-DATA(WS-G-MELHOR) TO WS-BASE-DATA.
           MOVE 'S' TO WS-BASE-ESCOLHIDA.
       R200-ESCOLHER-BASE-FIM.
           EXIT.

       R210-COMPARAR-GERACAO.
           IF WS-GER-ESTADO(WS-G) NOT = SPACE
               GO TO R210-COMPARAR-GERACAO-FIM
           END-IF.
           COMPUTE WS-DISTANCIA = WS-GER-DIA(WS-G) - WS-DIA-ALVO.
           IF WS-DISTANCIA < ZERO
               COMPUTE WS-DISTANCIA = ZERO - WS-DISTANCIA
           END-IF.
           IF WS-G-MELHOR = ZERO
               OR WS-DISTANCIA < WS-DISTANCIA-MELHOR
               OR (WS-DISTANCIA = WS-DISTANCIA-MELHOR
                   AND WS-GER-DATA(WS-G) < WS-DATA-ALVO-NUM)
               MOVE WS-G TO WS-G-MELHOR
               MOVE WS-DISTANCIA TO WS-DISTANCIA-MELHOR
           END-IF.
       R210-COMPARAR-GERACAO-FIM.
           EXIT.

       R220-CONFERIR-GERACAO.
           MOVE ZEROS TO WS-BASE-CONTAGEM.
           OPEN INPUT GERBASE.
           IF NOT OK-GERBASE
               MOVE 'X' TO WS-GER-ESTADO(WS-G-MELHOR)
               MOVE ' REJEITADA - GERACAO INEXISTENTE' TO
                   WS-LINHA-REL(27:32)
               GO TO R220-CONFERIR-GERACAO-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-GERBASE.
           PERFORM R225-CONTAR-GERACAO THRU R225-CONTAR-GERACAO-FIM
               UNTIL FIM-GERBASE.
           CLOSE GERBASE.
           IF WS-BASE-CONTAGEM = ZERO
               MOVE 'X' TO WS-GER-ESTADO(WS-G-MELHOR)
               MOVE ' REJEITADA - GERACAO VAZIA' TO WS-LINHA-REL(27:26)
               GO TO R220-CONFERIR-GERACAO-FIM
           END-IF.
           MOVE ZEROS TO TRLBASE-CONTAGEM.
           OPEN INPUT TRLBASE.
           IF OK-TRLBASE
               READ TRLBASE
                   AT END
                       MOVE ZEROS TO TRLBASE-CONTAGEM
               END-READ
               CLOSE TRLBASE
           END-IF.
           IF TRLBASE-CONTAGEM NOT = WS-BASE-CONTAGEM
               MOVE 'X' TO WS-GER-ESTADO(WS-G-MELHOR)
               MOVE ' REJEITADA - TRAILER NAO CONFERE ' TO
                   WS-LINHA-REL(27:33)
               MOVE WS-BASE-CONTAGEM TO WS-LINHA-REL(60:8)
               MOVE ' / ' TO WS-LINHA-REL(68:3)
               MOVE TRLBASE-CONTAGEM TO WS-LINHA-REL(71:8)
           END-IF.
       R220-CONFERIR-GERACAO-FIM.
           EXIT.

       R225-CONTAR-GERACAO.
           READ GERBASE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-GERBASE
                   GO TO R225-CONTAR-GERACAO-FIM
           END-READ.
           ADD 1 TO WS-BASE-CONTAGEM.
       R225-CONTAR-GERACAO-FIM.
           EXIT.

      *****************************************************
      * R300 - ENTREGA A ORDENACAO OS MOVIMENTOS DO         *
      * INTERVALO, DOS ARQUIVOS DO ARCNDX QUE O CRUZAM E DO *
      * CLIHIST VIVO, PELA ORDEM DE LEITURA (OS ARQUIVOS    *
      * SAO MAIS ANTIGOS QUE O CLIHIST)                     *
      *****************************************************
       R300-SELECCIONAR-MOVIMENTOS.
           MOVE ZEROS TO WS-SEQ-LEITURA.
           OPEN INPUT ARCNDX.
           IF OK-ARCNDX
               MOVE SPACES TO WS-FIM-ARCNDX
               PERFORM R310-LER-ARCNDX THRU R310-LER-ARCNDX-FIM
                   UNTIL FIM-ARCNDX
               CLOSE ARCNDX
           END-IF.
           OPEN INPUT CLIHIST.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO NO FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R330-LER-CLIHIST THRU R330-LER-CLIHIST-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.
       R300-SELECCIONAR-MOVIMENTOS-FIM.
           EXIT.

       R310-LER-ARCNDX.
           READ ARCNDX
               AT END
                   MOVE 'S' TO WS-FIM-ARCNDX
                   GO TO R310-LER-ARCNDX-FIM
           END-READ.
           IF ARCNDX-DATA-MIN IS NUMERIC
               AND ARCNDX-DATA-MAX IS NUMERIC
               IF ARCNDX-DATA-MAX NOT > WS-DATA-DE
                   OR ARCNDX-DATA-MIN > WS-DATA-ATE
                   GO TO R310-LER-ARCNDX-FIM
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-ARQUIVOS.
           MOVE ARCNDX-FICHEIRO TO WS-ARQ-FICHEIRO.
           OPEN INPUT CLIARC.
           IF NOT OK-CLIARC
               DISPLAY 'ERRO NO FICHERO ' WS-ARQ-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-CLIARC
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIARC.
           PERFORM R320-LER-CLIARC THRU R320-LER-CLIARC-FIM
               UNTIL FIM-CLIARC.
           CLOSE CLIARC.
       R310-LER-ARCNDX-FIM.
           EXIT.

       R320-LER-CLIARC.
           READ CLIARC
               AT END
                   MOVE 'S' TO WS-FIM-CLIARC
               NOT AT END
                   MOVE CLIARC-NUMCLI TO WS-HIST-NUMCLI
                   MOVE CLIARC-DATA TO WS-HIST-DATA
                   MOVE CLIARC-HORA TO WS-HIST-HORA
                   MOVE CLIARC-ACCAO TO WS-HIST-ACCAO
                   MOVE CLIARC-ANTES TO WS-HIST-ANTES
                   MOVE CLIARC-DEPOIS TO WS-HIST-DEPOIS
                   PERFORM R340-LIBERTAR-MOVIMENTO
                       THRU R340-LIBERTAR-MOVIMENTO-FIM
           END-READ.
       R320-LER-CLIARC-FIM.
           EXIT.

       R330-LER-CLIHIST.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
               NOT AT END
                   MOVE CLIHIST-NUMCLI TO WS-HIST-NUMCLI
                   MOVE CLIHIST-DATA TO WS-HIST-DATA
                   MOVE CLIHIST-HORA TO WS-HIST-HORA
                   MOVE CLIHIST-ACCAO TO WS-HIST-ACCAO
                   MOVE CLIHIST-ANTES TO WS-HIST-ANTES
                   MOVE CLIHIST-DEPOIS TO WS-HIST-DEPOIS
                   PERFORM R340-LIBERTAR-MOVIMENTO
                       THRU R340-LIBERTAR-MOVIMENTO-FIM
           END-READ.
       R330-LER-CLIHIST-FIM.
           EXIT.

       R340-LIBERTAR-MOVIMENTO.
           ADD 1 TO WS-TOTAL-LIDOS.
           ADD 1 TO WS-SEQ-LEITURA.
           IF WS-HIST-DATA IS NOT NUMERIC
               OR WS-HIST-HORA IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-INVALIDOS
               GO TO R340-LIBERTAR-MOVIMENTO-FIM
           END-IF.
           IF WS-HIST-DATA-NUM NOT > WS-DATA-DE
               OR WS-HIST-DATA-NUM > WS-DATA-ATE
               GO TO R340-LIBERTAR-MOVIMENTO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-SELECCIONADOS.
           MOVE WS-HIST-NUMCLI TO SORT-NUMCLI.
           IF SENTIDO-RECUAR
               COMPUTE SORT-ORDEM-DATA = 99999999 - WS-HIST-DATA-NUM
               COMPUTE SORT-ORDEM-HORA = 99999999 - WS-HIST-HORA-NUM
               COMPUTE SORT-ORDEM-SEQ = 999999999 - WS-SEQ-LEITURA
           ELSE
               MOVE WS-HIST-DATA-NUM TO SORT-ORDEM-DATA
               MOVE WS-HIST-HORA-NUM TO SORT-ORDEM-HORA
               MOVE WS-SEQ-LEITURA TO SORT-ORDEM-SEQ
           END-IF.
           MOVE WS-HIST-DATA-NUM TO SORT-DATA.
           MOVE WS-HIST-HORA-NUM TO SORT-HORA.
           MOVE WS-HIST-ACCAO TO SORT-ACCAO.
           MOVE WS-HIST-ANTES TO SORT-ANTES.
           MOVE WS-HIST-DEPOIS TO SORT-DEPOIS.
           RELEASE SORT-REGISTO.
       R340-LIBERTAR-MOVIMENTO-FIM.
           EXIT.

      *****************************************************
      * R400 - CONFRONTO POR NUMCLI DA BASE COM OS          *
      * MOVIMENTOS ORDENADOS. CADA CLIENTE PARTE DA IMAGEM  *
      * DA BASE (OU DE NENHUMA) E RECEBE OS SEUS MOVIMENTOS *
      * PELA ORDEM: A AVANCAR, A IMAGEM ANTERIOR DE CADA    *
      * MOVIMENTO TEM DE SER A IMAGEM CORRENTE E A POSTE-   *
      * RIOR PASSA A CORRENTE; A RECUAR, O INVERSO. A       *
      * IMAGEM FINAL (SE NAO FICOU ELIMINADO) VAI PARA O    *
      * MESTRE RECONSTRUIDO                                 *
      *****************************************************
       R400-RECONSTRUIR.
           IF WS-BASE-NUM = ZERO
               MOVE 99999999 TO WS-CHAVE-BASE
           ELSE
               OPEN INPUT GERBASE
               IF NOT OK-GERBASE
                   DISPLAY 'ERRO NO FICHERO GERBASE' WS-FS-GERBASE
                   STOP RUN
               END-IF
               PERFORM R410-LER-BASE THRU R410-LER-BASE-FIM
           END-IF.
           OPEN OUTPUT SNAPSHOT.
           IF NOT OK-SNAPSHOT
               DISPLAY 'ERRO NO FICHERO SNAPSHOT' WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           PERFORM R420-LER-MOVIMENTO THRU R420-LER-MOVIMENTO-FIM.
           PERFORM R430-RECONSTRUIR-CLIENTE
               THRU R430-RECONSTRUIR-CLIENTE-FIM
               UNTIL WS-CHAVE-BASE = 99999999
                   AND WS-CHAVE-MOV = 99999999.
           IF WS-BASE-NUM NOT = ZERO
               CLOSE GERBASE
           END-IF.
           CLOSE SNAPSHOT.
           IF NOT OK-SNAPSHOT
               DISPLAY 'ERRO AO FECHAR O FICHERO SNAPSHOT'
                   WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           OPEN OUTPUT TRLSNP.
           IF NOT OK-TRLSNP
               DISPLAY 'ERRO NO FICHERO TRLSNP' WS-FS-TRLSNP
               STOP RUN
           END-IF.
           MOVE WS-TOTAL-GRAVADOS TO WS-SNP-CONTAGEM.
           MOVE WS-SNP-CONTAGEM TO TRLSNP-CONTAGEM.
           WRITE TRLSNP-REGISTO.
           IF NOT OK-TRLSNP
               DISPLAY 'ERRO AO GRAVAR O FICHERO TRLSNP' WS-FS-TRLSNP
               STOP RUN
           END-IF.
           CLOSE TRLSNP.
           IF NOT OK-TRLSNP
               DISPLAY 'ERRO AO FECHAR O FICHERO TRLSNP' WS-FS-TRLSNP
               STOP RUN
           END-IF.
       R400-RECONSTRUIR-FIM.
           EXIT.

       R410-LER-BASE.
           READ GERBASE NEXT RECORD
               AT END
                   MOVE 99999999 TO WS-CHAVE-BASE
                   GO TO R410-LER-BASE-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-BASE.
           MOVE GERBASE-NUMCLI TO WS-CHAVE-BASE.
       R410-LER-BASE-FIM.
           EXIT.

       R420-LER-MOVIMENTO.
           RETURN SORTWK
               AT END
                   MOVE 99999999 TO WS-CHAVE-MOV
                   GO TO R420-LER-MOVIMENTO-FIM
           END-RETURN.
           MOVE SORT-NUMCLI TO WS-CHAVE-MOV.
       R420-LER-MOVIMENTO-FIM.
           EXIT.

       R430-RECONSTRUIR-CLIENTE.
           IF WS-CHAVE-BASE < WS-CHAVE-MOV
               MOVE WS-CHAVE-BASE TO WS-CHAVE-ACTUAL
           ELSE
               MOVE WS-CHAVE-MOV TO WS-CHAVE-ACTUAL
           END-IF.
           IF WS-CHAVE-BASE = WS-CHAVE-ACTUAL
               MOVE GERBASE-REGISTO TO WS-IMAGEM
               PERFORM R410-LER-BASE THRU R410-LER-BASE-FIM
           ELSE
               MOVE SPACES TO WS-IMAGEM
           END-IF.
           MOVE 'N' TO WS-CLIENTE-QUEBRADO.
           PERFORM R440-APLICAR-MOVIMENTO
               THRU R440-APLICAR-MOVIMENTO-FIM
               UNTIL WS-CHAVE-MOV NOT = WS-CHAVE-ACTUAL.
           IF WS-IMAGEM = SPACES
               GO TO R430-RECONSTRUIR-CLIENTE-FIM
           END-IF.
           MOVE WS-IMAGEM TO RCM-IMAGEM-REGISTO.
           IF RCM-IMAGEM-NUMCLI NOT = WS-CHAVE-ACTUAL
               MOVE 'IMAGEM FINAL COM OUTRO NUMCLI - OMITIDO'
                   TO WS-MOTIVO-QUEBRA
               MOVE ZEROS TO QBR-DATA
               MOVE ZEROS TO QBR-HORA
               MOVE SPACES TO QBR-ACCAO
               PERFORM R450-LISTAR-QUEBRA THRU R450-LISTAR-QUEBRA-FIM
               GO TO R430-RECONSTRUIR-CLIENTE-FIM
           END-IF.
           MOVE RCM-IMAGEM-REGISTO TO SNAPSHOT-REGISTO.
           WRITE SNAPSHOT-REGISTO.
           IF NOT OK-SNAPSHOT
               DISPLAY 'ERRO AO GRAVAR O FICHERO SNAPSHOT'
                   WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-GRAVADOS.
       R430-RECONSTRUIR-CLIENTE-FIM.
           EXIT.

       R440-APLICAR-MOVIMENTO.
           ADD 1 TO WS-TOTAL-APLICADOS.
           MOVE SORT-DATA TO QBR-DATA.
           MOVE SORT-HORA TO QBR-HORA.
           MOVE SORT-ACCAO TO QBR-ACCAO.
           IF SENTIDO-RECUAR
               IF SORT-DEPOIS NOT = WS-IMAGEM
                   MOVE 'IMAGEM POSTERIOR DIFERE DA SEGUINTE'
                       TO WS-MOTIVO-QUEBRA
                   PERFORM R450-LISTAR-QUEBRA
                       THRU R450-LISTAR-QUEBRA-FIM
               END-IF
               MOVE SORT-ANTES TO WS-IMAGEM
           ELSE
               IF SORT-ANTES NOT = WS-IMAGEM
                   MOVE 'IMAGEM ANTERIOR DIFERE DA CORRENTE'
                       TO WS-MOTIVO-QUEBRA
                   PERFORM R450-LISTAR-QUEBRA
                       THRU R450-LISTAR-QUEBRA-FIM
               END-IF
               MOVE SORT-DEPOIS TO WS-IMAGEM
           END-IF.
           PERFORM R420-LER-MOVIMENTO THRU R420-LER-MOVIMENTO-FIM.
       R440-APLICAR-MOVIMENTO-FIM.
           EXIT.

      *    UMA LINHA POR QUEBRA; O CLIENTE CONTA UMA SO VEZ
       R450-LISTAR-QUEBRA.
           ADD 1 TO WS-TOTAL-QUEBRAS.
           IF NOT CLIENTE-QUEBRADO
               ADD 1 TO WS-TOTAL-CLIENTES-QUEBRA
               MOVE 'S' TO WS-CLIENTE-QUEBRADO
           END-IF.
           MOVE WS-CHAVE-ACTUAL TO QBR-NUMCLI.
           MOVE WS-MOTIVO-QUEBRA TO QBR-MOTIVO.
           WRITE RCMREL-LINHA FROM WS-LINHA-QUEBRA.
       R450-LISTAR-QUEBRA-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REGISTOS DA BASE.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-BASE TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ARQUIVOS LIDOS.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ARQUIVOS TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'HISTORICO LIDO.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIDOS TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'HISTORICO INVALIDO.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-INVALIDOS TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS APLICADOS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-APLICADOS TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'QUEBRAS DE ENCADEAMENTO: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-QUEBRAS TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLIENTES SEM ENCADEAR..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CLIENTES-QUEBRA TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REGISTOS RECONSTRUIDOS.: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-GRAVADOS TO WS-LINHA-REL(26:9).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CONTAGEM NO TRAILER....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-SNP-CONTAGEM TO WS-LINHA-REL(27:8).
           WRITE RCMREL-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R900 - NUMERO DE DIA CORRIDO DA DATA EM WS-JUL-DATA *
      * (CALENDARIO GREGORIANO), PARA MEDIR A DISTANCIA EM  *
      * DIAS ENTRE DUAS DATAS. CADA DIVISAO E FEITA A PARTE *
      * PARA GUARDAR SO A PARTE INTEIRA                     *
      *****************************************************
       R900-CALCULAR-DIA.
           COMPUTE WS-JUL-A = (14 - WS-JUL-MES) / 12.
           COMPUTE WS-JUL-Y = WS-JUL-ANO + 4800 - WS-JUL-A.
           COMPUTE WS-JUL-M = WS-JUL-MES + (12 * WS-JUL-A) - 3.
           COMPUTE WS-JUL-T1 = ((153 * WS-JUL-M) + 2) / 5.
           COMPUTE WS-JUL-T2 = WS-JUL-Y / 4.
           COMPUTE WS-JUL-T3 = WS-JUL-Y / 100.
           COMPUTE WS-JUL-T4 = WS-JUL-Y / 400.
           COMPUTE WS-JUL-DIA = WS-JUL-DIA-MES + WS-JUL-T1
               + (365 * WS-JUL-Y) + WS-JUL-T2 - WS-JUL-T3
               + WS-JUL-T4 - 32045 - 2400000.
       R900-CALCULAR-DIA-FIM.
           EXIT.
