       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMDX01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-23  PROGRAMA CRIADO - RELATORIO SEMANAL   *
      *               DE EXCEPCOES DOS MANDATOS SEPA. O     *
      *               ENT001 E PERCORRIDO UMA SO VEZ E CADA *
      *               CLIENTE E CONFRONTADO COM O SEU       *
      *               MANDATO (LEITURA ALEATORIA DO         *
      *               MANDATO PELA CHAVE):                  *
      *                 - CLIENTE ACTIVO SEM MANDATO VALIDO *
      *                   (SEM MANDATO, OU MANDATO A        *
      *                   REASSINAR, SUSPENSO, CANCELADO OU *
      *                   ENCERRADO);                       *
      *                 - MANDATO EM VIGOR CUJO IBAN JA NAO *
      *                   E O DO MESTRE;                    *
      *                 - MANDATO EM VIGOR SEM USO HA 36    *
      *                   MESES (CONTADOS DA ULTIMA         *
      *                   COBRANCA OU, SEM NENHUMA, DA      *
      *                   ASSINATURA), QUE PELAS REGRAS     *
      *                   SEPA CADUCOU.                     *
      *               OS CLIENTES MARCADOS 'F' FICAM DE     *
      *               FORA (O FBMNT01 CANCELA-LHES O        *
      *               MANDATO). O MESMO CLIENTE PODE SAIR   *
      *               EM MAIS DE UMA EXCEPCAO. O PROGRAMA   *
      *               SO LE - NAO ALTERA O MANDATO          *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT MANDATO ASSIGN TO '/home/kikos/MANDATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MANDATO-NUMCLI
               FILE STATUS IS WS-FS-MANDATO.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT MDXREL ASSIGN TO '/home/kikos/MDXREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MDXREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           COPY CLIWORK.

       FD  MANDATO.
           COPY MANDATO.

       FD  PARMRUN.
           COPY PARMRUN.

       FD  MDXREL.
       01 MDXREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00', '10'.
       01 WS-FS-MANDATO             PIC X(02).
           88 OK-MANDATO             VALUE '00'.
           88 MANDATO-INEXISTENTE    VALUE '35'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-MDXREL              PIC X(02).
           88 OK-MDXREL              VALUE '00'.

       01 WS-FIM-CLIWORK            PIC X VALUE SPACES.
           88 FIM-CLIWORK            VALUE 'S'.

      *    SEM FICHEIRO DE MANDATOS NENHUM CLIENTE TEM MANDATO
       01 WS-SEM-FICHEIRO-MANDATO   PIC X VALUE 'N'.
           88 SEM-FICHEIRO-MANDATO   VALUE 'S'.
       01 WS-MANDATO-EXISTE         PIC X VALUE 'N'.
           88 MANDATO-EXISTE         VALUE 'S'.
           88 MANDATO-NAO-EXISTE     VALUE 'N'.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.
      *    UM MANDATO CUJA ULTIMA REFERENCIA DE USO E ANTERIOR
      *    A ESTA DATA (DATA DE NEGOCIO MENOS 36 MESES) CADUCOU
       01 WS-DATA-CADUCIDADE        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-REF-USO           PIC 9(08) VALUE ZEROS.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ACTIVOS          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-FALECIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SEM-MANDATO      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-NAO-VALIDO       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-IBAN-DIFERENTE   PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CADUCADOS        PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-EXC.
           05 EXC-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXC-NOME               PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-TIPO               PIC X(34).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-REFERENCIA         PIC X(35).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-DATA               PIC 9(08).
           05 FILLER                 PIC X(13) VALUE SPACES.

       01 WS-LINHA-IBAN.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(16)
               VALUE 'IBAN ASSINADO: '.
           05 IBN-MANDATO            PIC X(25).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(16)
               VALUE 'IBAN NO MESTRE: '.
           05 IBN-MESTRE             PIC X(25).
           05 FILLER                 PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

           OPEN INPUT MANDATO.
           IF MANDATO-INEXISTENTE
               MOVE 'S' TO WS-SEM-FICHEIRO-MANDATO
               DISPLAY '*** AVISO: FICHEIRO MANDATO INEXISTENTE -'
               DISPLAY '*** NENHUM CLIENTE TEM MANDATO REGISTADO'
           ELSE
               IF NOT OK-MANDATO
                   DISPLAY 'ERRO NO FICHERO MANDATO' WS-FS-MANDATO
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT MDXREL.
           IF NOT OK-MDXREL
               DISPLAY 'ERRO NO FICHERO MDXREL' WS-FS-MDXREL
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'EXCEPCOES DOS MANDATOS SEPA - FBMDX01'
               TO WS-LINHA-REL(1:37).
           MOVE 'DATA DE NEGOCIO: ' TO WS-LINHA-REL(60:17).
           MOVE WS-DATA-PROCESSAMENTO TO WS-LINHA-REL(77:8).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CADUCADO SE SEM USO DESDE ANTES DE: '
               TO WS-LINHA-REL(1:36).
           MOVE WS-DATA-CADUCIDADE TO WS-LINHA-REL(37:8).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE 'NUMCLI ' TO WS-LINHA-REL(1:7).
           MOVE 'NOME' TO WS-LINHA-REL(10:4).
           MOVE 'EXCEPCAO' TO WS-LINHA-REL(41:8).
           MOVE 'REFERENCIA DO MANDATO' TO WS-LINHA-REL(76:21).
           MOVE 'DATA' TO WS-LINHA-REL(112:4).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.

           PERFORM R100-LER-CLIWORK THRU R100-LER-CLIWORK-FIM
               UNTIL FIM-CLIWORK.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.

           CLOSE CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

           IF NOT SEM-FICHEIRO-MANDATO
               CLOSE MANDATO
               IF NOT OK-MANDATO
                   DISPLAY 'ERRO AO FECHAR O FICHERO MANDATO'
                       WS-FS-MANDATO
                   STOP RUN
               END-IF
           END-IF.

           CLOSE MDXREL.
           IF NOT OK-MDXREL
               DISPLAY 'ERRO AO FECHAR O FICHERO MDXREL' WS-FS-MDXREL
               STOP RUN
           END-IF.

           DISPLAY 'FBMDX01 - CLIENTES LIDOS........: ' WS-TOTAL-LIDOS.
           DISPLAY 'FBMDX01 - ACTIVOS SEM MANDATO...: '
               WS-TOTAL-SEM-MANDATO.
           DISPLAY 'FBMDX01 - MANDATO NAO VALIDO....: '
               WS-TOTAL-NAO-VALIDO.
           DISPLAY 'FBMDX01 - IBAN DIFERENTE........: '
               WS-TOTAL-IBAN-DIFERENTE.
           DISPLAY 'FBMDX01 - MANDATOS CADUCADOS....: '
               WS-TOTAL-CADUCADOS.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO    *
      * VEM DO PARMRUN, COM A DATA DO SISTEMA COMO RECURSO. *
      * O LIMITE DE CADUCIDADE E A MESMA DATA 36 MESES (3   *
      * ANOS) ANTES - SUBTRAIR 30000 A AAAAMMDD RECUA O ANO *
      * E MANTEM O MES E O DIA                              *
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
           COMPUTE WS-DATA-CADUCIDADE = WS-DATA-PROCESSAMENTO - 30000.
           DISPLAY '====== PARAMETROS EM VIGOR - FBMDX01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-PROCESSAMENTO
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'LIMITE DE CADUCIDADE  : ' WS-DATA-CADUCIDADE.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

       R100-LER-CLIWORK.
           READ CLIWORK
               AT END
                   MOVE 'S' TO WS-FIM-CLIWORK
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM R200-CONFRONTAR-CLIENTE
                       THRU R200-CONFRONTAR-CLIENTE-FIM
           END-READ.
       R100-LER-CLIWORK-FIM.
           EXIT.

      *****************************************************
      * R200 - CONFRONTA UM CLIENTE COM O SEU MANDATO. O    *
      * ESTADO EM BRANCO (REGISTO ANTERIOR A CONVERSAO      *
      * FBCNV02) VALE ACTIVO; UM DORMENTE NAO PRECISA DE    *
      * MANDATO VALIDO MAS O MANDATO QUE TENHA EM VIGOR E   *
      * CONFRONTADO NA MESMA                                *
      *****************************************************
       R200-CONFRONTAR-CLIENTE.
           IF CLIWORK-ESTADO = 'F'
               ADD 1 TO WS-TOTAL-FALECIDOS
               GO TO R200-CONFRONTAR-CLIENTE-FIM
           END-IF.

           SET MANDATO-NAO-EXISTE TO TRUE.
           IF NOT SEM-FICHEIRO-MANDATO
               MOVE CLIWORK-NUMCLI TO MANDATO-NUMCLI
               READ MANDATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MANDATO-EXISTE TO TRUE
               END-READ
           END-IF.

           IF CLIWORK-ESTADO NOT = 'D'
               ADD 1 TO WS-TOTAL-ACTIVOS
               PERFORM R300-VERIFICAR-VALIDADE
                   THRU R300-VERIFICAR-VALIDADE-FIM
           END-IF.

           IF MANDATO-NAO-EXISTE OR NOT MANDATO-EM-VIGOR
               GO TO R200-CONFRONTAR-CLIENTE-FIM
           END-IF.

           IF MANDATO-IBAN NOT = CLIWORK-IBAN
               ADD 1 TO WS-TOTAL-IBAN-DIFERENTE
               MOVE SPACES TO WS-LINHA-EXC
               MOVE 'IBAN DO MANDATO DIFERE DO MESTRE'
                   TO EXC-TIPO
               MOVE MANDATO-DATA-ASSINATURA TO EXC-DATA
               PERFORM R700-ESCREVER-EXCECAO
                   THRU R700-ESCREVER-EXCECAO-FIM
               MOVE MANDATO-IBAN TO IBN-MANDATO
               MOVE CLIWORK-IBAN TO IBN-MESTRE
               WRITE MDXREL-LINHA FROM WS-LINHA-IBAN
           END-IF.

           MOVE MANDATO-DATA-ULTIMO-USO TO WS-DATA-REF-USO.
           IF WS-DATA-REF-USO = ZERO
               MOVE MANDATO-DATA-ASSINATURA TO WS-DATA-REF-USO
           END-IF.
           IF WS-DATA-REF-USO < WS-DATA-CADUCIDADE
               ADD 1 TO WS-TOTAL-CADUCADOS
               MOVE SPACES TO WS-LINHA-EXC
               MOVE 'MANDATO CADUCADO - 36 MESES S/USO'
                   TO EXC-TIPO
               MOVE WS-DATA-REF-USO TO EXC-DATA
               PERFORM R700-ESCREVER-EXCECAO
                   THRU R700-ESCREVER-EXCECAO-FIM
           END-IF.
       R200-CONFRONTAR-CLIENTE-FIM.
           EXIT.

      *****************************************************
      * R300 - CLIENTE ACTIVO: SO UM MANDATO ACTIVO E       *
      * VALIDO PARA COBRAR. A DATA IMPRESSA E A DA ULTIMA   *
      * MUDANCA DE ESTADO DO MANDATO. UM MANDATO ACTIVO     *
      * MAS CADUCADO SAI SO COMO CADUCADO (R200)            *
      *****************************************************
       R300-VERIFICAR-VALIDADE.
           IF MANDATO-NAO-EXISTE
               ADD 1 TO WS-TOTAL-SEM-MANDATO
               MOVE SPACES TO WS-LINHA-EXC
               MOVE 'CLIENTE ACTIVO SEM MANDATO' TO EXC-TIPO
               MOVE ZEROS TO EXC-DATA
               PERFORM R700-ESCREVER-EXCECAO
                   THRU R700-ESCREVER-EXCECAO-FIM
               GO TO R300-VERIFICAR-VALIDADE-FIM
           END-IF.
           IF MANDATO-ACTIVO
               GO TO R300-VERIFICAR-VALIDADE-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-NAO-VALIDO.
           MOVE SPACES TO WS-LINHA-EXC.
           EVALUATE TRUE
               WHEN MANDATO-REASSINAR
                   MOVE 'SEM MANDATO VALIDO - A REASSINAR'
                       TO EXC-TIPO
               WHEN MANDATO-SUSPENSO
                   MOVE 'SEM MANDATO VALIDO - SUSPENSO'
                       TO EXC-TIPO
               WHEN MANDATO-CANCELADO
                   MOVE 'SEM MANDATO VALIDO - CANCELADO'
                       TO EXC-TIPO
               WHEN MANDATO-ENCERRADO
                   MOVE 'SEM MANDATO VALIDO - ENCERRADO'
                       TO EXC-TIPO
               WHEN OTHER
                   MOVE 'SEM MANDATO VALIDO - ESTADO ?'
                       TO EXC-TIPO
           END-EVALUATE.
           MOVE MANDATO-ESTADO-DATA TO EXC-DATA.
           PERFORM R700-ESCREVER-EXCECAO
               THRU R700-ESCREVER-EXCECAO-FIM.
       R300-VERIFICAR-VALIDADE-FIM.
           EXIT.

      *****************************************************
      * R700 - COMPLETA E ESCREVE A LINHA DE EXCEPCAO. O    *
      * TIPO E A DATA SAO PREPARADOS PELO PONTO DE CHAMADA  *
      *****************************************************
       R700-ESCREVER-EXCECAO.
           MOVE CLIWORK-NUMCLI TO EXC-NUMCLI.
           MOVE CLIWORK-NOME TO EXC-NOME.
           IF MANDATO-EXISTE
               MOVE MANDATO-REFERENCIA TO EXC-REFERENCIA
           END-IF.
           WRITE MDXREL-LINHA FROM WS-LINHA-EXC.
           IF NOT OK-MDXREL
               DISPLAY 'ERRO AO GRAVAR O FICHERO MDXREL' WS-FS-MDXREL
               STOP RUN
           END-IF.
       R700-ESCREVER-EXCECAO-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE 'CLIENTES LIDOS.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIDOS TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLIENTES ACTIVOS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ACTIVOS TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'FALECIDOS (FORA).......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-FALECIDOS TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ACTIVOS SEM MANDATO....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-SEM-MANDATO TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATO NAO VALIDO.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-NAO-VALIDO TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'IBAN DIFERENTE.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-IBAN-DIFERENTE TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATOS CADUCADOS.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CADUCADOS TO WS-LINHA-REL(26:9).
           WRITE MDXREL-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.
