       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDLT01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-18  PROGRAMA CRIADO - FICHEIRO DIARIO DE  *
      *               DIFERENCAS (DELTA) PARA OS SISTEMAS A *
      *               JUSANTE, EM VEZ DE RECARREGAREM O     *
      *               MESTRE INTEIRO DO INTFACE TODAS AS    *
      *               NOITES. LE O CLIHIST DA DATA DE       *
      *               NEGOCIO, ORDENA-O POR NUMCLI (SORT    *
      *               INTERNO, MANTENDO A ORDEM DE          *
      *               GRAVACAO DENTRO DO CLIENTE) E EMITE   *
      *               UM REGISTO POR CLIENTE ADICIONADO,    *
      *               ALTERADO, ELIMINADO OU COM MUDANCA DE *
      *               ESTADO, COM A IMAGEM FINAL DO DIA. UM *
      *               CLIENTE CUJA IMAGEM DO FIM DO DIA E   *
      *               IGUAL A DO INICIO (OU CRIADO E        *
      *               ELIMINADO NO MESMO DIA) NAO SAI. O    *
      *               DELTA LEVA CABECALHO COM A DATA DE    *
      *               NEGOCIO E UM NUMERO DE SEQUENCIA SEM  *
      *               FALHAS E TRAILER COM AS CONTAGENS; A  *
      *               COPIA DE CADA SEQUENCIA FICA RETIDA   *
      *               (DELTA.Snnnnnnnn) E REGISTADA NO      *
      *               LIVRO DLTREG PARA A CONFIRMACAO       *
      *               (FBDLA01) E O REENVIO (FBDLR01). O    *
      *               PASSO CORRE DEPOIS DO FBPRM01 E       *
      *               REGISTA-SE NO RUNCTL; UMA REPETICAO   *
      *               PARA A MESMA DATA REUTILIZA A         *
      *               SEQUENCIA JA ATRIBUIDA A ESSA DATA    *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIHIST ASSIGN TO '/home/kikos/CLIHIST'
               FILE STATUS IS WS-FS-CLIHIST.

           SELECT SORTWK ASSIGN TO '/home/kikos/SORTWK'.

           SELECT DELTA ASSIGN TO '/home/kikos/DELTA'
               FILE STATUS IS WS-FS-DELTA.

           SELECT DLTCPY ASSIGN TO WS-DLT-FICHEIRO
               FILE STATUS IS WS-FS-DLTCPY.

           SELECT DLTREG ASSIGN TO '/home/kikos/DLTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLTREG-SEQ
               FILE STATUS IS WS-FS-DLTREG.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT RUNCTL ASSIGN TO '/home/kikos/RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-CHAVE
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIHIST.
           COPY CLIHIST.

       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-NUMCLI             PIC 9(07).
           05 SORT-ORDEM              PIC 9(09).
           05 SORT-ANTES              PIC X(124).
           05 SORT-DEPOIS             PIC X(124).

       FD  DELTA.
           COPY DLTREC.

       FD  DLTCPY.
       01 DLTCPY-REGISTO              PIC X(133).

       FD  DLTREG.
           COPY DLTREG.

       FD  PARMRUN.
           COPY PARMRUN.

       FD  RUNCTL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIHIST             PIC X(02).
           88 OK-CLIHIST             VALUE '00', '10'.
           88 CLIHIST-INEXISTENTE    VALUE '35'.
       01 WS-FS-DELTA               PIC X(02).
           88 OK-DELTA               VALUE '00'.
       01 WS-FS-DLTCPY              PIC X(02).
           88 OK-DLTCPY              VALUE '00'.
       01 WS-FS-DLTREG              PIC X(02).
           88 OK-DLTREG              VALUE '00', '10'.
           88 DLTREG-REG-INEXISTENTE VALUE '23'.
           88 DLTREG-INEXISTENTE     VALUE '35'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-RUNCTL              PIC X(02).
           88 OK-RUNCTL              VALUE '00'.
           88 RUNCTL-REG-INEXISTENTE VALUE '23'.
           88 RUNCTL-INEXISTENTE     VALUE '35'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-OVERRIDE-PEDIDO        PIC X VALUE 'N'.
           88 OVERRIDE-AUTORIZADO    VALUE 'S'.
       01 WS-OVERRIDE-MOTIVO        PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-RECUSA          PIC X(60) VALUE SPACES.
       01 WS-HORA-AGORA             PIC 9(08) VALUE ZEROS.

       01 WS-FIM-CLIHIST            PIC X VALUE SPACES.
           88 FIM-CLIHIST            VALUE 'S'.
       01 WS-FIM-SORT               PIC X VALUE SPACES.
           88 FIM-SORT               VALUE 'S'.
       01 WS-FIM-DLTREG             PIC X VALUE SPACES.
           88 FIM-DLTREG             VALUE 'S'.
       01 WS-SEQ-REUTILIZADA        PIC X VALUE 'N'.
           88 SEQ-REUTILIZADA        VALUE 'S'.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).
       01 WS-DATA-NEGOCIO-NUM       PIC 9(08) VALUE ZEROS.

      *    NUMERO DE SEQUENCIA DO DELTA E NOME DA COPIA RETIDA
       01 WS-SEQ-ULTIMA             PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-ULTIMA-DATA        PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-DELTA              PIC 9(08) VALUE ZEROS.
       01 WS-REENVIOS-ANTERIORES    PIC 9(03) VALUE ZEROS.
       01 WS-DLT-FICHEIRO.
           05 FILLER                PIC X(19)
               VALUE '/home/kikos/DELTA.S'.
           05 WS-DLT-SEQ            PIC 9(08).
           05 FILLER                PIC X(13) VALUE SPACES.

      *    QUEBRA DE CONTROLO POR CLIENTE
       01 WS-ORDEM                  PIC 9(09) VALUE ZEROS.
       01 WS-CLIENTE-ABERTO         PIC X VALUE SPACES.
           88 CLIENTE-ABERTO         VALUE 'S'.
       01 WS-NUMCLI-ANTERIOR        PIC 9(07) VALUE ZEROS.
       01 WS-IMAGEM-INICIO          PIC X(124) VALUE SPACES.
       01 WS-IMAGEM-FIM             PIC X(124) VALUE SPACES.

       01 WS-TOTAL-HIST-LIDOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-HIST-DIA         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CLIENTES         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SEM-EFEITO       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REGISTOS         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ADICOES          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ALTERACOES       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ELIMINACOES      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ESTADOS          PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.
           PERFORM R060-VERIFICAR-RUNCTL
               THRU R060-VERIFICAR-RUNCTL-FIM.
           PERFORM R070-REGISTAR-INICIO
               THRU R070-REGISTAR-INICIO-FIM.

           PERFORM R100-ATRIBUIR-SEQUENCIA
               THRU R100-ATRIBUIR-SEQUENCIA-FIM.

           OPEN OUTPUT DELTA.
           IF NOT OK-DELTA
               DISPLAY 'ERRO NO FICHERO DELTA' WS-FS-DELTA
               STOP RUN
           END-IF.
           OPEN OUTPUT DLTCPY.
           IF NOT OK-DLTCPY
               DISPLAY 'ERRO NO FICHERO ' WS-DLT-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-DLTCPY
               STOP RUN
           END-IF.

           MOVE SPACES TO DELTA-REGISTO.
           MOVE 'H' TO DELTA-TIPO.
           MOVE WS-SEQ-DELTA TO DELTA-CAB-SEQ.
           MOVE WS-DATA-NEGOCIO-NUM TO DELTA-CAB-DATA-PROC.
           PERFORM R400-GRAVAR-DELTA THRU R400-GRAVAR-DELTA-FIM.

           SORT SORTWK
               ON ASCENDING KEY SORT-NUMCLI SORT-ORDEM
               INPUT PROCEDURE IS R200-LIBERTAR-CLIHIST
                   THRU R200-LIBERTAR-CLIHIST-FIM
               OUTPUT PROCEDURE IS R300-AGRUPAR-POR-CLIENTE
                   THRU R300-AGRUPAR-POR-CLIENTE-FIM.

           MOVE SPACES TO DELTA-REGISTO.
           MOVE 'T' TO DELTA-TIPO.
           MOVE WS-SEQ-DELTA TO DELTA-TRL-SEQ.
           MOVE WS-TOTAL-REGISTOS TO DELTA-TRL-REGISTOS.
           MOVE WS-TOTAL-ADICOES TO DELTA-TRL-ADICOES.
           MOVE WS-TOTAL-ALTERACOES TO DELTA-TRL-ALTERACOES.
           MOVE WS-TOTAL-ELIMINACOES TO DELTA-TRL-ELIMINACOES.
           MOVE WS-TOTAL-ESTADOS TO DELTA-TRL-ESTADOS.
           PERFORM R400-GRAVAR-DELTA THRU R400-GRAVAR-DELTA-FIM.

           CLOSE DELTA.
           IF NOT OK-DELTA
               DISPLAY 'ERRO AO FECHAR O FICHERO DELTA' WS-FS-DELTA
               STOP RUN
           END-IF.
           CLOSE DLTCPY.
           IF NOT OK-DLTCPY
               DISPLAY 'ERRO AO FECHAR O FICHERO ' WS-DLT-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-DLTCPY
               STOP RUN
           END-IF.

           PERFORM R500-REGISTAR-SEQUENCIA
               THRU R500-REGISTAR-SEQUENCIA-FIM.

           PERFORM R910-REGISTAR-FIM-RUNCTL
               THRU R910-REGISTAR-FIM-RUNCTL-FIM.

           DISPLAY '====== TOTAIS DE FIM DE TRABALHO - FBDLT01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO      : ' WS-DATA-SISTEMA.
           DISPLAY 'SEQUENCIA DO DELTA         : ' WS-SEQ-DELTA.
           IF SEQ-REUTILIZADA
               DISPLAY '(SEQUENCIA REUTILIZADA - REPETICAO DA DATA)'
           END-IF.
           DISPLAY 'COPIA RETIDA               : ' WS-DLT-FICHEIRO.
           DISPLAY 'REGISTOS CLIHIST LIDOS     : ' WS-TOTAL-HIST-LIDOS.
           DISPLAY 'REGISTOS CLIHIST DA DATA   : ' WS-TOTAL-HIST-DIA.
           DISPLAY 'CLIENTES MOVIMENTADOS      : ' WS-TOTAL-CLIENTES.
           DISPLAY 'CLIENTES SEM EFEITO LIQUIDO: ' WS-TOTAL-SEM-EFEITO.
           DISPLAY 'REGISTOS NO DELTA          : ' WS-TOTAL-REGISTOS.
           DISPLAY '  ADICOES                  : ' WS-TOTAL-ADICOES.
           DISPLAY '  ALTERACOES               : ' WS-TOTAL-ALTERACOES.
           DISPLAY '  ELIMINACOES              : ' WS-TOTAL-ELIMINACOES.
           DISPLAY '  MUDANCAS DE ESTADO       : ' WS-TOTAL-ESTADOS.
           DISPLAY '=================================================='.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO E  *
      * O PEDIDO DE OVERRIDE VEM DO PARMRUN; SEM FICHEIRO,  *
      * OU COM O CAMPO A ZEROS OU NAO NUMERICO, VALE A DATA *
      * DO SISTEMA. O OVERRIDE SO E ACEITE COM MOTIVO NAO   *
      * EM BRANCO                                           *
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
           MOVE WS-DATA-SISTEMA TO WS-DATA-NEGOCIO-NUM.
           DISPLAY '====== PARAMETROS EM VIGOR - FBDLT01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           IF OVERRIDE-AUTORIZADO
               DISPLAY 'OVERRIDE DO OPERADOR  : ' WS-OVERRIDE-MOTIVO
           END-IF.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R060 - LIVRO DE CONTROLO DA CADEIA. O DELTA RECUSA  *
      * CORRER QUANDO O FBPRM01 NAO TERMINOU COMPLETO PARA  *
      * A DATA DE NEGOCIO (O CLIHIST DO DIA PODE NAO        *
      * CORRESPONDER AO MESTRE EM VIGOR) OU QUANDO O        *
      * PROPRIO PASSO JA ESTA COMPLETO. UMA REPETICAO EXIGE *
      * O OVERRIDE DO OPERADOR NO PARMRUN COM MOTIVO        *
      *****************************************************
       R060-VERIFICAR-RUNCTL.
           OPEN I-O RUNCTL.
           IF RUNCTL-INEXISTENTE
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN I-O RUNCTL
           END-IF.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO NO FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBDLT01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNCTL-COMPLETO
                       IF OVERRIDE-AUTORIZADO
                           DISPLAY '*** AVISO: PASSO FBDLT01 JA'
                           DISPLAY '*** COMPLETO PARA A DATA - A'
                           DISPLAY '*** REPETIR POR OVERRIDE DO'
                           DISPLAY '*** OPERADOR: ' WS-OVERRIDE-MOTIVO
                       ELSE
                           MOVE 'PASSO FBDLT01 JA COMPLETO PARA A DATA'
                               TO WS-MOTIVO-RECUSA
                           PERFORM R065-RECUSAR-EXECUCAO
                               THRU R065-RECUSAR-EXECUCAO-FIM
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBPRM01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   IF OVERRIDE-AUTORIZADO
                       DISPLAY '*** AVISO: FBPRM01 SEM REGISTO PARA'
                       DISPLAY '*** A DATA - A PROSSEGUIR POR OVERRIDE'
                       DISPLAY '*** DO OPERADOR: ' WS-OVERRIDE-MOTIVO
                   ELSE
                       MOVE 'FBPRM01 NAO CORREU PARA A DATA'
                           TO WS-MOTIVO-RECUSA
                       PERFORM R065-RECUSAR-EXECUCAO
                           THRU R065-RECUSAR-EXECUCAO-FIM
                   END-IF
               NOT INVALID KEY
                   IF NOT RUNCTL-COMPLETO
                       IF OVERRIDE-AUTORIZADO
                           DISPLAY '*** AVISO: FBPRM01 NAO TERMINOU'
                           DISPLAY '*** COMPLETO PARA A DATA - A'
                           DISPLAY '*** PROSSEGUIR POR OVERRIDE DO'
                           DISPLAY '*** OPERADOR: ' WS-OVERRIDE-MOTIVO
                       ELSE
                           MOVE 'FBPRM01 NAO TERMINOU COMPLETO'
                               TO WS-MOTIVO-RECUSA
                           PERFORM R065-RECUSAR-EXECUCAO
                               THRU R065-RECUSAR-EXECUCAO-FIM
                       END-IF
                   END-IF
           END-READ.
       R060-VERIFICAR-RUNCTL-FIM.
           EXIT.

      *****************************************************
      * R065 - RECUSA A EXECUCAO ANTES DE TOCAR NO DELTA OU *
      * NO LIVRO DLTREG: O MOTIVO SAI NA CONSOLA E O        *
      * TRABALHO TERMINA. O REGISTO DO RUNCTL FICA COMO     *
      * ESTAVA                                              *
      *****************************************************
       R065-RECUSAR-EXECUCAO.
           DISPLAY '*** FBDLT01 - EXECUCAO RECUSADA: '
               WS-MOTIVO-RECUSA.
           DISPLAY '*** A REPETICAO EXIGE OVERRIDE NO PARMRUN'
               ' COM MOTIVO'.
           CLOSE RUNCTL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       R065-RECUSAR-EXECUCAO-FIM.
           EXIT.

       R070-REGISTAR-INICIO.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBDLT01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   MOVE 'I' TO RUNCTL-ESTADO
                   MOVE WS-HORA-AGORA TO RUNCTL-HORA-INICIO
                   MOVE ZEROS TO RUNCTL-HORA-FIM
                   MOVE WS-OVERRIDE-MOTIVO TO RUNCTL-MOTIVO-OVERRIDE
                   WRITE RUNCTL-REGISTO
               NOT INVALID KEY
                   MOVE 'I' TO RUNCTL-ESTADO
                   MOVE WS-HORA-AGORA TO RUNCTL-HORA-INICIO
                   MOVE ZEROS TO RUNCTL-HORA-FIM
                   MOVE WS-OVERRIDE-MOTIVO TO RUNCTL-MOTIVO-OVERRIDE
                   REWRITE RUNCTL-REGISTO
           END-READ.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO AO GRAVAR O FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
       R070-REGISTAR-INICIO-FIM.
           EXIT.

      *****************************************************
      * R100 - NUMERO DE SEQUENCIA. O LIVRO DLTREG E LIDO   *
      * ATE AO FIM PARA SABER A ULTIMA SEQUENCIA ATRIBUIDA; *
      * SE ELA JA PERTENCE A ESTA DATA DE NEGOCIO (REPETICAO *
      * OU RETOMA DEPOIS DE UMA QUEDA) E REUTILIZADA, SENAO *
      * A SEQUENCIA E A SEGUINTE - NUNCA FICA UM NUMERO POR *
      * USAR. SEM LIVRO, A PRIMEIRA SEQUENCIA E 1           *
      *****************************************************
       R100-ATRIBUIR-SEQUENCIA.
           OPEN I-O DLTREG.
           IF DLTREG-INEXISTENTE
               OPEN OUTPUT DLTREG
               CLOSE DLTREG
               OPEN I-O DLTREG
           END-IF.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO NO FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-DLTREG.
           PERFORM R110-LER-DLTREG THRU R110-LER-DLTREG-FIM
               UNTIL FIM-DLTREG.
           IF WS-SEQ-ULTIMA > ZERO
               AND WS-SEQ-ULTIMA-DATA = WS-DATA-NEGOCIO-NUM
               MOVE WS-SEQ-ULTIMA TO WS-SEQ-DELTA
               MOVE 'S' TO WS-SEQ-REUTILIZADA
           ELSE
               COMPUTE WS-SEQ-DELTA = WS-SEQ-ULTIMA + 1
           END-IF.
           MOVE WS-SEQ-DELTA TO WS-DLT-SEQ.
       R100-ATRIBUIR-SEQUENCIA-FIM.
           EXIT.

       R110-LER-DLTREG.
           READ DLTREG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DLTREG
               NOT AT END
                   MOVE DLTREG-SEQ TO WS-SEQ-ULTIMA
                   MOVE DLTREG-DATA-PROC TO WS-SEQ-ULTIMA-DATA
                   MOVE DLTREG-REENVIOS TO WS-REENVIOS-ANTERIORES
           END-READ.
       R110-LER-DLTREG-FIM.
           EXIT.

      *****************************************************
      * R200 - PROCEDIMENTO DE ENTRADA DO SORT: LIBERTA OS  *
      * REGISTOS DO CLIHIST DA DATA DE NEGOCIO, NUMERADOS   *
      * PELA ORDEM DE LEITURA PARA QUE, DENTRO DO MESMO     *
      * CLIENTE, AS IMAGENS SAIAM PELA ORDEM EM QUE FORAM   *
      * APLICADAS. SEM CLIHIST NAO HOUVE MOVIMENTO NENHUM - *
      * O DELTA SAI SO COM CABECALHO E TRAILER              *
      *****************************************************
       R200-LIBERTAR-CLIHIST.
           OPEN INPUT CLIHIST.
           IF CLIHIST-INEXISTENTE
               DISPLAY 'FBDLT01 - SEM FICHEIRO CLIHIST'
               GO TO R200-LIBERTAR-CLIHIST-FIM
           END-IF.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO NO FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R210-LER-E-LIBERTAR
               THRU R210-LER-E-LIBERTAR-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
       R200-LIBERTAR-CLIHIST-FIM.
           EXIT.

       R210-LER-E-LIBERTAR.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
               NOT AT END
                   ADD 1 TO WS-TOTAL-HIST-LIDOS
                   IF CLIHIST-DATA = WS-DATA-NEGOCIO-NUM
                       ADD 1 TO WS-TOTAL-HIST-DIA
                       ADD 1 TO WS-ORDEM
                       MOVE CLIHIST-NUMCLI TO SORT-NUMCLI
                       MOVE WS-ORDEM TO SORT-ORDEM
                       MOVE CLIHIST-ANTES TO SORT-ANTES
                       MOVE CLIHIST-DEPOIS TO SORT-DEPOIS
                       RELEASE SORT-REGISTO
                   END-IF
           END-READ.
       R210-LER-E-LIBERTAR-FIM.
           EXIT.

      *****************************************************
      * R300 - PROCEDIMENTO DE SAIDA DO SORT: QUEBRA DE     *
      * CONTROLO NO NUMCLI. GUARDA A IMAGEM ANTERIOR DO     *
      * PRIMEIRO MOVIMENTO DO DIA (O CLIENTE NO INICIO DO   *
      * DIA) E A IMAGEM POSTERIOR DO ULTIMO (O CLIENTE NO   *
      * FIM DO DIA); A COMPARACAO DAS DUAS DECIDE O REGISTO *
      *****************************************************
       R300-AGRUPAR-POR-CLIENTE.
           MOVE SPACES TO WS-FIM-SORT.
           MOVE SPACES TO WS-CLIENTE-ABERTO.
           PERFORM R310-DEVOLVER-ORDENADO
               THRU R310-DEVOLVER-ORDENADO-FIM
               UNTIL FIM-SORT.
           PERFORM R330-FECHAR-CLIENTE THRU R330-FECHAR-CLIENTE-FIM.
       R300-AGRUPAR-POR-CLIENTE-FIM.
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
           IF CLIENTE-ABERTO
               AND SORT-NUMCLI = WS-NUMCLI-ANTERIOR
               MOVE SORT-DEPOIS TO WS-IMAGEM-FIM
           ELSE
               PERFORM R330-FECHAR-CLIENTE
                   THRU R330-FECHAR-CLIENTE-FIM
               MOVE 'S' TO WS-CLIENTE-ABERTO
               MOVE SORT-NUMCLI TO WS-NUMCLI-ANTERIOR
               MOVE SORT-ANTES TO WS-IMAGEM-INICIO
               MOVE SORT-DEPOIS TO WS-IMAGEM-FIM
           END-IF.
       R320-TRATAR-ORDENADO-FIM.
           EXIT.

      *****************************************************
      * R330 - FECHO DO CLIENTE. SEM IMAGEM NO INICIO E COM *
      * IMAGEM NO FIM E UMA ADICAO; COM IMAGEM NO INICIO E  *
      * SEM IMAGEM NO FIM E UMA ELIMINACAO; COM AS DUAS E   *
      * DIFERENTES E UMA ALTERACAO - OU UMA MUDANCA DE      *
      * ESTADO QUANDO SO DIFEREM O ESTADO E A SUA DATA (AS  *
      * ULTIMAS 9 POSICOES DA IMAGEM CLIWORK). IMAGENS      *
      * IGUAIS, OU AS DUAS EM BRANCO, NAO TEM EFEITO PARA   *
      * QUEM RECEBE E NAO SAEM                              *
      *****************************************************
       R330-FECHAR-CLIENTE.
           IF NOT CLIENTE-ABERTO
               GO TO R330-FECHAR-CLIENTE-FIM
           END-IF.
           MOVE SPACES TO WS-CLIENTE-ABERTO.
           ADD 1 TO WS-TOTAL-CLIENTES.
           IF WS-IMAGEM-INICIO = WS-IMAGEM-FIM
               ADD 1 TO WS-TOTAL-SEM-EFEITO
               GO TO R330-FECHAR-CLIENTE-FIM
           END-IF.

           MOVE SPACES TO DELTA-REGISTO.
           MOVE 'D' TO DELTA-TIPO.
           MOVE WS-NUMCLI-ANTERIOR TO DELTA-NUMCLI.
           MOVE WS-IMAGEM-FIM TO DELTA-IMAGEM.
           EVALUATE TRUE
               WHEN WS-IMAGEM-INICIO = SPACES
                   MOVE 'A' TO DELTA-OPERACAO
                   ADD 1 TO WS-TOTAL-ADICOES
               WHEN WS-IMAGEM-FIM = SPACES
                   MOVE 'D' TO DELTA-OPERACAO
                   ADD 1 TO WS-TOTAL-ELIMINACOES
               WHEN WS-IMAGEM-INICIO(1:115) = WS-IMAGEM-FIM(1:115)
                   MOVE 'S' TO DELTA-OPERACAO
                   ADD 1 TO WS-TOTAL-ESTADOS
               WHEN OTHER
                   MOVE 'C' TO DELTA-OPERACAO
                   ADD 1 TO WS-TOTAL-ALTERACOES
           END-EVALUATE.
           ADD 1 TO WS-TOTAL-REGISTOS.
           PERFORM R400-GRAVAR-DELTA THRU R400-GRAVAR-DELTA-FIM.
       R330-FECHAR-CLIENTE-FIM.
           EXIT.

      *****************************************************
      * R400 - CADA REGISTO VAI PARA O DELTA A ENVIAR E     *
      * PARA A COPIA RETIDA DA SEQUENCIA                    *
      *****************************************************
       R400-GRAVAR-DELTA.
           WRITE DELTA-REGISTO.
           IF NOT OK-DELTA
               DISPLAY 'ERRO AO GRAVAR O FICHERO DELTA' WS-FS-DELTA
               STOP RUN
           END-IF.
           WRITE DLTCPY-REGISTO FROM DELTA-REGISTO.
           IF NOT OK-DLTCPY
               DISPLAY 'ERRO AO GRAVAR O FICHERO ' WS-DLT-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-DLTCPY
               STOP RUN
           END-IF.
       R400-GRAVAR-DELTA-FIM.
           EXIT.

      *****************************************************
      * R500 - REGISTA A SEQUENCIA NO LIVRO DLTREG COMO     *
      * ENVIADA A AGUARDAR CONFIRMACAO. NUMA REPETICAO DA   *
      * DATA A ENTRADA EXISTENTE E REESCRITA (A CONFIRMACAO *
      * ANTERIOR DEIXA DE VALER - O CONTEUDO PODE TER       *
      * MUDADO), MANTENDO A CONTAGEM DE REENVIOS            *
      *****************************************************
       R500-REGISTAR-SEQUENCIA.
           MOVE WS-SEQ-DELTA TO DLTREG-SEQ.
           MOVE WS-DATA-NEGOCIO-NUM TO DLTREG-DATA-PROC.
           MOVE WS-DATA-NEGOCIO-NUM TO DLTREG-DATA-ENVIO.
           MOVE WS-TOTAL-REGISTOS TO DLTREG-REGISTOS.
           MOVE 'E' TO DLTREG-ESTADO.
           MOVE ZEROS TO DLTREG-DATA-ACK.
           MOVE SPACES TO DLTREG-MOTIVO.
           MOVE WS-DLT-FICHEIRO TO DLTREG-FICHEIRO.
           IF SEQ-REUTILIZADA
               MOVE WS-REENVIOS-ANTERIORES TO DLTREG-REENVIOS
               MOVE 'REGERADO NA REPETICAO DA DATA'
                   TO DLTREG-MOTIVO
               REWRITE DLTREG-REGISTO
           ELSE
               MOVE ZEROS TO DLTREG-REENVIOS
               WRITE DLTREG-REGISTO
           END-IF.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO AO GRAVAR O FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.
           CLOSE DLTREG.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO AO FECHAR O FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.
       R500-REGISTAR-SEQUENCIA-FIM.
           EXIT.

       R910-REGISTAR-FIM-RUNCTL.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE 'FBDLT01 ' TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O FICHERO RUNCTL'
                       WS-FS-RUNCTL
                   STOP RUN
               NOT INVALID KEY
                   MOVE 'C' TO RUNCTL-ESTADO
                   MOVE WS-HORA-AGORA TO RUNCTL-HORA-FIM
                   REWRITE RUNCTL-REGISTO
           END-READ.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO AO GRAVAR O FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
           CLOSE RUNCTL.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO AO FECHAR O FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
       R910-REGISTAR-FIM-RUNCTL-FIM.
           EXIT.
