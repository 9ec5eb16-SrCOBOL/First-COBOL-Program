       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCRT01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-05  PROGRAMA CRIADO - CORRESPONDENCIA AOS *
      *               CLIENTES. GERA O FICHEIRO DE CARTAS   *
      *               PRONTO A IMPRIMIR (CRTCAR), UMA CARTA *
      *               POR CLIENTE E POR TIPO DE FACTO, COM  *
      *               O TEXTO DOS MODELOS FIXOS DO FICHEIRO *
      *               DE PARAMETROS CRTMOD: 'R' DEVOLUCAO   *
      *               DE DEBITO (EVENTOS GRAVADOS PELO      *
      *               FBRET01 NO CRTEVT), 'D' CLIENTE       *
      *               DORMENTE E 'P' CODIGO POSTAL EM       *
      *               EXCEPCAO (AMBOS APURADOS NO ENT001).  *
      *               O BLOCO DE ENDERECO LEVA O NOME, A    *
      *               MORADA, O CPOSTAL E A LOCALIDADE DO   *
      *               CTTPOST. OS FALECIDOS NUNCA RECEBEM   *
      *               CARTA; OS ENDERECOS QUE NAO SE PODEM  *
      *               ENTREGAR SAEM NA LISTA DE EXCEPCOES   *
      *               CRTEXC. CADA CARTA FICA REGISTADA NO  *
      *               CRTLOG CONTRA O CLIENTE E A MESMA     *
      *               CARTA NAO E EMITIDA DUAS VEZES        *
      *   2026-10-15  O CRTEVT DEIXA DE SER ESVAZIADO NO    *
      *               FIM: UM EVENTO QUE SAIU NA LISTA DE   *
      *               EXCEPCOES POR FALTA DE MODELO OU POR  *
      *               ENDERECO QUE NAO SE ENTREGA E         *
      *               GUARDADO NO CRTEVT.PND E O CRTEVT E   *
      *               REFEITO A PARTIR DELE, PARA QUE A     *
      *               CARTA DE DEVOLUCAO SAIA NUMA EXECUCAO *
      *               SEGUINTE QUANDO A CAUSA FOR           *
      *               CORRIGIDA. CLIENTE INEXISTENTE E TIPO *
      *               DESCONHECIDO NAO TEM CORRECCAO: SAEM  *
      *               UMA VEZ NA LISTA E O EVENTO E LARGADO *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT CTTPOST ASSIGN TO '/home/kikos/CTTPOST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTTPOST-CODIGO
               FILE STATUS IS WS-FS-CTTPOST.

           SELECT CTTRCD ASSIGN TO '/home/kikos/CTTRCD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTTRCD-CODIGO-ANTIGO
               FILE STATUS IS WS-FS-CTTRCD.

           SELECT CRTMOD ASSIGN TO '/home/kikos/CRTMOD'
               FILE STATUS IS WS-FS-CRTMOD.

           SELECT CRTEVT ASSIGN TO '/home/kikos/CRTEVT'
               FILE STATUS IS WS-FS-CRTEVT.

           SELECT CRTPND ASSIGN TO '/home/kikos/CRTEVT.PND'
               FILE STATUS IS WS-FS-CRTPND.

           SELECT CRTLOG ASSIGN TO '/home/kikos/CRTLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRTLOG-CHAVE
               FILE STATUS IS WS-FS-CRTLOG.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT CRTCAR ASSIGN TO '/home/kikos/CRTCAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRTCAR.

           SELECT CRTEXC ASSIGN TO '/home/kikos/CRTEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRTEXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           COPY CLIWORK.

       FD  CTTPOST.
           COPY CTTPOST.

       FD  CTTRCD.
           COPY CTTRCD.

      *    MODELOS DE CARTA: UMA LINHA DE TEXTO POR REGISTO,
      *    NUMERADA DE 01 A 20 DENTRO DO TIPO. CRTMOD-INSERIR
      *    'D' ACRESCENTA NO FIM DA LINHA O DETALHE DO FACTO
      *    (MOTIVO DA DEVOLUCAO, DATA, CODIGO POSTAL NOVO)
       FD  CRTMOD.
       01 CRTMOD-REGISTO.
           05 CRTMOD-TIPO             PIC X(01).
           05 CRTMOD-LINHA            PIC 9(02).
           05 CRTMOD-INSERIR          PIC X(01).
           05 CRTMOD-TEXTO            PIC X(60).

       FD  CRTEVT.
           COPY CRTEVT.

      *    EVENTOS DO CRTEVT QUE NAO DERAM CARTA NESTA
      *    EXECUCAO, NO MESMO LAYOUT, PARA VOLTAREM AO CRTEVT
       FD  CRTPND.
       01 CRTPND-REGISTO              PIC X(54).

       FD  CRTLOG.
           COPY CRTLOG.

       FD  PARMRUN.
           COPY PARMRUN.

       FD  CRTCAR.
       01 CRTCAR-LINHA                PIC X(80).

       FD  CRTEXC.
       01 CRTEXC-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00', '10'.
       01 WS-FS-CTTPOST             PIC X(02).
           88 OK-CTTPOST             VALUE '00'.
       01 WS-FS-CTTRCD              PIC X(02).
           88 OK-CTTRCD              VALUE '00'.
       01 WS-FS-CRTMOD              PIC X(02).
           88 OK-CRTMOD              VALUE '00', '10'.
       01 WS-FS-CRTEVT              PIC X(02).
           88 OK-CRTEVT              VALUE '00', '10'.
           88 CRTEVT-INEXISTENTE     VALUE '35'.
       01 WS-FS-CRTPND              PIC X(02).
           88 OK-CRTPND              VALUE '00', '10'.
       01 WS-FS-CRTLOG              PIC X(02).
           88 OK-CRTLOG              VALUE '00'.
           88 CRTLOG-INEXISTENTE     VALUE '35'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-CRTCAR              PIC X(02).
           88 OK-CRTCAR              VALUE '00'.
       01 WS-FS-CRTEXC              PIC X(02).
           88 OK-CRTEXC              VALUE '00'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.

       01 WS-FIM-CLIWORK            PIC X VALUE SPACES.
           88 FIM-CLIWORK            VALUE 'S'.
       01 WS-FIM-CRTMOD             PIC X VALUE SPACES.
           88 FIM-CRTMOD             VALUE 'S'.
       01 WS-FIM-CRTEVT             PIC X VALUE SPACES.
           88 FIM-CRTEVT             VALUE 'S'.
       01 WS-CTTRCD-ABERTO          PIC X VALUE SPACES.
           88 CTTRCD-ABERTO          VALUE 'S'.
       01 WS-CRTEVT-ABERTO          PIC X VALUE SPACES.
           88 CRTEVT-ABERTO          VALUE 'S'.
       01 WS-FIM-CRTPND             PIC X VALUE SPACES.
           88 FIM-CRTPND             VALUE 'S'.
      *    'S' ENQUANTO SE TRATAM OS EVENTOS DO CRTEVT: A
      *    EXCEPCAO DE UM EVENTO GUARDA-O NO CRTEVT.PND
       01 WS-FACTO-ORIGEM           PIC X VALUE SPACES.
           88 FACTO-DE-EVENTO        VALUE 'S'.
       01 WS-ENDERECO               PIC X VALUE SPACES.
           88 ENDERECO-ENTREGAVEL    VALUE 'S'.
           88 ENDERECO-INVALIDO      VALUE 'N'.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).
       01 WS-DATA-AUX.
           05 WS-DA-ANO             PIC 9(04).
           05 WS-DA-MES             PIC 9(02).
           05 WS-DA-DIA             PIC 9(02).
       01 WS-DATA-EDITADA.
           05 WS-DE-DIA             PIC 9(02).
           05 FILLER                PIC X VALUE '/'.
           05 WS-DE-MES             PIC 9(02).
           05 FILLER                PIC X VALUE '/'.
           05 WS-DE-ANO             PIC 9(04).

      *    MODELOS EM MEMORIA: 1 DEVOLUCAO, 2 DORMENTE,
      *    3 CODIGO POSTAL
       01 WS-TABELA-MODELOS.
           05 WS-MODELO OCCURS 3 TIMES.
               10 WS-MOD-TOTAL-LINHAS PIC 9(02).
               10 WS-MOD-LINHA OCCURS 20 TIMES.
                   15 WS-MOD-INSERIR  PIC X(01).
                   15 WS-MOD-TEXTO    PIC X(60).
       01 WS-TIPO-NUM               PIC 9(01) VALUE ZERO.
       01 WS-LIN-NUM                PIC 9(02) VALUE ZEROS.
       01 WS-TEXTO-LEN              PIC 9(02) VALUE ZEROS.
       01 WS-POS-DETALHE            PIC 9(03) VALUE ZEROS.

      *    FACTO EM TRATAMENTO
       01 WS-CARTA-TIPO             PIC X(01) VALUE SPACES.
           88 CARTA-DEVOLUCAO        VALUE 'R'.
           88 CARTA-DORMENTE         VALUE 'D'.
           88 CARTA-CPOSTAL          VALUE 'P'.
       01 WS-CARTA-TIPO-TEXTO       PIC X(10) VALUE SPACES.
       01 WS-CARTA-REFERENCIA       PIC 9(08) VALUE ZEROS.
       01 WS-CARTA-DETALHE          PIC X(30) VALUE SPACES.
       01 WS-CARTA-CPOSTAL          PIC 9(08) VALUE ZEROS.
       01 WS-CARTA-LOCALIDADE       PIC X(30) VALUE SPACES.
       01 WS-MOTIVO-EXCECAO         PIC X(30) VALUE SPACES.

       01 WS-TOTAL-MODELOS-LIDOS    PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-MODELOS-REJ      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-EVENTOS          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CLIENTES         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CARTAS           PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-CARTAS-DEV       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CARTAS-DOR       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CARTAS-CPO       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-JA-ENVIADAS      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-FALECIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-EXCECOES         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-EVENTOS-MANTIDOS PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-EVENTOS-LARGADOS PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.
       01 WS-LINHA-CARTA            PIC X(80) VALUE SPACES.

       01 WS-LINHA-EXCECAO.
           05 EXC-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXC-NOME               PIC X(49).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-TIPO               PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-MORADA             PIC X(16).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-CPOSTAL            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-MOTIVO             PIC X(30).
           05 FILLER                 PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.
           PERFORM R100-CARREGAR-MODELOS
               THRU R100-CARREGAR-MODELOS-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.
           OPEN INPUT CTTPOST.
           IF NOT OK-CTTPOST
               DISPLAY 'ERRO NO FICHERO CTTPOST' WS-FS-CTTPOST
               STOP RUN
           END-IF.
      *    SEM TABELA DE RECODIFICACAO NENHUM CODIGO E RENUMERADO
           OPEN INPUT CTTRCD.
           IF OK-CTTRCD
               MOVE 'S' TO WS-CTTRCD-ABERTO
           END-IF.
      *    O REGISTO DE CARTAS E CRIADO VAZIO SE AINDA NAO EXISTE
           OPEN I-O CRTLOG.
           IF CRTLOG-INEXISTENTE
               OPEN OUTPUT CRTLOG
               CLOSE CRTLOG
               OPEN I-O CRTLOG
           END-IF.
           IF NOT OK-CRTLOG
               DISPLAY 'ERRO NO FICHERO CRTLOG' WS-FS-CRTLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT CRTCAR.
           IF NOT OK-CRTCAR
               DISPLAY 'ERRO NO FICHERO CRTCAR' WS-FS-CRTCAR
               STOP RUN
           END-IF.
           OPEN OUTPUT CRTEXC.
           IF NOT OK-CRTEXC
               DISPLAY 'ERRO NO FICHERO CRTEXC' WS-FS-CRTEXC
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CORRESPONDENCIA NAO EMITIDA - FBCRT01'
               TO WS-LINHA-REL(1:37).
           MOVE 'DATA: ' TO WS-LINHA-REL(60:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(66:2).
           MOVE '/' TO WS-LINHA-REL(68:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(69:2).
           MOVE '/' TO WS-LINHA-REL(71:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(72:4).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI' TO WS-LINHA-REL(1:6).
           MOVE 'NOME' TO WS-LINHA-REL(10:4).
           MOVE 'CARTA' TO WS-LINHA-REL(60:5).
           MOVE 'MORADA' TO WS-LINHA-REL(71:6).
           MOVE 'CPOSTAL' TO WS-LINHA-REL(88:7).
           MOVE 'MOTIVO' TO WS-LINHA-REL(97:6).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.

           PERFORM R200-TRATAR-EVENTOS THRU R200-TRATAR-EVENTOS-FIM.
           PERFORM R300-PERCORRER-MESTRE
               THRU R300-PERCORRER-MESTRE-FIM.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.

           CLOSE CLIWORK.
           CLOSE CTTPOST.
           IF CTTRCD-ABERTO
               CLOSE CTTRCD
           END-IF.
           CLOSE CRTLOG.
           IF NOT OK-CRTLOG
               DISPLAY 'ERRO AO FECHAR O FICHERO CRTLOG' WS-FS-CRTLOG
               STOP RUN
           END-IF.
           CLOSE CRTCAR.
           IF NOT OK-CRTCAR
               DISPLAY 'ERRO AO FECHAR O FICHERO CRTCAR' WS-FS-CRTCAR
               STOP RUN
           END-IF.
           CLOSE CRTEXC.
           IF NOT OK-CRTEXC
               DISPLAY 'ERRO AO FECHAR O FICHERO CRTEXC' WS-FS-CRTEXC
               STOP RUN
           END-IF.

      *    OS EVENTOS SO SAO SUBSTITUIDOS DEPOIS DE AS CARTAS E
      *    O REGISTO ESTAREM FECHADOS SEM ERRO - UMA REPETICAO
      *    DEPOIS DE UMA QUEDA NAO DUPLICA CARTAS (CRTLOG)
           IF CRTEVT-ABERTO
               PERFORM R900-REPOR-EVENTOS THRU R900-REPOR-EVENTOS-FIM
           END-IF.

           DISPLAY 'FBCRT01 - EVENTOS LIDOS.........: '
               WS-TOTAL-EVENTOS.
           DISPLAY 'FBCRT01 - CLIENTES LIDOS........: '
               WS-TOTAL-CLIENTES.
           DISPLAY 'FBCRT01 - CARTAS EMITIDAS.......: '
               WS-TOTAL-CARTAS.
           DISPLAY 'FBCRT01 -   DEVOLUCAO DE DEBITO.: '
               WS-TOTAL-CARTAS-DEV.
           DISPLAY 'FBCRT01 -   CLIENTE DORMENTE....: '
               WS-TOTAL-CARTAS-DOR.
           DISPLAY 'FBCRT01 -   CODIGO POSTAL.......: '
               WS-TOTAL-CARTAS-CPO.
           DISPLAY 'FBCRT01 - JA ENVIADAS ANTES.....: '
               WS-TOTAL-JA-ENVIADAS.
           DISPLAY 'FBCRT01 - FALECIDOS SEM CARTA...: '
               WS-TOTAL-FALECIDOS.
           DISPLAY 'FBCRT01 - EXCEPCOES (CRTEXC)....: '
               WS-TOTAL-EXCECOES.
           DISPLAY 'FBCRT01 - EVENTOS MANTIDOS......: '
               WS-TOTAL-EVENTOS-MANTIDOS.
           DISPLAY 'FBCRT01 - EVENTOS LARGADOS......: '
               WS-TOTAL-EVENTOS-LARGADOS.

           STOP RUN.

      *****************************************************
      * R050 - DATA DE NEGOCIO DO PARMRUN; SEM FICHEIRO, OU *
      * COM O CAMPO A ZEROS OU NAO NUMERICO, VALE A DATA DO *
      * SISTEMA                                             *
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
           DISPLAY '====== PARAMETROS EM VIGOR - FBCRT01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R100 - CARREGA OS MODELOS DE CARTA DO CRTMOD. SEM   *
      * MODELOS NAO HA CARTAS: O TRABALHO E RECUSADO. UMA   *
      * LINHA DE TIPO DESCONHECIDO OU NUMERO FORA DE 01-20  *
      * E IGNORADA COM AVISO; UM TIPO SEM LINHAS NAO DA     *
      * CARTA E OS SEUS FACTOS SAEM NA LISTA DE EXCEPCOES   *
      *****************************************************
       R100-CARREGAR-MODELOS.
           MOVE SPACES TO WS-TABELA-MODELOS.
           MOVE ZEROS TO WS-MOD-TOTAL-LINHAS(1).
           MOVE ZEROS TO WS-MOD-TOTAL-LINHAS(2).
           MOVE ZEROS TO WS-MOD-TOTAL-LINHAS(3).
           OPEN INPUT CRTMOD.
           IF NOT OK-CRTMOD
               DISPLAY '*** FBCRT01 - EXECUCAO RECUSADA: '
                   'MODELOS DE CARTA CRTMOD INACESSIVEIS ' WS-FS-CRTMOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CRTMOD.
           PERFORM R110-LER-MODELO THRU R110-LER-MODELO-FIM
               UNTIL FIM-CRTMOD.
           CLOSE CRTMOD.
           IF WS-TOTAL-MODELOS-LIDOS = WS-TOTAL-MODELOS-REJ
               DISPLAY '*** FBCRT01 - EXECUCAO RECUSADA: '
                   'NENHUM MODELO DE CARTA VALIDO NO CRTMOD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       R100-CARREGAR-MODELOS-FIM.
           EXIT.

       R110-LER-MODELO.
           READ CRTMOD
               AT END
                   MOVE 'S' TO WS-FIM-CRTMOD
                   GO TO R110-LER-MODELO-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-MODELOS-LIDOS.
           MOVE CRTMOD-TIPO TO WS-CARTA-TIPO.
           PERFORM R120-NUMERO-DO-TIPO THRU R120-NUMERO-DO-TIPO-FIM.
           IF WS-TIPO-NUM = ZERO
               OR CRTMOD-LINHA IS NOT NUMERIC
               OR CRTMOD-LINHA = ZERO
               OR CRTMOD-LINHA > 20
               ADD 1 TO WS-TOTAL-MODELOS-REJ
               DISPLAY '*** AVISO: LINHA DE MODELO IGNORADA - TIPO '
                   CRTMOD-TIPO ' LINHA ' CRTMOD-LINHA
               GO TO R110-LER-MODELO-FIM
           END-IF.
           MOVE CRTMOD-LINHA TO WS-LIN-NUM.
           MOVE CRTMOD-INSERIR
               TO WS-MOD-INSERIR(WS-TIPO-NUM, WS-LIN-NUM).
           MOVE CRTMOD-TEXTO TO WS-MOD-TEXTO(WS-TIPO-NUM, WS-LIN-NUM).
           IF WS-LIN-NUM > WS-MOD-TOTAL-LINHAS(WS-TIPO-NUM)
               MOVE WS-LIN-NUM TO WS-MOD-TOTAL-LINHAS(WS-TIPO-NUM)
           END-IF.
       R110-LER-MODELO-FIM.
           EXIT.

       R120-NUMERO-DO-TIPO.
           EVALUATE TRUE
               WHEN CARTA-DEVOLUCAO
                   MOVE 1 TO WS-TIPO-NUM
                   MOVE 'DEVOLUCAO' TO WS-CARTA-TIPO-TEXTO
               WHEN CARTA-DORMENTE
                   MOVE 2 TO WS-TIPO-NUM
                   MOVE 'DORMENTE' TO WS-CARTA-TIPO-TEXTO
               WHEN CARTA-CPOSTAL
                   MOVE 3 TO WS-TIPO-NUM
                   MOVE 'COD.POSTAL' TO WS-CARTA-TIPO-TEXTO
               WHEN OTHER
                   MOVE ZERO TO WS-TIPO-NUM
                   MOVE 'DESCONHEC.' TO WS-CARTA-TIPO-TEXTO
           END-EVALUATE.
       R120-NUMERO-DO-TIPO-FIM.
           EXIT.

      *****************************************************
      * R200 - EVENTOS GRAVADOS PELOS OUTROS PROGRAMAS DA   *
      * SUITE (CRTEVT). SEM FICHEIRO NAO HA EVENTOS. O      *
      * CLIENTE E LIDO DO MESTRE PELA CHAVE - UM CLIENTE    *
      * QUE JA NAO EXISTE SAI NA LISTA DE EXCEPCOES. O      *
      * EVENTO QUE SAI NA LISTA DE EXCEPCOES FICA GUARDADO  *
      * NO CRTEVT.PND PARA VOLTAR AO CRTEVT (R900), SALVO   *
      * CLIENTE INEXISTENTE OU TIPO DESCONHECIDO (R215)     *
      *****************************************************
       R200-TRATAR-EVENTOS.
           OPEN INPUT CRTEVT.
           IF CRTEVT-INEXISTENTE
               GO TO R200-TRATAR-EVENTOS-FIM
           END-IF.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO NO FICHERO CRTEVT' WS-FS-CRTEVT
               STOP RUN
           END-IF.
           OPEN OUTPUT CRTPND.
           IF NOT OK-CRTPND
               DISPLAY 'ERRO NO FICHERO CRTEVT.PND' WS-FS-CRTPND
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-CRTEVT-ABERTO.
           MOVE 'S' TO WS-FACTO-ORIGEM.
           MOVE SPACES TO WS-FIM-CRTEVT.
           PERFORM R210-LER-EVENTO THRU R210-LER-EVENTO-FIM
               UNTIL FIM-CRTEVT.
           MOVE SPACES TO WS-FACTO-ORIGEM.
           CLOSE CRTEVT.
           CLOSE CRTPND.
           IF NOT OK-CRTPND
               DISPLAY 'ERRO AO FECHAR O FICHERO CRTEVT.PND'
                   WS-FS-CRTPND
               STOP RUN
           END-IF.
       R200-TRATAR-EVENTOS-FIM.
           EXIT.

       R210-LER-EVENTO.
           READ CRTEVT
               AT END
                   MOVE 'S' TO WS-FIM-CRTEVT
                   GO TO R210-LER-EVENTO-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-EVENTOS.
           MOVE CRTEVT-TIPO TO WS-CARTA-TIPO.
           PERFORM R120-NUMERO-DO-TIPO THRU R120-NUMERO-DO-TIPO-FIM.
           MOVE CRTEVT-DATA TO WS-CARTA-REFERENCIA.
           MOVE CRTEVT-DETALHE TO WS-CARTA-DETALHE.
           MOVE CRTEVT-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   MOVE SPACES TO CLIWORK-REGISTO
                   MOVE CRTEVT-NUMCLI TO CLIWORK-NUMCLI
                   MOVE ZEROS TO CLIWORK-CPOSTAL
                   MOVE 'CLIENTE NAO EXISTE NO MESTRE'
                       TO WS-MOTIVO-EXCECAO
                   PERFORM R215-EXCECAO-DEFINITIVA
                       THRU R215-EXCECAO-DEFINITIVA-FIM
                   GO TO R210-LER-EVENTO-FIM
           END-READ.
           IF WS-TIPO-NUM = ZERO
               MOVE 'TIPO DE EVENTO DESCONHECIDO' TO WS-MOTIVO-EXCECAO
               PERFORM R215-EXCECAO-DEFINITIVA
                   THRU R215-EXCECAO-DEFINITIVA-FIM
               GO TO R210-LER-EVENTO-FIM
           END-IF.
           PERFORM R500-EMITIR-CARTA THRU R500-EMITIR-CARTA-FIM.
       R210-LER-EVENTO-FIM.
           EXIT.

      *    EXCEPCAO SEM CORRECCAO POSSIVEL (CLIENTE QUE JA NAO
      *    ESTA NO MESTRE, TIPO DE EVENTO DESCONHECIDO): SAI NA
      *    LISTA DE EXCEPCOES MAS O EVENTO NAO FICA NO
      *    CRTEVT.PND, SENAO VOLTAVA A SAIR TODAS AS NOITES
       R215-EXCECAO-DEFINITIVA.
           MOVE SPACES TO WS-FACTO-ORIGEM.
           PERFORM R550-REGISTAR-EXCECAO
               THRU R550-REGISTAR-EXCECAO-FIM.
           MOVE 'S' TO WS-FACTO-ORIGEM.
           ADD 1 TO WS-TOTAL-EVENTOS-LARGADOS.
       R215-EXCECAO-DEFINITIVA-FIM.
           EXIT.

      *****************************************************
      * R300 - FACTOS APURADOS NO PROPRIO MESTRE: CLIENTE   *
      * DORMENTE (REFERENCIA = DATA DE EFEITO DO ESTADO) E  *
      * CODIGO POSTAL QUE NAO CONSTA DO CTTPOST, COMO NO    *
      * CPOSTEXC DO FBBAT01 (REFERENCIA = O CODIGO). O      *
      * CRTLOG GARANTE QUE CADA UM SO DA UMA CARTA          *
      *****************************************************
       R300-PERCORRER-MESTRE.
           MOVE ZEROS TO CLIWORK-NUMCLI.
           START CLIWORK KEY IS NOT LESS THAN CLIWORK-NUMCLI
               INVALID KEY
                   GO TO R300-PERCORRER-MESTRE-FIM
           END-START.
           MOVE SPACES TO WS-FIM-CLIWORK.
           PERFORM R310-LER-CLIENTE THRU R310-LER-CLIENTE-FIM
               UNTIL FIM-CLIWORK.
       R300-PERCORRER-MESTRE-FIM.
           EXIT.

       R310-LER-CLIENTE.
           READ CLIWORK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CLIWORK
                   GO TO R310-LER-CLIENTE-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-CLIENTES.

           IF CLIWORK-ESTADO = 'D'
               MOVE 'D' TO WS-CARTA-TIPO
               PERFORM R120-NUMERO-DO-TIPO
                   THRU R120-NUMERO-DO-TIPO-FIM
               MOVE ZEROS TO WS-CARTA-REFERENCIA
               MOVE SPACES TO WS-CARTA-DETALHE
               MOVE 'DORMENTE DESDE' TO WS-CARTA-DETALHE(1:14)
               IF CLIWORK-ESTADO-DATA IS NUMERIC
                   MOVE CLIWORK-ESTADO-DATA TO WS-CARTA-REFERENCIA
                   MOVE CLIWORK-ESTADO-DATA TO WS-DATA-AUX
                   MOVE WS-DA-DIA TO WS-DE-DIA
                   MOVE WS-DA-MES TO WS-DE-MES
                   MOVE WS-DA-ANO TO WS-DE-ANO
                   MOVE WS-DATA-EDITADA TO WS-CARTA-DETALHE(16:10)
               END-IF
               PERFORM R500-EMITIR-CARTA THRU R500-EMITIR-CARTA-FIM
           END-IF.

           IF CLIWORK-CPOSTAL IS NOT NUMERIC
               OR CLIWORK-CPOSTAL = ZERO
               MOVE ZEROS TO WS-CARTA-REFERENCIA
           ELSE
               MOVE CLIWORK-CPOSTAL TO CTTPOST-CODIGO
               READ CTTPOST
                   INVALID KEY
                       MOVE CLIWORK-CPOSTAL TO WS-CARTA-REFERENCIA
                   NOT INVALID KEY
                       GO TO R310-LER-CLIENTE-FIM
               END-READ
           END-IF.
           MOVE 'P' TO WS-CARTA-TIPO.
           PERFORM R120-NUMERO-DO-TIPO THRU R120-NUMERO-DO-TIPO-FIM.
           MOVE 'CODIGO POSTAL INEXISTENTE' TO WS-CARTA-DETALHE.
           PERFORM R500-EMITIR-CARTA THRU R500-EMITIR-CARTA-FIM.
       R310-LER-CLIENTE-FIM.
           EXIT.

      *****************************************************
      * R500 - UMA CARTA PARA O CLIENTE EM CLIWORK-REGISTO  *
      * E O FACTO EM WS-CARTA-*. FALECIDO NUNCA RECEBE      *
      * CARTA; UM FACTO JA ESCRITO (MESMA CHAVE NO CRTLOG)  *
      * NAO E REPETIDO; SEM MODELO OU SEM ENDERECO          *
      * ENTREGAVEL O CLIENTE SAI NA LISTA DE EXCEPCOES E    *
      * NADA E REGISTADO, PARA QUE A CARTA SAIA QUANDO O    *
      * ENDERECO FOR CORRIGIDO - O FACTO DO MESTRE VOLTA A  *
      * SER APURADO E O EVENTO DO CRTEVT FICA GUARDADO NO   *
      * CRTEVT.PND (R550)                                   *
      *****************************************************
       R500-EMITIR-CARTA.
           IF CLIWORK-ESTADO = 'F'
               ADD 1 TO WS-TOTAL-FALECIDOS
               GO TO R500-EMITIR-CARTA-FIM
           END-IF.
           MOVE CLIWORK-NUMCLI TO CRTLOG-NUMCLI.
           MOVE WS-CARTA-TIPO TO CRTLOG-TIPO.
           MOVE WS-CARTA-REFERENCIA TO CRTLOG-REFERENCIA.
           READ CRTLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-ENVIADAS
                   GO TO R500-EMITIR-CARTA-FIM
           END-READ.
           IF WS-MOD-TOTAL-LINHAS(WS-TIPO-NUM) = ZERO
               MOVE 'SEM MODELO DE CARTA NO CRTMOD' TO WS-MOTIVO-EXCECAO
               PERFORM R550-REGISTAR-EXCECAO
                   THRU R550-REGISTAR-EXCECAO-FIM
               GO TO R500-EMITIR-CARTA-FIM
           END-IF.
           PERFORM R510-APURAR-ENDERECO THRU R510-APURAR-ENDERECO-FIM.
           IF ENDERECO-INVALIDO
               PERFORM R550-REGISTAR-EXCECAO
                   THRU R550-REGISTAR-EXCECAO-FIM
               GO TO R500-EMITIR-CARTA-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-CARTAS.
           EVALUATE TRUE
               WHEN CARTA-DEVOLUCAO
                   ADD 1 TO WS-TOTAL-CARTAS-DEV
               WHEN CARTA-DORMENTE
                   ADD 1 TO WS-TOTAL-CARTAS-DOR
               WHEN CARTA-CPOSTAL
                   ADD 1 TO WS-TOTAL-CARTAS-CPO
           END-EVALUATE.
           PERFORM R520-IMPRIMIR-CARTA THRU R520-IMPRIMIR-CARTA-FIM.
           PERFORM R540-REGISTAR-CARTA THRU R540-REGISTAR-CARTA-FIM.
       R500-EMITIR-CARTA-FIM.
           EXIT.

      *****************************************************
      * R510 - ENDERECO POSTAL. SEM MORADA OU SEM CODIGO    *
      * POSTAL A CARTA NAO SE ENTREGA. UM CODIGO QUE JA NAO *
      * CONSTA DO CTTPOST MAS FOI RENUMERADO PELOS CTT      *
      * (CTTRCD) SEGUE COM O CODIGO NOVO E A SUA LOCALIDADE;*
      * RETIRADO SEM SUCESSOR OU DESCONHECIDO NAO SE ENTREGA*
      *****************************************************
       R510-APURAR-ENDERECO.
           MOVE 'N' TO WS-ENDERECO.
           MOVE SPACES TO WS-CARTA-LOCALIDADE.
           MOVE ZEROS TO WS-CARTA-CPOSTAL.
           IF CLIWORK-MORADA = SPACES
               MOVE 'MORADA EM BRANCO' TO WS-MOTIVO-EXCECAO
               GO TO R510-APURAR-ENDERECO-FIM
           END-IF.
           IF CLIWORK-CPOSTAL IS NOT NUMERIC
               OR CLIWORK-CPOSTAL = ZERO
               MOVE 'CODIGO POSTAL EM FALTA' TO WS-MOTIVO-EXCECAO
               GO TO R510-APURAR-ENDERECO-FIM
           END-IF.
           MOVE CLIWORK-CPOSTAL TO CTTPOST-CODIGO.
           READ CTTPOST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTTPOST-CODIGO TO WS-CARTA-CPOSTAL
                   MOVE CTTPOST-LOCALIDADE TO WS-CARTA-LOCALIDADE
                   MOVE 'S' TO WS-ENDERECO
                   GO TO R510-APURAR-ENDERECO-FIM
           END-READ.
           MOVE 'CODIGO POSTAL INEXISTENTE CTT' TO WS-MOTIVO-EXCECAO.
           IF NOT CTTRCD-ABERTO
               GO TO R510-APURAR-ENDERECO-FIM
           END-IF.
           MOVE CLIWORK-CPOSTAL TO CTTRCD-CODIGO-ANTIGO.
           READ CTTRCD
               INVALID KEY
                   GO TO R510-APURAR-ENDERECO-FIM
           END-READ.
           IF CTTRCD-SEM-SUCESSOR
               MOVE 'CODIGO RETIRADO SEM SUCESSOR' TO WS-MOTIVO-EXCECAO
               GO TO R510-APURAR-ENDERECO-FIM
           END-IF.
           MOVE CTTRCD-CODIGO-NOVO TO CTTPOST-CODIGO.
           READ CTTPOST
               INVALID KEY
                   GO TO R510-APURAR-ENDERECO-FIM
           END-READ.
           MOVE CTTPOST-CODIGO TO WS-CARTA-CPOSTAL.
           MOVE CTTPOST-LOCALIDADE TO WS-CARTA-LOCALIDADE.
           MOVE 'S' TO WS-ENDERECO.
           IF CARTA-CPOSTAL
               MOVE SPACES TO WS-CARTA-DETALHE
               MOVE 'NOVO CODIGO POSTAL' TO WS-CARTA-DETALHE(1:18)
               MOVE CTTPOST-CODIGO TO WS-CARTA-DETALHE(20:8)
           END-IF.
       R510-APURAR-ENDERECO-FIM.
           EXIT.

      *****************************************************
      * R520 - CARTA NO CRTCAR: CADA CARTA COMECA EM PAGINA *
      * NOVA, COM O BLOCO DE ENDERECO NA POSICAO DA JANELA  *
      * DO ENVELOPE, A DATA, A REFERENCIA E O TEXTO DO      *
      * MODELO DO TIPO                                      *
      *****************************************************
       R520-IMPRIMIR-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           IF WS-TOTAL-CARTAS = 1
               WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA
           ELSE
               WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE CLIWORK-NOME TO WS-LINHA-CARTA(31:49).
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE CLIWORK-MORADA TO WS-LINHA-CARTA(31:16).
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE WS-CARTA-CPOSTAL TO WS-LINHA-CARTA(31:8).
           MOVE WS-CARTA-LOCALIDADE TO WS-LINHA-CARTA(40:30).
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE WS-DS-DIA TO WS-DE-DIA.
           MOVE WS-DS-MES TO WS-DE-MES.
           MOVE WS-DS-ANO TO WS-DE-ANO.
           MOVE 'DATA: ' TO WS-LINHA-CARTA(6:6).
           MOVE WS-DATA-EDITADA TO WS-LINHA-CARTA(12:10).
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE 'N/REF.: CLIENTE ' TO WS-LINHA-CARTA(6:16).
           MOVE CLIWORK-NUMCLI TO WS-LINHA-CARTA(22:7).
           MOVE ' CARTA ' TO WS-LINHA-CARTA(29:7).
           MOVE WS-TOTAL-CARTAS TO WS-LINHA-CARTA(36:7).
           MOVE WS-CARTA-TIPO-TEXTO TO WS-LINHA-CARTA(44:10).
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
           PERFORM R530-IMPRIMIR-LINHA-MODELO
               THRU R530-IMPRIMIR-LINHA-MODELO-FIM
               VARYING WS-LIN-NUM FROM 1 BY 1
               UNTIL WS-LIN-NUM > WS-MOD-TOTAL-LINHAS(WS-TIPO-NUM).
       R520-IMPRIMIR-CARTA-FIM.
           EXIT.

      *    LINHA DO MODELO; COM INSERIR 'D' O DETALHE DO FACTO
      *    E ACRESCENTADO A SEGUIR AO TEXTO
       R530-IMPRIMIR-LINHA-MODELO.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE WS-MOD-TEXTO(WS-TIPO-NUM, WS-LIN-NUM)
               TO WS-LINHA-CARTA(6:60).
           IF WS-MOD-INSERIR(WS-TIPO-NUM, WS-LIN-NUM) = 'D'
               MOVE 60 TO WS-TEXTO-LEN
               PERFORM R531-APURAR-TAMANHO-TEXTO
                   THRU R531-APURAR-TAMANHO-TEXTO-FIM
                   UNTIL WS-TEXTO-LEN = 0
                   OR WS-MOD-TEXTO(WS-TIPO-NUM, WS-LIN-NUM)
                       (WS-TEXTO-LEN:1) NOT = SPACE
               COMPUTE WS-POS-DETALHE = 6 + WS-TEXTO-LEN + 1
               IF WS-POS-DETALHE < 80
                   MOVE WS-CARTA-DETALHE
                       TO WS-LINHA-CARTA(WS-POS-DETALHE:)
               END-IF
           END-IF.
           WRITE CRTCAR-LINHA FROM WS-LINHA-CARTA.
       R530-IMPRIMIR-LINHA-MODELO-FIM.
           EXIT.

       R531-APURAR-TAMANHO-TEXTO.
           SUBTRACT 1 FROM WS-TEXTO-LEN.
       R531-APURAR-TAMANHO-TEXTO-FIM.
           EXIT.

       R540-REGISTAR-CARTA.
           MOVE CLIWORK-NUMCLI TO CRTLOG-NUMCLI.
           MOVE WS-CARTA-TIPO TO CRTLOG-TIPO.
           MOVE WS-CARTA-REFERENCIA TO CRTLOG-REFERENCIA.
           MOVE WS-DATA-SISTEMA TO CRTLOG-DATA-ENVIO.
           MOVE WS-TOTAL-CARTAS TO CRTLOG-NUM-CARTA.
           MOVE WS-CARTA-CPOSTAL TO CRTLOG-CPOSTAL-CARTA.
           MOVE WS-CARTA-DETALHE TO CRTLOG-DETALHE.
           WRITE CRTLOG-REGISTO.
           IF NOT OK-CRTLOG
               DISPLAY 'ERRO AO GRAVAR O FICHERO CRTLOG' WS-FS-CRTLOG
               STOP RUN
           END-IF.
       R540-REGISTAR-CARTA-FIM.
           EXIT.

       R550-REGISTAR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           MOVE CLIWORK-NUMCLI TO EXC-NUMCLI.
           MOVE CLIWORK-NOME TO EXC-NOME.
           MOVE WS-CARTA-TIPO-TEXTO TO EXC-TIPO.
           MOVE CLIWORK-MORADA TO EXC-MORADA.
           IF CLIWORK-CPOSTAL IS NUMERIC
               MOVE CLIWORK-CPOSTAL TO EXC-CPOSTAL
           ELSE
               MOVE ZEROS TO EXC-CPOSTAL
           END-IF.
           MOVE WS-MOTIVO-EXCECAO TO EXC-MOTIVO.
           WRITE CRTEXC-LINHA FROM WS-LINHA-EXCECAO.
           IF FACTO-DE-EVENTO
               WRITE CRTPND-REGISTO FROM CRTEVT-REGISTO
               IF NOT OK-CRTPND
                   DISPLAY 'ERRO AO GRAVAR O FICHERO CRTEVT.PND'
                       WS-FS-CRTPND
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-EVENTOS-MANTIDOS
           END-IF.
       R550-REGISTAR-EXCECAO-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'EVENTOS LIDOS..........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-EVENTOS TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLIENTES LIDOS.........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CLIENTES TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CARTAS DEVOLUCAO.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CARTAS-DEV TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CARTAS DORMENTE........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CARTAS-DOR TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CARTAS CODIGO POSTAL...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CARTAS-CPO TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'JA ENVIADAS ANTES......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-JA-ENVIADAS TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'FALECIDOS SEM CARTA....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-FALECIDOS TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'EXCEPCOES..............: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-EXCECOES TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'EVENTOS MANTIDOS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-EVENTOS-MANTIDOS TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'EVENTOS LARGADOS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-EVENTOS-LARGADOS TO WS-LINHA-REL(26:9).
           WRITE CRTEXC-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R900 - O CRTEVT E REFEITO SO COM OS EVENTOS         *
      * GUARDADOS NO CRTEVT.PND: OS QUE DERAM CARTA (OU JA  *
      * A TINHAM, OU SAO DE FALECIDOS) SAEM, COMO OS DE     *
      * CLIENTE INEXISTENTE OU TIPO DESCONHECIDO; OS QUE    *
      * FICARAM SEM MODELO OU SEM ENDERECO ENTREGAVEL SAO   *
      * TENTADOS DE NOVO NA PROXIMA EXECUCAO                *
      *****************************************************
       R900-REPOR-EVENTOS.
           OPEN INPUT CRTPND.
           IF NOT OK-CRTPND
               DISPLAY 'ERRO NO FICHERO CRTEVT.PND' WS-FS-CRTPND
               STOP RUN
           END-IF.
           OPEN OUTPUT CRTEVT.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO AO REFAZER O FICHERO CRTEVT'
                   WS-FS-CRTEVT
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CRTPND.
           PERFORM R910-COPIAR-EVENTO THRU R910-COPIAR-EVENTO-FIM
               UNTIL FIM-CRTPND.
           CLOSE CRTPND.
           CLOSE CRTEVT.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO AO FECHAR O FICHERO CRTEVT' WS-FS-CRTEVT
               STOP RUN
           END-IF.
       R900-REPOR-EVENTOS-FIM.
           EXIT.

       R910-COPIAR-EVENTO.
           READ CRTPND
               AT END
                   MOVE 'S' TO WS-FIM-CRTPND
                   GO TO R910-COPIAR-EVENTO-FIM
           END-READ.
           WRITE CRTEVT-REGISTO FROM CRTPND-REGISTO.
           IF NOT OK-CRTEVT
               DISPLAY 'ERRO AO GRAVAR O FICHERO CRTEVT' WS-FS-CRTEVT
               STOP RUN
           END-IF.
       R910-COPIAR-EVENTO-FIM.
           EXIT.
