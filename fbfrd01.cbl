       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBFRD01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-08  PROGRAMA CRIADO - VIGILANCIA DIARIA   *
      *               DE FRAUDE SOBRE O CLIHIST. AS         *
      *               IMAGENS ANTES/DEPOIS DOS MOVIMENTOS   *
      *               DA JANELA DE OBSERVACAO SAO           *
      *               COMPARADAS E AS ALTERACOES SENSIVEIS  *
      *               (IBAN, MORADA/CPOSTAL, REACTIVACAO DE *
      *               DORMENTE, QUALQUER ALTERACAO A UM     *
      *               FALECIDO) SAO ORDENADAS POR CLIENTE E *
      *               AVALIADAS CONTRA SEIS REGRAS: IBAN E  *
      *               MORADA EM N DIAS (IM), MAIS DE UMA    *
      *               MUDANCA DE IBAN EM 30 DIAS (II), IBAN *
      *               NOVO JA DE OUTRO CLIENTE SEM RELACAO  *
      *               PELO IBANXRF (IX), ALTERACAO A        *
      *               FALECIDO (FA), IBAN DE CLIENTE ACIMA  *
      *               DA IDADE LIMITE (ID) E REACTIVACAO    *
      *               COM MUDANCA DE IBAN (RA). OS LIMITES  *
      *               VEM DO FRDPARM. CADA ALERTA SAI NO    *
      *               FRDREL PARA A EQUIPA DE FRAUDE COM A  *
      *               CHAVE DO CASO; OS CASOS ESCLARECIDOS  *
      *               (FRDCLR) FICAM NO FRDLIB E NAO VOLTAM *
      *               A SAIR                                *
      *   2026-10-15  A RECODIFICACAO DO CPOSTAL FEITA PELO *
      *               FBRCD01 (MESMA MORADA, SO O CODIGO    *
      *               MUDA) DEIXA DE CONTAR COMO MUDANCA DE *
      *               MORADA - UMA RENUMERACAO DOS CTT      *
      *               FAZIA SAIR UM CASO IM POR CADA        *
      *               CLIENTE DO CODIGO QUE MUDASSE DE IBAN *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIHIST ASSIGN TO '/home/kikos/CLIHIST'
               FILE STATUS IS WS-FS-CLIHIST.

           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT IBANXRF ASSIGN TO '/home/kikos/IBANXRF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBANXRF-CHAVE
               FILE STATUS IS WS-FS-IBANXRF.

           SELECT FRDLIB ASSIGN TO '/home/kikos/FRDLIB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRDLIB-CHAVE
               FILE STATUS IS WS-FS-FRDLIB.

           SELECT FRDCLR ASSIGN TO '/home/kikos/FRDCLR'
               FILE STATUS IS WS-FS-FRDCLR.

           SELECT FRDPARM ASSIGN TO '/home/kikos/FRDPARM'
               FILE STATUS IS WS-FS-FRDPARM.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT SORTWK ASSIGN TO '/home/kikos/SORTWK'.

           SELECT FRDREL ASSIGN TO '/home/kikos/FRDREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FRDREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIHIST.
           COPY CLIHIST.

       FD  CLIWORK.
           COPY CLIWORK.

       FD  IBANXRF.
           COPY IBANXRF.

       FD  FRDLIB.
           COPY FRDLIB.

      *    LIBERTACOES DA EQUIPA DE FRAUDE, NO LAYOUT DO FRDLIB
      *    (A DATA DE LIBERTACAO E PREENCHIDA AQUI)
       FD  FRDCLR.
           COPY FRDLIB REPLACING
               ==FRDLIB-REGISTO== BY ==FRDCLR-REGISTO==
               ==FRDLIB-CHAVE==   BY ==FRDCLR-CHAVE==
               ==FRDLIB-NUMCLI==  BY ==FRDCLR-NUMCLI==
               ==FRDLIB-REGRA==   BY ==FRDCLR-REGRA==
               ==FRDLIB-DATA-LIBERTACAO==
                                  BY ==FRDCLR-DATA-LIBERTACAO==
               ==FRDLIB-DATA==    BY ==FRDCLR-DATA==
               ==FRDLIB-HORA==    BY ==FRDCLR-HORA==
               ==FRDLIB-UTILIZADOR== BY ==FRDCLR-UTILIZADOR==
               ==FRDLIB-NOTA==    BY ==FRDCLR-NOTA==.

      *    LIMITES DA VIGILANCIA; UM CAMPO NAO NUMERICO (OU A
      *    ZEROS, EXCEPTO OS DIAS DA REACTIVACAO) VALE O VALOR
      *    POR OMISSAO
       FD  FRDPARM.
       01 FRDPARM-REGISTO.
           05 FRDPARM-DIAS-IBAN-MORADA  PIC 9(03).
           05 FRDPARM-DIAS-IBAN-REPET   PIC 9(03).
           05 FRDPARM-MAX-IBAN          PIC 9(02).
           05 FRDPARM-IDADE-LIMITE      PIC 9(03).
           05 FRDPARM-DIAS-REACTIVACAO  PIC 9(03).

       FD  PARMRUN.
           COPY PARMRUN.

       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-NUMCLI             PIC 9(07).
           05 SORT-DATA               PIC 9(08).
           05 SORT-HORA               PIC 9(08).
           05 SORT-DIA                PIC 9(07).
           05 SORT-ACCAO              PIC X(01).
           05 SORT-IBAN-MUDOU         PIC X(01).
           05 SORT-MORADA-MUDOU       PIC X(01).
           05 SORT-REACTIVACAO        PIC X(01).
           05 SORT-FALECIDO           PIC X(01).
           05 SORT-NOME               PIC X(49).
           05 SORT-IBAN-NOVO          PIC X(25).
           05 SORT-MORADA             PIC X(16).
           05 SORT-CPOSTAL            PIC 9(08).
           05 SORT-DTNASC             PIC 9(08).
           05 SORT-IDADE              PIC 9(02).
           05 SORT-AGENCIA            PIC X(04).
           05 SORT-OPERADOR           PIC X(08).

       FD  FRDREL.
       01 FRDREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIHIST             PIC X(02).
           88 OK-CLIHIST             VALUE '00', '10'.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00'.
       01 WS-FS-IBANXRF             PIC X(02).
           88 OK-IBANXRF             VALUE '00', '10'.
       01 WS-FS-FRDLIB              PIC X(02).
           88 OK-FRDLIB              VALUE '00'.
           88 FRDLIB-INEXISTENTE     VALUE '35'.
       01 WS-FS-FRDCLR              PIC X(02).
           88 OK-FRDCLR              VALUE '00', '10'.
           88 FRDCLR-INEXISTENTE     VALUE '35'.
       01 WS-FS-FRDPARM             PIC X(02).
           88 OK-FRDPARM             VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-FRDREL              PIC X(02).
           88 OK-FRDREL              VALUE '00'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-FRDPARM-ORIGEM         PIC X(07) VALUE 'OMISSAO'.

       01 WS-FIM-CLIHIST            PIC X VALUE SPACES.
           88 FIM-CLIHIST            VALUE 'S'.
       01 WS-FIM-FRDCLR             PIC X VALUE SPACES.
           88 FIM-FRDCLR             VALUE 'S'.
       01 WS-FIM-SORT               PIC X VALUE SPACES.
           88 FIM-SORT               VALUE 'S'.
       01 WS-FIM-XREF               PIC X VALUE SPACES.
           88 FIM-XREF               VALUE 'S'.
       01 WS-FRDCLR-ABERTO          PIC X VALUE SPACES.
           88 FRDCLR-ABERTO          VALUE 'S'.
       01 WS-IBANXRF-ABERTO         PIC X VALUE SPACES.
           88 IBANXRF-ABERTO         VALUE 'S'.
       01 WS-ALTERACAO-SENSIVEL     PIC X VALUE SPACES.
           88 ALTERACAO-SENSIVEL     VALUE 'S'.
       01 WS-IBAN-PARTILHADO        PIC X VALUE SPACES.
           88 IBAN-PARTILHADO        VALUE 'S'.
       01 WS-PAR-ENCONTRADO         PIC X VALUE SPACES.
           88 PAR-ENCONTRADO         VALUE 'S'.

      *    LIMITES EM VIGOR
       01 WS-DIAS-IBAN-MORADA       PIC 9(03) VALUE 10.
       01 WS-DIAS-IBAN-REPET        PIC 9(03) VALUE 30.
       01 WS-MAX-IBAN               PIC 9(02) VALUE 1.
       01 WS-IDADE-LIMITE           PIC 9(03) VALUE 75.
       01 WS-DIAS-REACTIVACAO       PIC 9(03) VALUE ZERO.
       01 WS-DIAS-JANELA            PIC 9(03) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).
       01 WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                    PIC 9(08).

      *    NUMERO DE DIA CORRIDO DE UMA DATA AAAAMMDD (R900),
      *    PARA CONTAR DIAS ENTRE MOVIMENTOS
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
       01 WS-DIA-HOJE               PIC 9(07) VALUE ZEROS.
       01 WS-DIA-INICIO-ALERTA      PIC 9(07) VALUE ZEROS.
       01 WS-DIA-INICIO-LEITURA     PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-ENTRE             PIC 9(07) VALUE ZEROS.

      *    IMAGENS DO MOVIMENTO EM ANALISE
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==FRD-ANTES-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==FRD-ANTES-NUMCLI==
               ==CLIWORK-NOME==    BY ==FRD-ANTES-NOME==
               ==CLIWORK-IDADE==   BY ==FRD-ANTES-IDADE==
               ==CLIWORK-DTNASC==  BY ==FRD-ANTES-DTNASC==
               ==CLIWORK-MORADA==  BY ==FRD-ANTES-MORADA==
               ==CLIWORK-CPOSTAL== BY ==FRD-ANTES-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==FRD-ANTES-IBAN==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==FRD-ANTES-ESTADO-DATA==
               ==CLIWORK-ESTADO==  BY ==FRD-ANTES-ESTADO==.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==FRD-DEPOIS-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==FRD-DEPOIS-NUMCLI==
               ==CLIWORK-NOME==    BY ==FRD-DEPOIS-NOME==
               ==CLIWORK-IDADE==   BY ==FRD-DEPOIS-IDADE==
               ==CLIWORK-DTNASC==  BY ==FRD-DEPOIS-DTNASC==
               ==CLIWORK-MORADA==  BY ==FRD-DEPOIS-MORADA==
               ==CLIWORK-CPOSTAL== BY ==FRD-DEPOIS-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==FRD-DEPOIS-IBAN==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==FRD-DEPOIS-ESTADO-DATA==
               ==CLIWORK-ESTADO==  BY ==FRD-DEPOIS-ESTADO==.

      *    ALTERACOES SENSIVEIS DE UM CLIENTE, POR ORDEM DE DATA
       01 WS-CLI-NUMCLI             PIC 9(07) VALUE ZEROS.
       01 WS-CLI-NOME               PIC X(49) VALUE SPACES.
       01 WS-TOTAL-EVT              PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-EVENTOS.
           05 WS-EVT OCCURS 100 TIMES.
               10 WS-EVT-DATA         PIC 9(08).
               10 WS-EVT-HORA         PIC 9(08).
               10 WS-EVT-DIA          PIC 9(07).
               10 WS-EVT-ACCAO        PIC X(01).
               10 WS-EVT-IBAN-MUDOU   PIC X(01).
               10 WS-EVT-MORADA-MUDOU PIC X(01).
               10 WS-EVT-REACTIVACAO  PIC X(01).
               10 WS-EVT-FALECIDO     PIC X(01).
               10 WS-EVT-IBAN-NOVO    PIC X(25).
               10 WS-EVT-MORADA       PIC X(16).
               10 WS-EVT-CPOSTAL      PIC 9(08).
               10 WS-EVT-DTNASC       PIC 9(08).
               10 WS-EVT-IDADE        PIC 9(02).
               10 WS-EVT-AGENCIA      PIC X(04).
               10 WS-EVT-OPERADOR     PIC X(08).
       01 WS-I                      PIC 9(03) VALUE ZEROS.
       01 WS-J                      PIC 9(03) VALUE ZEROS.
       01 WS-CONTA-IBAN             PIC 9(03) VALUE ZEROS.
       01 WS-DATA-PAR               PIC 9(08) VALUE ZEROS.
       01 WS-NUMCLI-OUTRO           PIC 9(07) VALUE ZEROS.
       01 WS-IDADE-CALC             PIC S9(04) VALUE ZEROS.
       01 WS-IDADE-ACTUAL           PIC 9(03) VALUE ZEROS.
       01 WS-DTNASC.
           05 WS-DTNASC-ANO         PIC 9(04).
           05 WS-DTNASC-MES         PIC 9(02).
           05 WS-DTNASC-DIA         PIC 9(02).

      *    CASO EM EMISSAO
       01 WS-CASO-REGRA             PIC X(02) VALUE SPACES.
           88 REGRA-IBAN-MORADA      VALUE 'IM'.
           88 REGRA-IBAN-REPETIDO    VALUE 'II'.
           88 REGRA-IBAN-PARTILHADO  VALUE 'IX'.
           88 REGRA-FALECIDO         VALUE 'FA'.
           88 REGRA-IDADE            VALUE 'ID'.
           88 REGRA-REACTIVACAO      VALUE 'RA'.
       01 WS-CASO-DETALHE           PIC X(30) VALUE SPACES.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-SENSIVEIS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CLIENTES         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CASOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-NOVOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ESCLARECIDOS     PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LIBERTACOES      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LIB-REJEITADAS   PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-TRUNCADOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-IM               PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-II               PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-IX               PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-FA               PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ID               PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-RA               PIC 9(09) VALUE ZEROS.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

       01 WS-LINHA-CASO.
           05 CAS-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-NOME               PIC X(25).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-REGRA              PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-DESCRICAO          PIC X(24).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-DATA               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-HORA               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-NOVO               PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CAS-DETALHE            PIC X(30).
           05 FILLER                 PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.
           OPEN INPUT IBANXRF.
           IF OK-IBANXRF
               MOVE 'S' TO WS-IBANXRF-ABERTO
           ELSE
               DISPLAY '*** AVISO: IBANXRF INDISPONIVEL ' WS-FS-IBANXRF
                   ' - REGRA IX NAO AVALIADA'
           END-IF.
      *    O FICHEIRO DE CASOS ESCLARECIDOS E CRIADO VAZIO SE
      *    AINDA NAO EXISTE
           OPEN I-O FRDLIB.
           IF FRDLIB-INEXISTENTE
               OPEN OUTPUT FRDLIB
               CLOSE FRDLIB
               OPEN I-O FRDLIB
           END-IF.
           IF NOT OK-FRDLIB
               DISPLAY 'ERRO NO FICHERO FRDLIB' WS-FS-FRDLIB
               STOP RUN
           END-IF.
           OPEN OUTPUT FRDREL.
           IF NOT OK-FRDREL
               DISPLAY 'ERRO NO FICHERO FRDREL' WS-FS-FRDREL
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'VIGILANCIA DE FRAUDE - ALTERACOES SENSIVEIS - '
               TO WS-LINHA-REL(1:46).
           MOVE 'FBFRD01' TO WS-LINHA-REL(47:7).
           MOVE 'DATA: ' TO WS-LINHA-REL(70:6).
           MOVE WS-DS-DIA TO WS-LINHA-REL(76:2).
           MOVE '/' TO WS-LINHA-REL(78:1).
           MOVE WS-DS-MES TO WS-LINHA-REL(79:2).
           MOVE '/' TO WS-LINHA-REL(81:1).
           MOVE WS-DS-ANO TO WS-LINHA-REL(82:4).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'LIMITES: IBAN/MORADA ' TO WS-LINHA-REL(1:21).
           MOVE WS-DIAS-IBAN-MORADA TO WS-LINHA-REL(22:3).
           MOVE ' DIAS, IBAN REPETIDO MAIS DE ' TO WS-LINHA-REL(25:29).
           MOVE WS-MAX-IBAN TO WS-LINHA-REL(54:2).
           MOVE ' EM ' TO WS-LINHA-REL(56:4).
           MOVE WS-DIAS-IBAN-REPET TO WS-LINHA-REL(60:3).
           MOVE ' DIAS, IDADE ' TO WS-LINHA-REL(63:13).
           MOVE WS-IDADE-LIMITE TO WS-LINHA-REL(76:3).
           MOVE ', REACTIVACAO ' TO WS-LINHA-REL(79:14).
           MOVE WS-DIAS-REACTIVACAO TO WS-LINHA-REL(93:3).
           MOVE ' DIAS, JANELA ' TO WS-LINHA-REL(96:14).
           MOVE WS-DIAS-JANELA TO WS-LINHA-REL(110:3).
           MOVE ' DIAS' TO WS-LINHA-REL(113:5).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '=' TO WS-LINHA-REL.
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.

           PERFORM R100-CARREGAR-LIBERTACOES
               THRU R100-CARREGAR-LIBERTACOES-FIM.

           MOVE SPACES TO WS-LINHA-REL.
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE 'CASOS EM ABERTO' TO WS-LINHA-REL(1:15).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'NUMCLI' TO WS-LINHA-REL(1:6).
           MOVE 'NOME' TO WS-LINHA-REL(9:4).
           MOVE 'REGRA' TO WS-LINHA-REL(35:5).
           MOVE 'DATA     HORA' TO WS-LINHA-REL(63:13).
           MOVE 'AGEN OPERADOR NOVO DETALHE' TO WS-LINHA-REL(81:26).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.

           SORT SORTWK
               ON ASCENDING KEY SORT-NUMCLI SORT-DATA SORT-HORA
               INPUT PROCEDURE IS R200-SELECCIONAR-ALTERACOES
                   THRU R200-SELECCIONAR-ALTERACOES-FIM
               OUTPUT PROCEDURE IS R400-AVALIAR-CLIENTES
                   THRU R400-AVALIAR-CLIENTES-FIM.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.

           CLOSE CLIWORK.
           IF IBANXRF-ABERTO
               CLOSE IBANXRF
           END-IF.
           CLOSE FRDLIB.
           IF NOT OK-FRDLIB
               DISPLAY 'ERRO AO FECHAR O FICHERO FRDLIB' WS-FS-FRDLIB
               STOP RUN
           END-IF.
           CLOSE FRDREL.
           IF NOT OK-FRDREL
               DISPLAY 'ERRO AO FECHAR O FICHERO FRDREL' WS-FS-FRDREL
               STOP RUN
           END-IF.

      *    AS LIBERTACOES JA ESTAO NO FRDLIB: O FICHEIRO DE
      *    ENTRADA E ESVAZIADO PARA NAO AS CARREGAR DE NOVO
           IF FRDCLR-ABERTO
               OPEN OUTPUT FRDCLR
               CLOSE FRDCLR
           END-IF.

           DISPLAY 'FBFRD01 - MOVIMENTOS LIDOS......: ' WS-TOTAL-LIDOS.
           DISPLAY 'FBFRD01 - ALTERACOES SENSIVEIS..: '
               WS-TOTAL-SENSIVEIS.
           DISPLAY 'FBFRD01 - CLIENTES AVALIADOS....: '
               WS-TOTAL-CLIENTES.
           DISPLAY 'FBFRD01 - CASOS EM ABERTO.......: ' WS-TOTAL-CASOS.
           DISPLAY 'FBFRD01 -   DOS QUAIS NOVOS.....: ' WS-TOTAL-NOVOS.
           DISPLAY 'FBFRD01 - CASOS JA ESCLARECIDOS.: '
               WS-TOTAL-ESCLARECIDOS.
           DISPLAY 'FBFRD01 - LIBERTACOES CARREGADAS: '
               WS-TOTAL-LIBERTACOES.

           STOP RUN.

      *****************************************************
      * R050 - DATA DE NEGOCIO DO PARMRUN E LIMITES DO      *
      * FRDPARM. SEM FRDPARM VALEM OS LIMITES POR OMISSAO:  *
      * 10 DIAS ENTRE IBAN E MORADA, MAIS DE 1 IBAN EM 30   *
      * DIAS, 75 ANOS, REACTIVACAO E IBAN NO MESMO DIA. A   *
      * JANELA DE OBSERVACAO E O MAIOR DOS PRAZOS: UM CASO  *
      * FICA NO RELATORIO ENQUANTO O MOVIMENTO QUE O        *
      * DISPAROU ESTIVER NA JANELA, OU ATE SER ESCLARECIDO  *
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

           OPEN INPUT FRDPARM.
           IF OK-FRDPARM
               READ FRDPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'FRDPARM' TO WS-FRDPARM-ORIGEM
                       IF FRDPARM-DIAS-IBAN-MORADA IS NUMERIC
                           AND FRDPARM-DIAS-IBAN-MORADA > ZERO
                           MOVE FRDPARM-DIAS-IBAN-MORADA
                               TO WS-DIAS-IBAN-MORADA
                       END-IF
                       IF FRDPARM-DIAS-IBAN-REPET IS NUMERIC
                           AND FRDPARM-DIAS-IBAN-REPET > ZERO
                           MOVE FRDPARM-DIAS-IBAN-REPET
                               TO WS-DIAS-IBAN-REPET
                       END-IF
                       IF FRDPARM-MAX-IBAN IS NUMERIC
                           AND FRDPARM-MAX-IBAN > ZERO
                           MOVE FRDPARM-MAX-IBAN TO WS-MAX-IBAN
                       END-IF
                       IF FRDPARM-IDADE-LIMITE IS NUMERIC
                           AND FRDPARM-IDADE-LIMITE > ZERO
                           MOVE FRDPARM-IDADE-LIMITE
                               TO WS-IDADE-LIMITE
                       END-IF
                       IF FRDPARM-DIAS-REACTIVACAO IS NUMERIC
                           MOVE FRDPARM-DIAS-REACTIVACAO
                               TO WS-DIAS-REACTIVACAO
                       END-IF
               END-READ
               CLOSE FRDPARM
           END-IF.

           MOVE WS-DIAS-IBAN-MORADA TO WS-DIAS-JANELA.
           IF WS-DIAS-IBAN-REPET > WS-DIAS-JANELA
               MOVE WS-DIAS-IBAN-REPET TO WS-DIAS-JANELA
           END-IF.
           IF WS-DIAS-REACTIVACAO > WS-DIAS-JANELA
               MOVE WS-DIAS-REACTIVACAO TO WS-DIAS-JANELA
           END-IF.

      *    OS MOVIMENTOS SAO LIDOS DESDE DUAS JANELAS ATRAS, PARA
      *    QUE O MOVIMENTO MAIS ANTIGO DA JANELA AINDA ENCONTRE
      *    O SEU PAR
           MOVE WS-DATA-SISTEMA TO WS-JUL-DATA.
           PERFORM R900-CALCULAR-DIA THRU R900-CALCULAR-DIA-FIM.
           MOVE WS-JUL-DIA TO WS-DIA-HOJE.
           COMPUTE WS-DIA-INICIO-ALERTA = WS-DIA-HOJE - WS-DIAS-JANELA.
           COMPUTE WS-DIA-INICIO-LEITURA =
               WS-DIA-HOJE - (2 * WS-DIAS-JANELA).

           DISPLAY '====== PARAMETROS EM VIGOR - FBFRD01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'LIMITES               : ' WS-FRDPARM-ORIGEM.
           DISPLAY 'DIAS IBAN/MORADA      : ' WS-DIAS-IBAN-MORADA.
           DISPLAY 'IBAN: MAIS DE ' WS-MAX-IBAN ' EM '
               WS-DIAS-IBAN-REPET ' DIAS'.
           DISPLAY 'IDADE LIMITE          : ' WS-IDADE-LIMITE.
           DISPLAY 'DIAS REACTIVACAO/IBAN : ' WS-DIAS-REACTIVACAO.
           DISPLAY 'JANELA DE OBSERVACAO  : ' WS-DIAS-JANELA ' DIAS'.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R100 - LIBERTACOES DA EQUIPA DE FRAUDE (FRDCLR,     *
      * OPCIONAL) PASSAM PARA O FRDLIB. UMA CHAVE QUE NAO   *
      * VEM NUMERICA OU COM REGRA DESCONHECIDA E LISTADA E  *
      * IGNORADA; UMA JA LIBERTADA NAO E REGRAVADA          *
      *****************************************************
       R100-CARREGAR-LIBERTACOES.
           OPEN INPUT FRDCLR.
           IF FRDCLR-INEXISTENTE
               GO TO R100-CARREGAR-LIBERTACOES-FIM
           END-IF.
           IF NOT OK-FRDCLR
               DISPLAY 'ERRO NO FICHERO FRDCLR' WS-FS-FRDCLR
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-FRDCLR-ABERTO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE 'CASOS ESCLARECIDOS CARREGADOS NESTA EXECUCAO'
               TO WS-LINHA-REL(1:44).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-FIM-FRDCLR.
           PERFORM R110-LER-LIBERTACAO THRU R110-LER-LIBERTACAO-FIM
               UNTIL FIM-FRDCLR.
           CLOSE FRDCLR.
       R100-CARREGAR-LIBERTACOES-FIM.
           EXIT.

       R110-LER-LIBERTACAO.
           READ FRDCLR
               AT END
                   MOVE 'S' TO WS-FIM-FRDCLR
                   GO TO R110-LER-LIBERTACAO-FIM
           END-READ.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE FRDCLR-CHAVE TO WS-LINHA-REL(1:25).
           MOVE FRDCLR-UTILIZADOR TO WS-LINHA-REL(27:8).
           MOVE FRDCLR-NOTA TO WS-LINHA-REL(36:40).
           MOVE FRDCLR-REGRA TO WS-CASO-REGRA.
           IF FRDCLR-NUMCLI IS NOT NUMERIC
               OR FRDCLR-DATA IS NOT NUMERIC
               OR FRDCLR-HORA IS NOT NUMERIC
               OR NOT (REGRA-IBAN-MORADA OR REGRA-IBAN-REPETIDO
                   OR REGRA-IBAN-PARTILHADO OR REGRA-FALECIDO
                   OR REGRA-IDADE OR REGRA-REACTIVACAO)
               ADD 1 TO WS-TOTAL-LIB-REJEITADAS
               MOVE 'REJEITADA - CHAVE INVALIDA' TO WS-LINHA-REL(77:26)
               WRITE FRDREL-LINHA FROM WS-LINHA-REL
               GO TO R110-LER-LIBERTACAO-FIM
           END-IF.
           MOVE FRDCLR-REGISTO TO FRDLIB-REGISTO.
           MOVE WS-DATA-SISTEMA TO FRDLIB-DATA-LIBERTACAO.
           WRITE FRDLIB-REGISTO
               INVALID KEY
                   MOVE 'JA ESCLARECIDO ANTES' TO WS-LINHA-REL(77:20)
                   WRITE FRDREL-LINHA FROM WS-LINHA-REL
                   GO TO R110-LER-LIBERTACAO-FIM
           END-WRITE.
           IF NOT OK-FRDLIB
               DISPLAY 'ERRO AO GRAVAR O FICHERO FRDLIB' WS-FS-FRDLIB
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-LIBERTACOES.
           MOVE 'ESCLARECIDO' TO WS-LINHA-REL(77:11).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
       R110-LER-LIBERTACAO-FIM.
           EXIT.

      *****************************************************
      * R200 - PERCORRE O CLIHIST VIVO E ENTREGA A          *
      * ORDENACAO SO AS ALTERACOES SENSIVEIS DO PERIODO DE  *
      * LEITURA. SO HA COMPARACAO QUANDO EXISTEM AS DUAS    *
      * IMAGENS (ALTERACAO E MARCACAO/REACTIVACAO DE        *
      * ESTADO); UMA ELIMINACAO DE FALECIDO TAMBEM CONTA    *
      *****************************************************
       R200-SELECCIONAR-ALTERACOES.
           OPEN INPUT CLIHIST.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO NO FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R210-LER-CLIHIST THRU R210-LER-CLIHIST-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.
       R200-SELECCIONAR-ALTERACOES-FIM.
           EXIT.

       R210-LER-CLIHIST.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
                   GO TO R210-LER-CLIHIST-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF CLIHIST-DATA IS NOT NUMERIC
               OR CLIHIST-DATA > WS-DATA-SISTEMA-NUM
               GO TO R210-LER-CLIHIST-FIM
           END-IF.
           MOVE CLIHIST-ANTES TO FRD-ANTES-REGISTO.
           MOVE CLIHIST-DEPOIS TO FRD-DEPOIS-REGISTO.
           MOVE SPACES TO SORT-REGISTO.
           MOVE 'N' TO SORT-IBAN-MUDOU.
           MOVE 'N' TO SORT-MORADA-MUDOU.
           MOVE 'N' TO SORT-REACTIVACAO.
           MOVE 'N' TO SORT-FALECIDO.
           MOVE 'N' TO WS-ALTERACAO-SENSIVEL.
           IF FRD-ANTES-REGISTO = SPACES
               GO TO R210-LER-CLIHIST-FIM
           END-IF.
           IF FRD-ANTES-ESTADO = 'F'
               MOVE 'S' TO SORT-FALECIDO
               MOVE 'S' TO WS-ALTERACAO-SENSIVEL
           END-IF.
           IF FRD-DEPOIS-REGISTO NOT = SPACES
               IF FRD-ANTES-IBAN NOT = FRD-DEPOIS-IBAN
                   MOVE 'S' TO SORT-IBAN-MUDOU
                   MOVE 'S' TO WS-ALTERACAO-SENSIVEL
               END-IF
      *        A RECODIFICACAO DO FBRCD01 SO MUDA O CPOSTAL
               IF FRD-ANTES-MORADA NOT = FRD-DEPOIS-MORADA
                   OR (FRD-ANTES-CPOSTAL NOT = FRD-DEPOIS-CPOSTAL
                       AND CLIHIST-OPERADOR NOT = 'FBRCD01 ')
                   MOVE 'S' TO SORT-MORADA-MUDOU
                   MOVE 'S' TO WS-ALTERACAO-SENSIVEL
               END-IF
               IF FRD-ANTES-ESTADO = 'D'
                   AND FRD-DEPOIS-ESTADO NOT = 'D'
                   AND FRD-DEPOIS-ESTADO NOT = 'F'
                   MOVE 'S' TO SORT-REACTIVACAO
                   MOVE 'S' TO WS-ALTERACAO-SENSIVEL
               END-IF
           END-IF.
           IF NOT ALTERACAO-SENSIVEL
               GO TO R210-LER-CLIHIST-FIM
           END-IF.
           MOVE CLIHIST-DATA TO WS-JUL-DATA.
           PERFORM R900-CALCULAR-DIA THRU R900-CALCULAR-DIA-FIM.
           IF WS-JUL-DIA < WS-DIA-INICIO-LEITURA
               GO TO R210-LER-CLIHIST-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-SENSIVEIS.
           MOVE CLIHIST-NUMCLI TO SORT-NUMCLI.
           MOVE CLIHIST-DATA TO SORT-DATA.
           MOVE CLIHIST-HORA TO SORT-HORA.
           MOVE WS-JUL-DIA TO SORT-DIA.
           MOVE CLIHIST-ACCAO TO SORT-ACCAO.
           MOVE CLIHIST-AGENCIA TO SORT-AGENCIA.
           MOVE CLIHIST-OPERADOR TO SORT-OPERADOR.
           IF FRD-DEPOIS-REGISTO NOT = SPACES
               MOVE FRD-DEPOIS-NOME TO SORT-NOME
               MOVE FRD-DEPOIS-IBAN TO SORT-IBAN-NOVO
               MOVE FRD-DEPOIS-MORADA TO SORT-MORADA
               MOVE FRD-DEPOIS-CPOSTAL TO SORT-CPOSTAL
               MOVE FRD-DEPOIS-DTNASC TO SORT-DTNASC
               MOVE FRD-DEPOIS-IDADE TO SORT-IDADE
           ELSE
               MOVE FRD-ANTES-NOME TO SORT-NOME
               MOVE FRD-ANTES-IBAN TO SORT-IBAN-NOVO
               MOVE FRD-ANTES-MORADA TO SORT-MORADA
               MOVE FRD-ANTES-CPOSTAL TO SORT-CPOSTAL
               MOVE FRD-ANTES-DTNASC TO SORT-DTNASC
               MOVE FRD-ANTES-IDADE TO SORT-IDADE
           END-IF.
           RELEASE SORT-REGISTO.
       R210-LER-CLIHIST-FIM.
           EXIT.

      *****************************************************
      * R400 - RECEBE AS ALTERACOES ORDENADAS POR CLIENTE E *
      * DATA E AVALIA CADA CLIENTE NA QUEBRA                *
      *****************************************************
       R400-AVALIAR-CLIENTES.
           MOVE ZEROS TO WS-TOTAL-EVT.
           MOVE ZEROS TO WS-CLI-NUMCLI.
           MOVE SPACES TO WS-FIM-SORT.
           PERFORM R410-RETORNAR-ALTERACAO
               THRU R410-RETORNAR-ALTERACAO-FIM
               UNTIL FIM-SORT.
           IF WS-TOTAL-EVT > ZERO
               PERFORM R500-AVALIAR-CLIENTE
                   THRU R500-AVALIAR-CLIENTE-FIM
           END-IF.
       R400-AVALIAR-CLIENTES-FIM.
           EXIT.

       R410-RETORNAR-ALTERACAO.
           RETURN SORTWK
               AT END
                   MOVE 'S' TO WS-FIM-SORT
                   GO TO R410-RETORNAR-ALTERACAO-FIM
           END-RETURN.
           IF SORT-NUMCLI NOT = WS-CLI-NUMCLI
               IF WS-TOTAL-EVT > ZERO
                   PERFORM R500-AVALIAR-CLIENTE
                       THRU R500-AVALIAR-CLIENTE-FIM
               END-IF
               MOVE SORT-NUMCLI TO WS-CLI-NUMCLI
               MOVE ZEROS TO WS-TOTAL-EVT
           END-IF.
           MOVE SORT-NOME TO WS-CLI-NOME.
           IF WS-TOTAL-EVT = 100
               ADD 1 TO WS-TOTAL-TRUNCADOS
               DISPLAY '*** AVISO: CLIENTE ' SORT-NUMCLI
                   ' COM MAIS DE 100 ALTERACOES SENSIVEIS NA JANELA'
               GO TO R410-RETORNAR-ALTERACAO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-EVT.
           MOVE SORT-DATA TO WS-EVT-DATA(WS-TOTAL-EVT).
           MOVE SORT-HORA TO WS-EVT-HORA(WS-TOTAL-EVT).
           MOVE SORT-DIA TO WS-EVT-DIA(WS-TOTAL-EVT).
           MOVE SORT-ACCAO TO WS-EVT-ACCAO(WS-TOTAL-EVT).
           MOVE SORT-IBAN-MUDOU TO WS-EVT-IBAN-MUDOU(WS-TOTAL-EVT).
           MOVE SORT-MORADA-MUDOU
               TO WS-EVT-MORADA-MUDOU(WS-TOTAL-EVT).
           MOVE SORT-REACTIVACAO TO WS-EVT-REACTIVACAO(WS-TOTAL-EVT).
           MOVE SORT-FALECIDO TO WS-EVT-FALECIDO(WS-TOTAL-EVT).
           MOVE SORT-IBAN-NOVO TO WS-EVT-IBAN-NOVO(WS-TOTAL-EVT).
           MOVE SORT-MORADA TO WS-EVT-MORADA(WS-TOTAL-EVT).
           MOVE SORT-CPOSTAL TO WS-EVT-CPOSTAL(WS-TOTAL-EVT).
           MOVE SORT-DTNASC TO WS-EVT-DTNASC(WS-TOTAL-EVT).
           MOVE SORT-IDADE TO WS-EVT-IDADE(WS-TOTAL-EVT).
           MOVE SORT-AGENCIA TO WS-EVT-AGENCIA(WS-TOTAL-EVT).
           MOVE SORT-OPERADOR TO WS-EVT-OPERADOR(WS-TOTAL-EVT).
       R410-RETORNAR-ALTERACAO-FIM.
           EXIT.

      *****************************************************
      * R500 - AVALIA AS REGRAS PARA CADA ALTERACAO DO      *
      * CLIENTE QUE ESTEJA NA JANELA DE OBSERVACAO. A       *
      * ALTERACAO AVALIADA E SEMPRE A MAIS RECENTE DO PAR:  *
      * O PAR PROCURA-SE NAS ALTERACOES ANTERIORES OU NA    *
      * PROPRIA (UM SO MOVIMENTO QUE MUDA IBAN E MORADA)    *
      *****************************************************
       R500-AVALIAR-CLIENTE.
           ADD 1 TO WS-TOTAL-CLIENTES.
           PERFORM R510-AVALIAR-ALTERACAO
               THRU R510-AVALIAR-ALTERACAO-FIM
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-EVT.
       R500-AVALIAR-CLIENTE-FIM.
           EXIT.

       R510-AVALIAR-ALTERACAO.
           IF WS-EVT-DIA(WS-I) < WS-DIA-INICIO-ALERTA
               GO TO R510-AVALIAR-ALTERACAO-FIM
           END-IF.

      *    FA - QUALQUER ALTERACAO A UM CLIENTE MARCADO FALECIDO
           IF WS-EVT-FALECIDO(WS-I) = 'S'
               MOVE 'FA' TO WS-CASO-REGRA
               MOVE SPACES TO WS-CASO-DETALHE
               MOVE 'MOVIMENTO ' TO WS-CASO-DETALHE(1:10)
               MOVE WS-EVT-ACCAO(WS-I) TO WS-CASO-DETALHE(11:1)
               MOVE ' SOBRE FALECIDO' TO WS-CASO-DETALHE(12:15)
               PERFORM R700-REGISTAR-CASO THRU R700-REGISTAR-CASO-FIM
           END-IF.

      *    IM - IBAN E MORADA ALTERADOS COM N DIAS OU MENOS
           IF WS-EVT-IBAN-MUDOU(WS-I) = 'S'
               OR WS-EVT-MORADA-MUDOU(WS-I) = 'S'
               MOVE 'N' TO WS-PAR-ENCONTRADO
               PERFORM R520-PROCURAR-PAR-MORADA
                   THRU R520-PROCURAR-PAR-MORADA-FIM
                   VARYING WS-J FROM WS-I BY -1
                   UNTIL WS-J < 1 OR PAR-ENCONTRADO
               IF PAR-ENCONTRADO
                   MOVE 'IM' TO WS-CASO-REGRA
                   MOVE SPACES TO WS-CASO-DETALHE
                   MOVE 'PAR EM ' TO WS-CASO-DETALHE(1:7)
                   MOVE WS-DATA-PAR TO WS-CASO-DETALHE(8:8)
                   MOVE ' (' TO WS-CASO-DETALHE(16:2)
                   MOVE WS-DIAS-ENTRE(5:3) TO WS-CASO-DETALHE(18:3)
                   MOVE ' DIAS)' TO WS-CASO-DETALHE(21:6)
                   PERFORM R700-REGISTAR-CASO
                       THRU R700-REGISTAR-CASO-FIM
               END-IF
           END-IF.

           IF WS-EVT-IBAN-MUDOU(WS-I) NOT = 'S'
               AND WS-EVT-REACTIVACAO(WS-I) NOT = 'S'
               GO TO R510-AVALIAR-ALTERACAO-FIM
           END-IF.

      *    RA - REACTIVACAO DE DORMENTE COM MUDANCA DE IBAN
           MOVE 'N' TO WS-PAR-ENCONTRADO.
           PERFORM R540-PROCURAR-PAR-REACTIVACAO
               THRU R540-PROCURAR-PAR-REACTIVACAO-FIM
               VARYING WS-J FROM WS-I BY -1
               UNTIL WS-J < 1 OR PAR-ENCONTRADO.
           IF PAR-ENCONTRADO
               MOVE 'RA' TO WS-CASO-REGRA
               MOVE SPACES TO WS-CASO-DETALHE
               MOVE 'PAR EM ' TO WS-CASO-DETALHE(1:7)
               MOVE WS-DATA-PAR TO WS-CASO-DETALHE(8:8)
               PERFORM R700-REGISTAR-CASO THRU R700-REGISTAR-CASO-FIM
           END-IF.

           IF WS-EVT-IBAN-MUDOU(WS-I) NOT = 'S'
               GO TO R510-AVALIAR-ALTERACAO-FIM
           END-IF.

      *    II - MAIS MUDANCAS DE IBAN DO QUE O LIMITE NO PRAZO
           MOVE ZEROS TO WS-CONTA-IBAN.
           PERFORM R530-CONTAR-IBAN THRU R530-CONTAR-IBAN-FIM
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-I.
           IF WS-CONTA-IBAN > WS-MAX-IBAN
               MOVE 'II' TO WS-CASO-REGRA
               MOVE SPACES TO WS-CASO-DETALHE
               MOVE WS-CONTA-IBAN TO WS-CASO-DETALHE(1:3)
               MOVE ' MUDANCAS DE IBAN EM ' TO WS-CASO-DETALHE(4:21)
               MOVE WS-DIAS-IBAN-REPET TO WS-CASO-DETALHE(25:3)
               MOVE ' D' TO WS-CASO-DETALHE(28:2)
               PERFORM R700-REGISTAR-CASO THRU R700-REGISTAR-CASO-FIM
           END-IF.

      *    ID - IBAN ALTERADO A CLIENTE ACIMA DA IDADE LIMITE
           PERFORM R560-CALCULAR-IDADE THRU R560-CALCULAR-IDADE-FIM.
           IF WS-IDADE-ACTUAL NOT < WS-IDADE-LIMITE
               MOVE 'ID' TO WS-CASO-REGRA
               MOVE SPACES TO WS-CASO-DETALHE
               MOVE 'CLIENTE COM ' TO WS-CASO-DETALHE(1:12)
               MOVE WS-IDADE-ACTUAL TO WS-CASO-DETALHE(13:3)
               MOVE ' ANOS' TO WS-CASO-DETALHE(16:5)
               PERFORM R700-REGISTAR-CASO THRU R700-REGISTAR-CASO-FIM
           END-IF.

      *    IX - IBAN NOVO JA ASSOCIADO A OUTRO CLIENTE SEM
      *    RELACAO (OUTRA MORADA) NA REFERENCIA CRUZADA
           IF IBANXRF-ABERTO
               AND WS-EVT-IBAN-NOVO(WS-I) NOT = SPACES
               PERFORM R550-PROCURAR-IBAN-PARTILHADO
                   THRU R550-PROCURAR-IBAN-PARTILHADO-FIM
               IF IBAN-PARTILHADO
                   MOVE 'IX' TO WS-CASO-REGRA
                   MOVE SPACES TO WS-CASO-DETALHE
                   MOVE 'IBAN TAMBEM DO CLIENTE ' TO
                       WS-CASO-DETALHE(1:23)
                   MOVE WS-NUMCLI-OUTRO TO WS-CASO-DETALHE(24:7)
                   PERFORM R700-REGISTAR-CASO
                       THRU R700-REGISTAR-CASO-FIM
               END-IF
           END-IF.
       R510-AVALIAR-ALTERACAO-FIM.
           EXIT.

       R520-PROCURAR-PAR-MORADA.
           COMPUTE WS-DIAS-ENTRE = WS-EVT-DIA(WS-I) - WS-EVT-DIA(WS-J).
           IF WS-DIAS-ENTRE > WS-DIAS-IBAN-MORADA
               GO TO R520-PROCURAR-PAR-MORADA-FIM
           END-IF.
           IF (WS-EVT-IBAN-MUDOU(WS-I) = 'S'
                   AND WS-EVT-MORADA-MUDOU(WS-J) = 'S')
               OR (WS-EVT-MORADA-MUDOU(WS-I) = 'S'
                   AND WS-EVT-IBAN-MUDOU(WS-J) = 'S')
               MOVE 'S' TO WS-PAR-ENCONTRADO
               MOVE WS-EVT-DATA(WS-J) TO WS-DATA-PAR
           END-IF.
       R520-PROCURAR-PAR-MORADA-FIM.
           EXIT.

       R530-CONTAR-IBAN.
           IF WS-EVT-IBAN-MUDOU(WS-J) = 'S'
               COMPUTE WS-DIAS-ENTRE =
                   WS-EVT-DIA(WS-I) - WS-EVT-DIA(WS-J)
               IF WS-DIAS-ENTRE NOT > WS-DIAS-IBAN-REPET
                   ADD 1 TO WS-CONTA-IBAN
               END-IF
           END-IF.
       R530-CONTAR-IBAN-FIM.
           EXIT.

       R540-PROCURAR-PAR-REACTIVACAO.
           COMPUTE WS-DIAS-ENTRE = WS-EVT-DIA(WS-I) - WS-EVT-DIA(WS-J).
           IF WS-DIAS-ENTRE > WS-DIAS-REACTIVACAO
               GO TO R540-PROCURAR-PAR-REACTIVACAO-FIM
           END-IF.
           IF (WS-EVT-IBAN-MUDOU(WS-I) = 'S'
                   AND WS-EVT-REACTIVACAO(WS-J) = 'S')
               OR (WS-EVT-REACTIVACAO(WS-I) = 'S'
                   AND WS-EVT-IBAN-MUDOU(WS-J) = 'S')
               MOVE 'S' TO WS-PAR-ENCONTRADO
               MOVE WS-EVT-DATA(WS-J) TO WS-DATA-PAR
           END-IF.
       R540-PROCURAR-PAR-REACTIVACAO-FIM.
           EXIT.

      *    O IBAN NOVO NO IBANXRF: OUTRO NUMCLI COM MORADA E
      *    CODIGO POSTAL DIFERENTES DOS DO CLIENTE (O MESMO
      *    AGREGADO PARTILHA CONTAS) E UM CLIENTE SEM RELACAO
       R550-PROCURAR-IBAN-PARTILHADO.
           MOVE 'N' TO WS-IBAN-PARTILHADO.
           MOVE WS-EVT-IBAN-NOVO(WS-I) TO IBANXRF-IBAN.
           MOVE ZEROS TO IBANXRF-NUMCLI.
           START IBANXRF KEY IS NOT LESS THAN IBANXRF-CHAVE
               INVALID KEY
                   GO TO R550-PROCURAR-IBAN-PARTILHADO-FIM
           END-START.
           MOVE SPACES TO WS-FIM-XREF.
           PERFORM R551-LER-PROXIMO-XREF
               THRU R551-LER-PROXIMO-XREF-FIM
               UNTIL FIM-XREF OR IBAN-PARTILHADO.
       R550-PROCURAR-IBAN-PARTILHADO-FIM.
           EXIT.

       R551-LER-PROXIMO-XREF.
           READ IBANXRF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-XREF
                   GO TO R551-LER-PROXIMO-XREF-FIM
           END-READ.
           IF IBANXRF-IBAN NOT = WS-EVT-IBAN-NOVO(WS-I)
               MOVE 'S' TO WS-FIM-XREF
               GO TO R551-LER-PROXIMO-XREF-FIM
           END-IF.
           IF IBANXRF-NUMCLI = WS-CLI-NUMCLI
               GO TO R551-LER-PROXIMO-XREF-FIM
           END-IF.
           MOVE IBANXRF-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   GO TO R551-LER-PROXIMO-XREF-FIM
           END-READ.
           IF CLIWORK-MORADA NOT = WS-EVT-MORADA(WS-I)
               OR CLIWORK-CPOSTAL NOT = WS-EVT-CPOSTAL(WS-I)
               MOVE 'S' TO WS-IBAN-PARTILHADO
               MOVE IBANXRF-NUMCLI TO WS-NUMCLI-OUTRO
           END-IF.
       R551-LER-PROXIMO-XREF-FIM.
           EXIT.

      *    IDADE A DATA DO PROCESSAMENTO PELA DATA DE NASCIMENTO
      *    DA IMAGEM, COM RECURSO A IDADE DECLARADA
       R560-CALCULAR-IDADE.
           IF WS-EVT-DTNASC(WS-I) IS NOT NUMERIC
               OR WS-EVT-DTNASC(WS-I) = ZERO
               MOVE WS-EVT-IDADE(WS-I) TO WS-IDADE-ACTUAL
               GO TO R560-CALCULAR-IDADE-FIM
           END-IF.
           MOVE WS-EVT-DTNASC(WS-I) TO WS-DTNASC.
           COMPUTE WS-IDADE-CALC = WS-DS-ANO - WS-DTNASC-ANO.
           IF WS-DS-MES < WS-DTNASC-MES
               OR (WS-DS-MES = WS-DTNASC-MES
                   AND WS-DS-DIA < WS-DTNASC-DIA)
               SUBTRACT 1 FROM WS-IDADE-CALC
           END-IF.
           IF WS-IDADE-CALC < ZERO
               MOVE ZEROS TO WS-IDADE-ACTUAL
           ELSE
               MOVE WS-IDADE-CALC TO WS-IDADE-ACTUAL
           END-IF.
       R560-CALCULAR-IDADE-FIM.
           EXIT.

      *****************************************************
      * R700 - UM CASO: SE A CHAVE (NUMCLI, REGRA, DATA E   *
      * HORA DO MOVIMENTO) JA FOI ESCLARECIDA NO FRDLIB NAO *
      * SAI; SENAO VAI PARA O RELATORIO, MARCADO NOVO SE O  *
      * MOVIMENTO E DO DIA                                  *
      *****************************************************
       R700-REGISTAR-CASO.
           MOVE WS-CLI-NUMCLI TO FRDLIB-NUMCLI.
           MOVE WS-CASO-REGRA TO FRDLIB-REGRA.
           MOVE WS-EVT-DATA(WS-I) TO FRDLIB-DATA.
           MOVE WS-EVT-HORA(WS-I) TO FRDLIB-HORA.
           READ FRDLIB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ESCLARECIDOS
                   GO TO R700-REGISTAR-CASO-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-CASOS.
           MOVE SPACES TO WS-LINHA-CASO.
           MOVE WS-CLI-NUMCLI TO CAS-NUMCLI.
           MOVE WS-CLI-NOME TO CAS-NOME.
           MOVE WS-CASO-REGRA TO CAS-REGRA.
           EVALUATE TRUE
               WHEN REGRA-IBAN-MORADA
                   MOVE 'IBAN E MORADA EM N DIAS' TO CAS-DESCRICAO
                   ADD 1 TO WS-TOTAL-IM
               WHEN REGRA-IBAN-REPETIDO
                   MOVE 'IBAN ALTERADO REPETIDO' TO CAS-DESCRICAO
                   ADD 1 TO WS-TOTAL-II
               WHEN REGRA-IBAN-PARTILHADO
                   MOVE 'IBAN DE OUTRO CLIENTE' TO CAS-DESCRICAO
                   ADD 1 TO WS-TOTAL-IX
               WHEN REGRA-FALECIDO
                   MOVE 'ALTERACAO A FALECIDO' TO CAS-DESCRICAO
                   ADD 1 TO WS-TOTAL-FA
               WHEN REGRA-IDADE
                   MOVE 'IBAN DE CLIENTE IDOSO' TO CAS-DESCRICAO
                   ADD 1 TO WS-TOTAL-ID
               WHEN REGRA-REACTIVACAO
                   MOVE 'REACTIVACAO COM IBAN' TO CAS-DESCRICAO
                   ADD 1 TO WS-TOTAL-RA
           END-EVALUATE.
           MOVE WS-EVT-DATA(WS-I) TO CAS-DATA.
           MOVE WS-EVT-HORA(WS-I) TO CAS-HORA.
           MOVE WS-EVT-AGENCIA(WS-I) TO CAS-AGENCIA.
           MOVE WS-EVT-OPERADOR(WS-I) TO CAS-OPERADOR.
           IF WS-EVT-DIA(WS-I) = WS-DIA-HOJE
               MOVE 'NOVO' TO CAS-NOVO
               ADD 1 TO WS-TOTAL-NOVOS
           END-IF.
           MOVE WS-CASO-DETALHE TO CAS-DETALHE.
           WRITE FRDREL-LINHA FROM WS-LINHA-CASO.
       R700-REGISTAR-CASO-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MOVIMENTOS LIDOS.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIDOS TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ALTERACOES SENSIVEIS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-SENSIVEIS TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CLIENTES AVALIADOS.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CLIENTES TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CASOS EM ABERTO........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CASOS TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  NOVOS (DO DIA).......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-NOVOS TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  IM IBAN E MORADA.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-IM TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  II IBAN REPETIDO.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-II TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  IX IBAN DE OUTRO.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-IX TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  FA FALECIDO..........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-FA TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  ID CLIENTE IDOSO.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ID TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE '  RA REACTIVACAO.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-RA TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'JA ESCLARECIDOS........: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-ESCLARECIDOS TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'LIBERTACOES CARREGADAS.: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIBERTACOES TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'LIBERTACOES REJEITADAS.: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-LIB-REJEITADAS TO WS-LINHA-REL(26:9).
           WRITE FRDREL-LINHA FROM WS-LINHA-REL.
           IF WS-TOTAL-TRUNCADOS > ZERO
               MOVE SPACES TO WS-LINHA-REL
               MOVE 'CLIENTES TRUNCADOS.....: ' TO WS-LINHA-REL(1:25)
               MOVE WS-TOTAL-TRUNCADOS TO WS-LINHA-REL(26:9)
               WRITE FRDREL-LINHA FROM WS-LINHA-REL
           END-IF.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R900 - NUMERO DE DIA CORRIDO DA DATA EM WS-JUL-DATA *
      * (CALENDARIO GREGORIANO), PARA QUE A DIFERENCA ENTRE *
      * DUAS DATAS DE A CONTAGEM DE DIAS. CADA DIVISAO E    *
      * FEITA A PARTE PARA GUARDAR SO A PARTE INTEIRA       *
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
