       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBANO01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-28  PROGRAMA CRIADO - ANONIMIZACAO (RGPD) *
      *               DOS CLIENTES ELIMINADOS OU MARCADOS   *
      *               'F' HA MAIS TEMPO DO QUE O PRAZO DE   *
      *               RETENCAO EM MESES DO ANOPARM. UM      *
      *               FALECIDO CONTA PELA DATA DE ESTADO DO *
      *               MESTRE; UM ELIMINADO PELA DATA DO     *
      *               ULTIMO 'D' NO CLIHIST E NOS ARQUIVOS  *
      *               DO ARCNDX, E SO SE JA NAO CONSTAR DO  *
      *               MESTRE. NOME, MORADA E IBAN SAO       *
      *               SUBSTITUIDOS DA MESMA FORMA NO        *
      *               ENT001, NAS GERACOES G01/G02/G03, NAS *
      *               IMAGENS ANTES/DEPOIS DO CLIHIST E DOS *
      *               ARQUIVOS E NO MANDATO, E AS ENTRADAS  *
      *               DO IBANXRF SAO RETIRADAS; NUMCLI,     *
      *               DATAS, CODIGOS DE ACCAO E ORIGEM      *
      *               FICAM. COMO O MESTRE, A GERACAO G01 E *
      *               O HISTORICO MUDAM POR IGUAL, A        *
      *               RECONCILIACAO DO FBREC01 CONTINUA A   *
      *               BATER. TUDO O QUE E SUBSTITUIDO SAI   *
      *               NA LISTAGEM ANOREL COM O VALOR ANTIGO *
      *               E O NOVO. POR OMISSAO CORRE EM        *
      *               SIMULACAO (SO LISTA); SO O MODO 'E'   *
      *               DO ANOPARM GRAVA. RECUSA CORRER COM   *
      *               UM PASSO DA CADEIA NOCTURNA A MEIO    *
      *   2026-10-15  AS ENTRADAS DO APRPEN (MOVIMENTOS     *
      *               RETIDOS PARA APROVACAO A QUATRO       *
      *               OLHOS) TAMBEM SAO MASCARADAS: A       *
      *               IMAGEM DO MOVIMENTO E A DO MESTRE     *
      *               GUARDADAS NA RETENCAO PASSAM PELA     *
      *               MESMA MASCARA E O IBAN ANTERIOR FICA  *
      *               EM BRANCO. UM CLIENTE COM UMA ENTRADA *
      *               AINDA ABERTA (PENDENTE, APROVADA OU   *
      *               LIBERTADA) FICA DE FORA E SAI NA      *
      *               LISTAGEM - O FBAPL01 AINDA PODE       *
      *               DEVOLVER A IMAGEM AO MESTRE           *
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

           SELECT GER1 ASSIGN TO '/home/kikos/ENT001.G01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GER1-NUMCLI
               ALTERNATE RECORD KEY IS GER1-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GER1.

           SELECT GER2 ASSIGN TO '/home/kikos/ENT001.G02'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GER2-NUMCLI
               ALTERNATE RECORD KEY IS GER2-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GER2.

           SELECT GER3 ASSIGN TO '/home/kikos/ENT001.G03'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GER3-NUMCLI
               ALTERNATE RECORD KEY IS GER3-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GER3.

           SELECT CLIHIST ASSIGN TO '/home/kikos/CLIHIST'
               FILE STATUS IS WS-FS-CLIHIST.

           SELECT ARCNDX ASSIGN TO '/home/kikos/ARCNDX'
               FILE STATUS IS WS-FS-ARCNDX.

           SELECT CLIARC ASSIGN TO WS-ARQ-FICHEIRO
               FILE STATUS IS WS-FS-CLIARC.

           SELECT IBANXRF ASSIGN TO '/home/kikos/IBANXRF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IBANXRF-CHAVE
               FILE STATUS IS WS-FS-IBANXRF.

           SELECT MANDATO ASSIGN TO '/home/kikos/MANDATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MANDATO-NUMCLI
               FILE STATUS IS WS-FS-MANDATO.

           SELECT APRPEN ASSIGN TO '/home/kikos/APRPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRPEN-CHAVE
               FILE STATUS IS WS-FS-APRPEN.

           SELECT ANOWRK ASSIGN TO '/home/kikos/ANOWRK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANOWRK-NUMCLI
               FILE STATUS IS WS-FS-ANOWRK.

           SELECT ANOPARM ASSIGN TO '/home/kikos/ANOPARM'
               FILE STATUS IS WS-FS-ANOPARM.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT RUNCTL ASSIGN TO '/home/kikos/RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-CHAVE
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT ANOREL ASSIGN TO '/home/kikos/ANOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           COPY CLIWORK.

       FD  GER1.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GER1-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GER1-NUMCLI==
               ==CLIWORK-NOME==    BY ==GER1-NOME==
               ==CLIWORK-IDADE==   BY ==GER1-IDADE==
               ==CLIWORK-DTNASC==  BY ==GER1-DTNASC==
               ==CLIWORK-MORADA==  BY ==GER1-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GER1-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GER1-IBAN==
               ==CLIWORK-ESTADO== BY ==GER1-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GER1-ESTADO-DATA==.

       FD  GER2.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GER2-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GER2-NUMCLI==
               ==CLIWORK-NOME==    BY ==GER2-NOME==
               ==CLIWORK-IDADE==   BY ==GER2-IDADE==
               ==CLIWORK-DTNASC==  BY ==GER2-DTNASC==
               ==CLIWORK-MORADA==  BY ==GER2-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GER2-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GER2-IBAN==
               ==CLIWORK-ESTADO== BY ==GER2-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GER2-ESTADO-DATA==.

       FD  GER3.
           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==GER3-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==GER3-NUMCLI==
               ==CLIWORK-NOME==    BY ==GER3-NOME==
               ==CLIWORK-IDADE==   BY ==GER3-IDADE==
               ==CLIWORK-DTNASC==  BY ==GER3-DTNASC==
               ==CLIWORK-MORADA==  BY ==GER3-MORADA==
               ==CLIWORK-CPOSTAL== BY ==GER3-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==GER3-IBAN==
               ==CLIWORK-ESTADO== BY ==GER3-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==GER3-ESTADO-DATA==.

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

       FD  IBANXRF.
           COPY IBANXRF.

       FD  MANDATO.
           COPY MANDATO.

       FD  APRPEN.
           COPY APRPEN.

      *    FICHEIRO DE TRABALHO COM OS CLIENTES A ANONIMIZAR:
      *    ORIGEM 'F' (FALECIDO NO MESTRE) OU 'D' (ELIMINADO),
      *    COM A DATA QUE CONTA PARA O PRAZO DE RETENCAO
       FD  ANOWRK.
       01 ANOWRK-REGISTO.
           05 ANOWRK-NUMCLI           PIC 9(07).
           05 ANOWRK-ORIGEM           PIC X(01).
               88 ANOWRK-FALECIDO      VALUE 'F'.
               88 ANOWRK-ELIMINADO     VALUE 'D'.
           05 ANOWRK-DATA             PIC 9(08).

      *    PARAMETROS DA ANONIMIZACAO: PRAZO DE RETENCAO EM
      *    MESES (OBRIGATORIO) E MODO - 'E' EFECTIVO, QUALQUER
      *    OUTRO VALOR E SIMULACAO
       FD  ANOPARM.
       01 ANOPARM-REGISTO.
           05 ANOPARM-MESES           PIC 9(03).
           05 ANOPARM-MODO            PIC X(01).

       FD  PARMRUN.
           COPY PARMRUN.

       FD  RUNCTL.
           COPY RUNCTL.

       FD  ANOREL.
       01 ANOREL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00', '10'.
       01 WS-FS-GER1                PIC X(02).
           88 OK-GER1                VALUE '00'.
       01 WS-FS-GER2                PIC X(02).
           88 OK-GER2                VALUE '00'.
       01 WS-FS-GER3                PIC X(02).
           88 OK-GER3                VALUE '00'.
       01 WS-FS-CLIHIST             PIC X(02).
           88 OK-CLIHIST             VALUE '00', '10'.
       01 WS-FS-ARCNDX              PIC X(02).
           88 OK-ARCNDX              VALUE '00', '10'.
       01 WS-FS-CLIARC              PIC X(02).
           88 OK-CLIARC              VALUE '00', '10'.
       01 WS-FS-IBANXRF             PIC X(02).
           88 OK-IBANXRF             VALUE '00', '10'.
           88 IBANXRF-INEXISTENTE    VALUE '35'.
       01 WS-FS-MANDATO             PIC X(02).
           88 OK-MANDATO             VALUE '00'.
       01 WS-FS-APRPEN              PIC X(02).
           88 OK-APRPEN              VALUE '00', '10'.
           88 APRPEN-INEXISTENTE     VALUE '35'.
       01 WS-FS-ANOWRK              PIC X(02).
           88 OK-ANOWRK              VALUE '00', '10'.
       01 WS-FS-ANOPARM             PIC X(02).
           88 OK-ANOPARM             VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-RUNCTL              PIC X(02).
           88 OK-RUNCTL              VALUE '00'.
           88 RUNCTL-INEXISTENTE     VALUE '35'.
       01 WS-FS-ANOREL              PIC X(02).
           88 OK-ANOREL              VALUE '00'.

       01 WS-FIM-CLIWORK            PIC X VALUE SPACES.
           88 FIM-CLIWORK            VALUE 'S'.
       01 WS-FIM-CLIHIST            PIC X VALUE SPACES.
           88 FIM-CLIHIST            VALUE 'S'.
       01 WS-FIM-ARCNDX             PIC X VALUE SPACES.
           88 FIM-ARCNDX             VALUE 'S'.
       01 WS-FIM-CLIARC             PIC X VALUE SPACES.
           88 FIM-CLIARC             VALUE 'S'.
       01 WS-FIM-IBANXRF            PIC X VALUE SPACES.
           88 FIM-IBANXRF            VALUE 'S'.
       01 WS-FIM-ANOWRK             PIC X VALUE SPACES.
           88 FIM-ANOWRK             VALUE 'S'.
       01 WS-FIM-APRPEN             PIC X VALUE SPACES.
           88 FIM-APRPEN             VALUE 'S'.

       01 WS-MODO                   PIC X VALUE 'S'.
           88 MODO-EFECTIVO          VALUE 'E'.
           88 MODO-SIMULACAO         VALUE 'S'.
       01 WS-CANDIDATO              PIC X VALUE SPACES.
           88 E-CANDIDATO            VALUE 'S'.
       01 WS-IMAGEM-ALTERADA        PIC X VALUE SPACES.
           88 IMAGEM-ALTERADA        VALUE 'S'.
       01 WS-REGISTO-ALTERADO       PIC X VALUE SPACES.
           88 REGISTO-ALTERADO       VALUE 'S'.
       01 WS-NO-MESTRE              PIC X VALUE SPACES.
           88 CONSTA-DO-MESTRE       VALUE 'S'.
       01 WS-GER1-ABERTA            PIC X VALUE SPACES.
           88 GER1-ABERTA            VALUE 'S'.
       01 WS-GER2-ABERTA            PIC X VALUE SPACES.
           88 GER2-ABERTA            VALUE 'S'.
       01 WS-GER3-ABERTA            PIC X VALUE SPACES.
           88 GER3-ABERTA            VALUE 'S'.
       01 WS-APRPEN-ABERTO          PIC X VALUE SPACES.
           88 APRPEN-ABERTO          VALUE 'S'.
       01 WS-RETIDO-ABERTO          PIC X VALUE SPACES.
           88 TEM-RETIDO-ABERTO      VALUE 'S'.
       01 WS-RETIDO-NUMCLI          PIC X(07) VALUE SPACES.

       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROS.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE SPACES.
       01 WS-HORA-AGORA             PIC 9(08) VALUE ZEROS.
       01 WS-MOTIVO-RECUSA          PIC X(50) VALUE SPACES.
       01 WS-ARQ-FICHEIRO           PIC X(40) VALUE SPACES.
       01 WS-DATA-ELIMINACAO        PIC 9(08) VALUE ZEROS.

      *    PRAZO DE RETENCAO E DATA DE CORTE (DATA DE NEGOCIO
      *    MENOS O PRAZO EM MESES, NO MESMO DIA DO MES)
       01 WS-RETENCAO-MESES         PIC 9(03) VALUE ZEROS.
       01 WS-MESES-ABSOLUTOS        PIC 9(07) VALUE ZEROS.
       01 WS-DATA-NEGOCIO.
           05 WS-DN-ANO             PIC 9(04).
           05 WS-DN-MES             PIC 9(02).
           05 WS-DN-DIA             PIC 9(02).
       01 WS-DATA-CORTE.
           05 WS-DC-ANO             PIC 9(04).
           05 WS-DC-MES             PIC 9(02).
           05 WS-DC-DIA             PIC 9(02).
       01 WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE
                                    PIC 9(08).

      *    LIVRO DA CADEIA - ESTADO DE UM PASSO PARA A DATA
       01 WS-PASSO-VERIFICAR        PIC X(08) VALUE SPACES.
       01 WS-PASSO-ESTADO           PIC X(01) VALUE SPACES.
           88 PASSO-SEM-REGISTO      VALUE '-'.
           88 PASSO-INICIADO         VALUE 'I'.
           88 PASSO-COMPLETO         VALUE 'C'.

       01 WS-TOTAL-CAND-FALECIDOS   PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CAND-ELIMINADOS  PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-F-SEM-DATA       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-F-RECENTES       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-D-RECENTES       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-D-NO-MESTRE      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-COM-RETIDOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ARQUIVOS         PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-MESTRE       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-GERACOES     PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-CLIHIST      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-ARQUIVO      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-IBANXRF      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-MANDATO      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REG-APRPEN       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CAMPOS           PIC 9(09) VALUE ZEROS.

           COPY CLIWORK REPLACING
               ==CLIWORK-REGISTO== BY ==WS-IMAGEM-REGISTO==
               ==CLIWORK-NUMCLI==  BY ==WS-IMAGEM-NUMCLI==
               ==CLIWORK-NOME==    BY ==WS-IMAGEM-NOME==
               ==CLIWORK-IDADE==   BY ==WS-IMAGEM-IDADE==
               ==CLIWORK-DTNASC==  BY ==WS-IMAGEM-DTNASC==
               ==CLIWORK-MORADA==  BY ==WS-IMAGEM-MORADA==
               ==CLIWORK-CPOSTAL== BY ==WS-IMAGEM-CPOSTAL==
               ==CLIWORK-IBAN==    BY ==WS-IMAGEM-IBAN==
               ==CLIWORK-ESTADO== BY ==WS-IMAGEM-ESTADO==
               ==CLIWORK-ESTADO-DATA==
                                   BY ==WS-IMAGEM-ESTADO-DATA==.

       01 WS-NOME-ANONIMO           PIC X(49) VALUE 'ANONIMIZADO'.

       01 WS-LINHA-REL              PIC X(132) VALUE SPACES.

      *    LINHA DA LISTAGEM DE AUDITORIA - UMA POR CAMPO
      *    SUBSTITUIDO (OU ENTRADA RETIRADA)
       01 WS-LINHA-AUD.
           05 AUD-FICHEIRO           PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AUD-NUMCLI             PIC 9(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AUD-REFERENCIA.
               10 AUD-REF-DATA       PIC X(08).
               10 FILLER             PIC X(01).
               10 AUD-REF-HORA       PIC X(08).
               10 FILLER             PIC X(01).
               10 AUD-REF-ACCAO      PIC X(01).
               10 FILLER             PIC X(01).
               10 AUD-REF-IMAGEM     PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AUD-CAMPO              PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AUD-VALOR-ANTIGO       PIC X(49).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AUD-VALOR-NOVO         PIC X(11).
           05 FILLER                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.
           PERFORM R060-VERIFICAR-RUNCTL
               THRU R060-VERIFICAR-RUNCTL-FIM.

           OPEN OUTPUT ANOREL.
           IF NOT OK-ANOREL
               DISPLAY 'ERRO NO FICHERO ANOREL' WS-FS-ANOREL
               STOP RUN
           END-IF.
           PERFORM R080-CABECALHO THRU R080-CABECALHO-FIM.

           IF MODO-EFECTIVO
               OPEN I-O CLIWORK
           ELSE
               OPEN INPUT CLIWORK
           END-IF.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.
           OPEN OUTPUT ANOWRK.
           CLOSE ANOWRK.
           OPEN I-O ANOWRK.
           IF NOT OK-ANOWRK
               DISPLAY 'ERRO NO FICHERO ANOWRK' WS-FS-ANOWRK
               STOP RUN
           END-IF.
      *    SEM APRPEN NUNCA HOUVE MOVIMENTOS RETIDOS
           IF MODO-EFECTIVO
               OPEN I-O APRPEN
           ELSE
               OPEN INPUT APRPEN
           END-IF.
           IF OK-APRPEN
               MOVE 'S' TO WS-APRPEN-ABERTO
           ELSE
               IF NOT APRPEN-INEXISTENTE
                   DISPLAY 'ERRO NO FICHERO APRPEN' WS-FS-APRPEN
                   STOP RUN
               END-IF
           END-IF.

           PERFORM R100-CANDIDATOS-MESTRE
               THRU R100-CANDIDATOS-MESTRE-FIM.
           PERFORM R200-CANDIDATOS-HISTORICO
               THRU R200-CANDIDATOS-HISTORICO-FIM.
           PERFORM R250-VALIDAR-ELIMINADOS
               THRU R250-VALIDAR-ELIMINADOS-FIM.

           PERFORM R300-MESTRE-E-GERACOES
               THRU R300-MESTRE-E-GERACOES-FIM.
           PERFORM R400-CLIHIST THRU R400-CLIHIST-FIM.
           PERFORM R450-ARQUIVOS THRU R450-ARQUIVOS-FIM.
           PERFORM R500-IBANXRF THRU R500-IBANXRF-FIM.
           PERFORM R600-MANDATO THRU R600-MANDATO-FIM.
           PERFORM R650-APRPEN THRU R650-APRPEN-FIM.

           IF APRPEN-ABERTO
               CLOSE APRPEN
               IF NOT OK-APRPEN
                   DISPLAY 'ERRO AO FECHAR O FICHERO APRPEN'
                       WS-FS-APRPEN
                   STOP RUN
               END-IF
           END-IF.
           CLOSE CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.
           CLOSE ANOWRK.

           PERFORM R800-IMPRIMIR-TOTAIS THRU R800-IMPRIMIR-TOTAIS-FIM.

           CLOSE ANOREL.
           IF NOT OK-ANOREL
               DISPLAY 'ERRO AO FECHAR O FICHERO ANOREL' WS-FS-ANOREL
               STOP RUN
           END-IF.

           DISPLAY '====== TOTAIS DE FIM DE TRABALHO - FBANO01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO      : ' WS-DATA-SISTEMA.
           DISPLAY 'DATA DE CORTE              : ' WS-DATA-CORTE-NUM.
           IF MODO-EFECTIVO
               DISPLAY 'MODO                       : EFECTIVO'
           ELSE
               DISPLAY 'MODO                       : SIMULACAO'
           END-IF.
           DISPLAY 'CANDIDATOS FALECIDOS       : '
               WS-TOTAL-CAND-FALECIDOS.
           DISPLAY 'CANDIDATOS ELIMINADOS      : '
               WS-TOTAL-CAND-ELIMINADOS.
           DISPLAY 'REGISTOS DO MESTRE         : ' WS-TOTAL-REG-MESTRE.
           DISPLAY 'REGISTOS DAS GERACOES      : '
               WS-TOTAL-REG-GERACOES.
           DISPLAY 'REGISTOS DO CLIHIST        : '
               WS-TOTAL-REG-CLIHIST.
           DISPLAY 'REGISTOS DOS ARQUIVOS      : '
               WS-TOTAL-REG-ARQUIVO.
           DISPLAY 'ENTRADAS IBANXRF RETIRADAS : '
               WS-TOTAL-REG-IBANXRF.
           DISPLAY 'MANDATOS                   : '
               WS-TOTAL-REG-MANDATO.
           DISPLAY 'ENTRADAS DO APRPEN         : '
               WS-TOTAL-REG-APRPEN.
           DISPLAY 'ADIADOS POR RETIDO ABERTO  : '
               WS-TOTAL-COM-RETIDOS.
           DISPLAY 'CAMPOS SUBSTITUIDOS        : ' WS-TOTAL-CAMPOS.
           DISPLAY '=================================================='.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO    *
      * VEM DO PARMRUN (SEM ELE VALE A DATA DO SISTEMA). O  *
      * PRAZO DE RETENCAO NAO TEM VALOR POR OMISSAO: SEM    *
      * ANOPARM, OU COM O PRAZO A ZEROS OU NAO NUMERICO, A  *
      * EXECUCAO E RECUSADA - NUNCA SE ANONIMIZA COM UM     *
      * PRAZO ADIVINHADO                                    *
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

           OPEN INPUT ANOPARM.
           IF OK-ANOPARM
               READ ANOPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANOPARM-MESES IS NUMERIC
                           AND ANOPARM-MESES > ZERO
                           MOVE ANOPARM-MESES TO WS-RETENCAO-MESES
                       END-IF
                       IF ANOPARM-MODO = 'E'
                           MOVE 'E' TO WS-MODO
                       END-IF
               END-READ
               CLOSE ANOPARM
           END-IF.

      *    DATA DE CORTE = DATA DE NEGOCIO MENOS O PRAZO EM MESES
           MOVE WS-DATA-SISTEMA TO WS-DATA-NEGOCIO.
           COMPUTE WS-MESES-ABSOLUTOS =
               WS-DN-ANO * 12 + WS-DN-MES - 1 - WS-RETENCAO-MESES.
           DIVIDE WS-MESES-ABSOLUTOS BY 12
               GIVING WS-DC-ANO REMAINDER WS-DC-MES.
           ADD 1 TO WS-DC-MES.
           MOVE WS-DN-DIA TO WS-DC-DIA.

           DISPLAY '====== PARAMETROS EM VIGOR - FBANO01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'RETENCAO (MESES)      : ' WS-RETENCAO-MESES.
           DISPLAY 'DATA DE CORTE         : ' WS-DATA-CORTE-NUM.
           IF MODO-EFECTIVO
               DISPLAY 'MODO                  : EFECTIVO'
           ELSE
               DISPLAY 'MODO                  : SIMULACAO'
           END-IF.
           DISPLAY '==========================================='.

           IF WS-RETENCAO-MESES = ZERO
               MOVE 'ANOPARM EM FALTA OU PRAZO DE RETENCAO INVALIDO'
                   TO WS-MOTIVO-RECUSA
               PERFORM R065-RECUSAR-EXECUCAO
                   THRU R065-RECUSAR-EXECUCAO-FIM
           END-IF.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R060 - LIVRO DE CONTROLO DA CADEIA. A ANONIMIZACAO  *
      * MEXE NO MESTRE, NAS GERACOES E NO HISTORICO, POR    *
      * ISSO NAO CORRE COM UM PASSO DA DATA DE NEGOCIO A    *
      * MEIO (ESTADO 'I') NEM ENTRE O FBMNT01 E O FBPRM01   *
      * (O ENT001.NEW AINDA POR PROMOVER FICARIA COM OS     *
      * DADOS ANTIGOS). NAO HA OVERRIDE: ESPERA-SE PELO FIM *
      * DA CADEIA. SEM LIVRO NAO HOUVE CADEIA E PROSSEGUE   *
      *****************************************************
       R060-VERIFICAR-RUNCTL.
           OPEN INPUT RUNCTL.
           IF RUNCTL-INEXISTENTE
               GO TO R060-VERIFICAR-RUNCTL-FIM
           END-IF.
           IF NOT OK-RUNCTL
               DISPLAY 'ERRO NO FICHERO RUNCTL' WS-FS-RUNCTL
               STOP RUN
           END-IF.
           MOVE 'FBVAL01 ' TO WS-PASSO-VERIFICAR.
           PERFORM R062-LER-PASSO THRU R062-LER-PASSO-FIM.
           MOVE 'FBMNT01 ' TO WS-PASSO-VERIFICAR.
           PERFORM R062-LER-PASSO THRU R062-LER-PASSO-FIM.
           IF PASSO-COMPLETO
               MOVE 'FBPRM01 ' TO WS-PASSO-VERIFICAR
               PERFORM R062-LER-PASSO THRU R062-LER-PASSO-FIM
               IF NOT PASSO-COMPLETO
                   MOVE 'FBMNT01 COMPLETO - MESTRE NOVO POR PROMOVER'
                       TO WS-MOTIVO-RECUSA
                   PERFORM R065-RECUSAR-EXECUCAO
                       THRU R065-RECUSAR-EXECUCAO-FIM
               END-IF
           END-IF.
           MOVE 'FBPRM01 ' TO WS-PASSO-VERIFICAR.
           PERFORM R062-LER-PASSO THRU R062-LER-PASSO-FIM.
           MOVE 'FBBAT01 ' TO WS-PASSO-VERIFICAR.
           PERFORM R062-LER-PASSO THRU R062-LER-PASSO-FIM.
           MOVE 'FBDLT01 ' TO WS-PASSO-VERIFICAR.
           PERFORM R062-LER-PASSO THRU R062-LER-PASSO-FIM.
           CLOSE RUNCTL.
       R060-VERIFICAR-RUNCTL-FIM.
           EXIT.

      *    LE O PASSO EM WS-PASSO-VERIFICAR PARA A DATA DE
      *    NEGOCIO E RECUSA SE ESTIVER A MEIO
       R062-LER-PASSO.
           MOVE WS-DATA-SISTEMA TO RUNCTL-DATA.
           MOVE WS-PASSO-VERIFICAR TO RUNCTL-PASSO.
           READ RUNCTL
               INVALID KEY
                   MOVE '-' TO WS-PASSO-ESTADO
               NOT INVALID KEY
                   MOVE RUNCTL-ESTADO TO WS-PASSO-ESTADO
           END-READ.
           IF PASSO-INICIADO
               MOVE SPACES TO WS-MOTIVO-RECUSA
               MOVE 'PASSO ' TO WS-MOTIVO-RECUSA(1:6)
               MOVE WS-PASSO-VERIFICAR TO WS-MOTIVO-RECUSA(7:8)
               MOVE ' A MEIO PARA A DATA DE NEGOCIO'
                   TO WS-MOTIVO-RECUSA(15:30)
               PERFORM R065-RECUSAR-EXECUCAO
                   THRU R065-RECUSAR-EXECUCAO-FIM
           END-IF.
       R062-LER-PASSO-FIM.
           EXIT.

      *****************************************************
      * R065 - RECUSA A EXECUCAO ANTES DE TOCAR EM QUALQUER *
      * FICHEIRO DE DADOS: O MOTIVO SAI NA CONSOLA E O      *
      * TRABALHO TERMINA COM RETURN-CODE 8                  *
      *****************************************************
       R065-RECUSAR-EXECUCAO.
           DISPLAY '*** FBANO01 - EXECUCAO RECUSADA: '
               WS-MOTIVO-RECUSA.
           IF OK-RUNCTL
               CLOSE RUNCTL
           END-IF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       R065-RECUSAR-EXECUCAO-FIM.
           EXIT.

       R080-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ANONIMIZACAO DE DADOS PESSOAIS (RGPD) - FBANO01'
               TO WS-LINHA-REL(1:47).
           MOVE 'DATA DE NEGOCIO: ' TO WS-LINHA-REL(60:17).
           MOVE WS-DATA-SISTEMA TO WS-LINHA-REL(77:8).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'RETENCAO (MESES): ' TO WS-LINHA-REL(1:18).
           MOVE WS-RETENCAO-MESES TO WS-LINHA-REL(19:3).
           MOVE 'DATA DE CORTE: ' TO WS-LINHA-REL(25:15).
           MOVE WS-DATA-CORTE-NUM TO WS-LINHA-REL(40:8).
           IF MODO-EFECTIVO
               MOVE 'MODO EFECTIVO - FICHEIROS ALTERADOS'
                   TO WS-LINHA-REL(60:35)
           ELSE
               MOVE 'SIMULACAO - NENHUM FICHEIRO ALTERADO'
                   TO WS-LINHA-REL(60:36)
           END-IF.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '=' TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
       R080-CABECALHO-FIM.
           EXIT.

      *****************************************************
      * R100 - CANDIDATOS DO MESTRE: CLIENTES MARCADOS 'F'  *
      * COM DATA DE ESTADO ANTERIOR A DATA DE CORTE. UMA    *
      * MARCACAO SEM DATA (ANTERIOR AO CAMPO) NAO SE PODE   *
      * DATAR E FICA DE FORA, CONTADA NO RESUMO             *
      *****************************************************
       R100-CANDIDATOS-MESTRE.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE 'CLIENTES A ANONIMIZAR' TO WS-LINHA-REL(1:21).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE ZEROS TO CLIWORK-NUMCLI.
           MOVE SPACES TO WS-FIM-CLIWORK.
           START CLIWORK KEY IS NOT LESS THAN CLIWORK-NUMCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CLIWORK
           END-START.
           PERFORM R110-LER-MESTRE THRU R110-LER-MESTRE-FIM
               UNTIL FIM-CLIWORK.
       R100-CANDIDATOS-MESTRE-FIM.
           EXIT.

       R110-LER-MESTRE.
           READ CLIWORK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CLIWORK
                   GO TO R110-LER-MESTRE-FIM
           END-READ.
           IF CLIWORK-ESTADO NOT = 'F'
               GO TO R110-LER-MESTRE-FIM
           END-IF.
           IF CLIWORK-ESTADO-DATA IS NOT NUMERIC
               OR CLIWORK-ESTADO-DATA = ZERO
               ADD 1 TO WS-TOTAL-F-SEM-DATA
               GO TO R110-LER-MESTRE-FIM
           END-IF.
           IF CLIWORK-ESTADO-DATA NOT < WS-DATA-CORTE-NUM
               ADD 1 TO WS-TOTAL-F-RECENTES
               GO TO R110-LER-MESTRE-FIM
           END-IF.
           MOVE CLIWORK-NUMCLI TO WS-RETIDO-NUMCLI.
           PERFORM R270-VERIFICAR-RETIDOS
               THRU R270-VERIFICAR-RETIDOS-FIM.
           IF TEM-RETIDO-ABERTO
               ADD 1 TO WS-TOTAL-COM-RETIDOS
               MOVE SPACES TO WS-LINHA-REL
               MOVE CLIWORK-NUMCLI TO WS-LINHA-REL(1:7)
               MOVE 'FALECIDO  - ADIADO: MOVIMENTO RETIDO ABERTO'
                   TO WS-LINHA-REL(10:43)
               MOVE ' NO APRPEN' TO WS-LINHA-REL(53:10)
               WRITE ANOREL-LINHA FROM WS-LINHA-REL
               GO TO R110-LER-MESTRE-FIM
           END-IF.
           MOVE CLIWORK-NUMCLI TO ANOWRK-NUMCLI.
           MOVE 'F' TO ANOWRK-ORIGEM.
           MOVE CLIWORK-ESTADO-DATA TO ANOWRK-DATA.
           WRITE ANOWRK-REGISTO.
           IF NOT OK-ANOWRK
               DISPLAY 'ERRO AO GRAVAR O FICHERO ANOWRK' WS-FS-ANOWRK
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-CAND-FALECIDOS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE CLIWORK-NUMCLI TO WS-LINHA-REL(1:7).
           MOVE 'FALECIDO  - MARCADO F EM ' TO WS-LINHA-REL(10:25).
           MOVE CLIWORK-ESTADO-DATA TO WS-LINHA-REL(35:8).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
       R110-LER-MESTRE-FIM.
           EXIT.

      *****************************************************
      * R200 - CANDIDATOS ELIMINADOS: A DATA DO ULTIMO 'D'  *
      * DE CADA CLIENTE NO CLIHIST VIVO E EM TODOS OS       *
      * ARQUIVOS DO ARCNDX. O FILTRO PELO MESTRE E PELA     *
      * DATA DE CORTE E FEITO DEPOIS, NO R250               *
      *****************************************************
       R200-CANDIDATOS-HISTORICO.
           OPEN INPUT CLIHIST.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO NO FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R210-LER-CLIHIST-D THRU R210-LER-CLIHIST-D-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.

           OPEN INPUT ARCNDX.
           IF NOT OK-ARCNDX
               GO TO R200-CANDIDATOS-HISTORICO-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-ARCNDX.
           PERFORM R220-LER-ARCNDX-D THRU R220-LER-ARCNDX-D-FIM
               UNTIL FIM-ARCNDX.
           CLOSE ARCNDX.
       R200-CANDIDATOS-HISTORICO-FIM.
           EXIT.

       R210-LER-CLIHIST-D.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
               NOT AT END
                   IF CLIHIST-ACCAO = 'D'
                       MOVE CLIHIST-NUMCLI TO ANOWRK-NUMCLI
                       MOVE CLIHIST-DATA TO ANOWRK-DATA
                       PERFORM R240-REGISTAR-ELIMINACAO
                           THRU R240-REGISTAR-ELIMINACAO-FIM
                   END-IF
           END-READ.
       R210-LER-CLIHIST-D-FIM.
           EXIT.

       R220-LER-ARCNDX-D.
           READ ARCNDX
               AT END
                   MOVE 'S' TO WS-FIM-ARCNDX
               NOT AT END
                   MOVE ARCNDX-FICHEIRO TO WS-ARQ-FICHEIRO
                   OPEN INPUT CLIARC
                   IF NOT OK-CLIARC
                       DISPLAY 'ERRO NO FICHERO ' WS-ARQ-FICHEIRO
                       DISPLAY 'FILE STATUS ' WS-FS-CLIARC
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WS-FIM-CLIARC
                   PERFORM R230-LER-CLIARC-D THRU R230-LER-CLIARC-D-FIM
                       UNTIL FIM-CLIARC
                   CLOSE CLIARC
           END-READ.
       R220-LER-ARCNDX-D-FIM.
           EXIT.

       R230-LER-CLIARC-D.
           READ CLIARC
               AT END
                   MOVE 'S' TO WS-FIM-CLIARC
               NOT AT END
                   IF CLIARC-ACCAO = 'D'
                       MOVE CLIARC-NUMCLI TO ANOWRK-NUMCLI
                       MOVE CLIARC-DATA TO ANOWRK-DATA
                       PERFORM R240-REGISTAR-ELIMINACAO
                           THRU R240-REGISTAR-ELIMINACAO-FIM
                   END-IF
           END-READ.
       R230-LER-CLIARC-D-FIM.
           EXIT.

      *    GUARDA A ELIMINACAO (ANOWRK-NUMCLI / ANOWRK-DATA) NO
      *    FICHEIRO DE TRABALHO, FICANDO A MAIS RECENTE. UM
      *    CANDIDATO FALECIDO JA REGISTADO NAO E TOCADO
       R240-REGISTAR-ELIMINACAO.
           MOVE ANOWRK-DATA TO WS-DATA-ELIMINACAO.
           READ ANOWRK
               INVALID KEY
                   MOVE 'D' TO ANOWRK-ORIGEM
                   MOVE WS-DATA-ELIMINACAO TO ANOWRK-DATA
                   WRITE ANOWRK-REGISTO
               NOT INVALID KEY
                   IF ANOWRK-ELIMINADO
                       AND WS-DATA-ELIMINACAO > ANOWRK-DATA
                       MOVE WS-DATA-ELIMINACAO TO ANOWRK-DATA
                       REWRITE ANOWRK-REGISTO
                   END-IF
           END-READ.
           IF NOT OK-ANOWRK
               DISPLAY 'ERRO AO GRAVAR O FICHERO ANOWRK' WS-FS-ANOWRK
               STOP RUN
           END-IF.
       R240-REGISTAR-ELIMINACAO-FIM.
           EXIT.

      *****************************************************
      * R250 - UM ELIMINADO SO E CANDIDATO SE JA NAO CONSTA *
      * DO MESTRE (UM NUMCLI REUTILIZADO NUMA NOVA ADICAO E *
      * OUTRA PESSOA) E SE O ULTIMO 'D' E ANTERIOR A DATA   *
      * DE CORTE; OS RESTANTES SAEM DO FICHEIRO DE TRABALHO *
      *****************************************************
       R250-VALIDAR-ELIMINADOS.
           MOVE ZEROS TO ANOWRK-NUMCLI.
           MOVE SPACES TO WS-FIM-ANOWRK.
           START ANOWRK KEY IS NOT LESS THAN ANOWRK-NUMCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ANOWRK
           END-START.
           PERFORM R260-VALIDAR-UM THRU R260-VALIDAR-UM-FIM
               UNTIL FIM-ANOWRK.
       R250-VALIDAR-ELIMINADOS-FIM.
           EXIT.

       R260-VALIDAR-UM.
           READ ANOWRK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ANOWRK
                   GO TO R260-VALIDAR-UM-FIM
           END-READ.
           IF NOT ANOWRK-ELIMINADO
               GO TO R260-VALIDAR-UM-FIM
           END-IF.
           MOVE ANOWRK-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   MOVE SPACES TO WS-NO-MESTRE
               NOT INVALID KEY
                   MOVE 'S' TO WS-NO-MESTRE
           END-READ.
           IF CONSTA-DO-MESTRE
               ADD 1 TO WS-TOTAL-D-NO-MESTRE
               DELETE ANOWRK RECORD
               GO TO R260-VALIDAR-UM-FIM
           END-IF.
           IF ANOWRK-DATA NOT < WS-DATA-CORTE-NUM
               ADD 1 TO WS-TOTAL-D-RECENTES
               DELETE ANOWRK RECORD
               GO TO R260-VALIDAR-UM-FIM
           END-IF.
           MOVE ANOWRK-NUMCLI TO WS-RETIDO-NUMCLI.
           PERFORM R270-VERIFICAR-RETIDOS
               THRU R270-VERIFICAR-RETIDOS-FIM.
           IF TEM-RETIDO-ABERTO
               ADD 1 TO WS-TOTAL-COM-RETIDOS
               MOVE SPACES TO WS-LINHA-REL
               MOVE ANOWRK-NUMCLI TO WS-LINHA-REL(1:7)
               MOVE 'ELIMINADO - ADIADO: MOVIMENTO RETIDO ABERTO'
                   TO WS-LINHA-REL(10:43)
               MOVE ' NO APRPEN' TO WS-LINHA-REL(53:10)
               WRITE ANOREL-LINHA FROM WS-LINHA-REL
               DELETE ANOWRK RECORD
               GO TO R260-VALIDAR-UM-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-CAND-ELIMINADOS.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE ANOWRK-NUMCLI TO WS-LINHA-REL(1:7).
           MOVE 'ELIMINADO - ULTIMO D EM ' TO WS-LINHA-REL(10:24).
           MOVE ANOWRK-DATA TO WS-LINHA-REL(35:8).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
       R260-VALIDAR-UM-FIM.
           EXIT.

      *****************************************************
      * R270 - O CLIENTE EM WS-RETIDO-NUMCLI TEM NO APRPEN  *
      * ALGUMA ENTRADA AINDA ABERTA (PENDENTE, APROVADA OU  *
      * LIBERTADA)? ESSA IMAGEM AINDA PODE VOLTAR AO MESTRE *
      * PELO FBAPL01, POR ISSO O CLIENTE NAO E ANONIMIZADO  *
      * NESTA EXECUCAO (TEM-RETIDO-ABERTO)                  *
      *****************************************************
       R270-VERIFICAR-RETIDOS.
           MOVE SPACES TO WS-RETIDO-ABERTO.
           IF NOT APRPEN-ABERTO
               GO TO R270-VERIFICAR-RETIDOS-FIM
           END-IF.
           MOVE WS-RETIDO-NUMCLI TO APRPEN-NUMCLI.
           MOVE ZEROS TO APRPEN-DATA-RETENCAO.
           MOVE ZEROS TO APRPEN-ORDEM.
           MOVE SPACES TO WS-FIM-APRPEN.
           START APRPEN KEY IS NOT LESS THAN APRPEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-APRPEN
           END-START.
           PERFORM R280-LER-RETIDO THRU R280-LER-RETIDO-FIM
               UNTIL FIM-APRPEN.
       R270-VERIFICAR-RETIDOS-FIM.
           EXIT.

       R280-LER-RETIDO.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R280-LER-RETIDO-FIM
           END-READ.
           IF APRPEN-NUMCLI NOT = WS-RETIDO-NUMCLI
               MOVE 'S' TO WS-FIM-APRPEN
               GO TO R280-LER-RETIDO-FIM
           END-IF.
           IF APRPEN-PENDENTE OR APRPEN-APROVADO OR APRPEN-LIBERTADO
               MOVE 'S' TO WS-RETIDO-ABERTO
               MOVE 'S' TO WS-FIM-APRPEN
           END-IF.
       R280-LER-RETIDO-FIM.
           EXIT.

      *****************************************************
      * R300 - MESTRE E GERACOES RETIDAS. O REGISTO DE CADA *
      * CANDIDATO E LIDO PELA CHAVE NO ENT001 E EM CADA     *
      * GERACAO QUE EXISTA; A G01 TEM DE FICAR IGUAL AO     *
      * MESTRE PARA O FBREC01 E A G02/G03 PARA UMA          *
      * REPOSICAO DO FBRBK01 NAO TRAZER OS DADOS DE VOLTA   *
      *****************************************************
       R300-MESTRE-E-GERACOES.
           PERFORM R090-TITULO-AUDITORIA
               THRU R090-TITULO-AUDITORIA-FIM.
           IF MODO-EFECTIVO
               OPEN I-O GER1
               OPEN I-O GER2
               OPEN I-O GER3
           ELSE
               OPEN INPUT GER1
               OPEN INPUT GER2
               OPEN INPUT GER3
           END-IF.
           IF OK-GER1
               MOVE 'S' TO WS-GER1-ABERTA
           END-IF.
           IF OK-GER2
               MOVE 'S' TO WS-GER2-ABERTA
           END-IF.
           IF OK-GER3
               MOVE 'S' TO WS-GER3-ABERTA
           END-IF.
           MOVE ZEROS TO ANOWRK-NUMCLI.
           MOVE SPACES TO WS-FIM-ANOWRK.
           START ANOWRK KEY IS NOT LESS THAN ANOWRK-NUMCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ANOWRK
           END-START.
           PERFORM R310-TRATAR-CANDIDATO THRU R310-TRATAR-CANDIDATO-FIM
               UNTIL FIM-ANOWRK.
           IF GER1-ABERTA
               CLOSE GER1
           END-IF.
           IF GER2-ABERTA
               CLOSE GER2
           END-IF.
           IF GER3-ABERTA
               CLOSE GER3
           END-IF.
       R300-MESTRE-E-GERACOES-FIM.
           EXIT.

       R310-TRATAR-CANDIDATO.
           READ ANOWRK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ANOWRK
                   GO TO R310-TRATAR-CANDIDATO-FIM
           END-READ.
           MOVE SPACES TO AUD-REFERENCIA.

           MOVE ANOWRK-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ENT001' TO AUD-FICHEIRO
                   MOVE CLIWORK-REGISTO TO WS-IMAGEM-REGISTO
                   PERFORM R900-MASCARAR-IMAGEM
                       THRU R900-MASCARAR-IMAGEM-FIM
                   IF IMAGEM-ALTERADA
                       ADD 1 TO WS-TOTAL-REG-MESTRE
                       IF MODO-EFECTIVO
                           MOVE WS-IMAGEM-REGISTO TO CLIWORK-REGISTO
                           REWRITE CLIWORK-REGISTO
                           IF NOT OK-CLIWORK
                               DISPLAY 'ERRO AO GRAVAR O FICHERO '
                                   'CLIWORK' WS-FS-CLIWORK
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           IF GER1-ABERTA
               MOVE ANOWRK-NUMCLI TO GER1-NUMCLI
               READ GER1
                   KEY IS GER1-NUMCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'G01' TO AUD-FICHEIRO
                       MOVE GER1-REGISTO TO WS-IMAGEM-REGISTO
                       PERFORM R900-MASCARAR-IMAGEM
                           THRU R900-MASCARAR-IMAGEM-FIM
                       IF IMAGEM-ALTERADA
                           ADD 1 TO WS-TOTAL-REG-GERACOES
                           IF MODO-EFECTIVO
                               MOVE WS-IMAGEM-REGISTO TO GER1-REGISTO
                               REWRITE GER1-REGISTO
                               IF NOT OK-GER1
                                   DISPLAY 'ERRO AO GRAVAR O FICHERO '
                                       'G01' WS-FS-GER1
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF GER2-ABERTA
               MOVE ANOWRK-NUMCLI TO GER2-NUMCLI
               READ GER2
                   KEY IS GER2-NUMCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'G02' TO AUD-FICHEIRO
                       MOVE GER2-REGISTO TO WS-IMAGEM-REGISTO
                       PERFORM R900-MASCARAR-IMAGEM
                           THRU R900-MASCARAR-IMAGEM-FIM
                       IF IMAGEM-ALTERADA
                           ADD 1 TO WS-TOTAL-REG-GERACOES
                           IF MODO-EFECTIVO
                               MOVE WS-IMAGEM-REGISTO TO GER2-REGISTO
                               REWRITE GER2-REGISTO
                               IF NOT OK-GER2
                                   DISPLAY 'ERRO AO GRAVAR O FICHERO '
                                       'G02' WS-FS-GER2
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF GER3-ABERTA
               MOVE ANOWRK-NUMCLI TO GER3-NUMCLI
               READ GER3
                   KEY IS GER3-NUMCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'G03' TO AUD-FICHEIRO
                       MOVE GER3-REGISTO TO WS-IMAGEM-REGISTO
                       PERFORM R900-MASCARAR-IMAGEM
                           THRU R900-MASCARAR-IMAGEM-FIM
                       IF IMAGEM-ALTERADA
                           ADD 1 TO WS-TOTAL-REG-GERACOES
                           IF MODO-EFECTIVO
                               MOVE WS-IMAGEM-REGISTO TO GER3-REGISTO
                               REWRITE GER3-REGISTO
                               IF NOT OK-GER3
                                   DISPLAY 'ERRO AO GRAVAR O FICHERO '
                                       'G03' WS-FS-GER3
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.
       R310-TRATAR-CANDIDATO-FIM.
           EXIT.

      *****************************************************
      * R400 - CLIHIST VIVO: AS IMAGENS ANTES E DEPOIS DE   *
      * CADA MOVIMENTO DE UM CANDIDATO SAO MASCARADAS E O   *
      * REGISTO REGRAVADO NO SITIO. UMA IMAGEM EM BRANCO    *
      * (ANTES DE UMA ADICAO, DEPOIS DE UMA ELIMINACAO)     *
      * FICA EM BRANCO                                      *
      *****************************************************
       R400-CLIHIST.
           IF MODO-EFECTIVO
               OPEN I-O CLIHIST
           ELSE
               OPEN INPUT CLIHIST
           END-IF.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO NO FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
           MOVE 'CLIHIST' TO AUD-FICHEIRO.
           MOVE SPACES TO WS-FIM-CLIHIST.
           PERFORM R410-MASCARAR-CLIHIST THRU R410-MASCARAR-CLIHIST-FIM
               UNTIL FIM-CLIHIST.
           CLOSE CLIHIST.
           IF NOT OK-CLIHIST
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIHIST' WS-FS-CLIHIST
               STOP RUN
           END-IF.
       R400-CLIHIST-FIM.
           EXIT.

       R410-MASCARAR-CLIHIST.
           READ CLIHIST
               AT END
                   MOVE 'S' TO WS-FIM-CLIHIST
                   GO TO R410-MASCARAR-CLIHIST-FIM
           END-READ.
           MOVE CLIHIST-NUMCLI TO ANOWRK-NUMCLI.
           PERFORM R420-VERIFICAR-CANDIDATO
               THRU R420-VERIFICAR-CANDIDATO-FIM.
           IF NOT E-CANDIDATO
               GO TO R410-MASCARAR-CLIHIST-FIM
           END-IF.
           MOVE SPACES TO WS-REGISTO-ALTERADO.
           MOVE CLIHIST-DATA TO AUD-REF-DATA.
           MOVE CLIHIST-HORA TO AUD-REF-HORA.
           MOVE CLIHIST-ACCAO TO AUD-REF-ACCAO.
           IF CLIHIST-ANTES NOT = SPACES
               MOVE 'ANTES' TO AUD-REF-IMAGEM
               MOVE CLIHIST-ANTES TO WS-IMAGEM-REGISTO
               PERFORM R900-MASCARAR-IMAGEM
                   THRU R900-MASCARAR-IMAGEM-FIM
               IF IMAGEM-ALTERADA
                   MOVE WS-IMAGEM-REGISTO TO CLIHIST-ANTES
                   MOVE 'S' TO WS-REGISTO-ALTERADO
               END-IF
           END-IF.
           IF CLIHIST-DEPOIS NOT = SPACES
               MOVE 'DEPOIS' TO AUD-REF-IMAGEM
               MOVE CLIHIST-DEPOIS TO WS-IMAGEM-REGISTO
               PERFORM R900-MASCARAR-IMAGEM
                   THRU R900-MASCARAR-IMAGEM-FIM
               IF IMAGEM-ALTERADA
                   MOVE WS-IMAGEM-REGISTO TO CLIHIST-DEPOIS
                   MOVE 'S' TO WS-REGISTO-ALTERADO
               END-IF
           END-IF.
           IF REGISTO-ALTERADO
               ADD 1 TO WS-TOTAL-REG-CLIHIST
               IF MODO-EFECTIVO
                   REWRITE CLIHIST-REGISTO
                   IF NOT OK-CLIHIST
                       DISPLAY 'ERRO AO GRAVAR O FICHERO CLIHIST'
                           WS-FS-CLIHIST
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       R410-MASCARAR-CLIHIST-FIM.
           EXIT.

      *    O NUMCLI EM ANOWRK-NUMCLI ESTA NO FICHEIRO DE
      *    TRABALHO? (E-CANDIDATO)
       R420-VERIFICAR-CANDIDATO.
           READ ANOWRK
               KEY IS ANOWRK-NUMCLI
               INVALID KEY
                   MOVE SPACES TO WS-CANDIDATO
               NOT INVALID KEY
                   MOVE 'S' TO WS-CANDIDATO
           END-READ.
       R420-VERIFICAR-CANDIDATO-FIM.
           EXIT.

      *****************************************************
      * R450 - ARQUIVOS DATADOS DO CLIHIST (ARCNDX): O      *
      * MESMO TRATAMENTO DO CLIHIST VIVO, FICHEIRO A        *
      * FICHEIRO. O NOME DE CADA ARQUIVO COM ALTERACOES SAI *
      * ANTES DAS SUAS LINHAS DE AUDITORIA                  *
      *****************************************************
       R450-ARQUIVOS.
           OPEN INPUT ARCNDX.
           IF NOT OK-ARCNDX
               GO TO R450-ARQUIVOS-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-ARCNDX.
           PERFORM R460-LER-ARCNDX THRU R460-LER-ARCNDX-FIM
               UNTIL FIM-ARCNDX.
           CLOSE ARCNDX.
       R450-ARQUIVOS-FIM.
           EXIT.

       R460-LER-ARCNDX.
           READ ARCNDX
               AT END
                   MOVE 'S' TO WS-FIM-ARCNDX
                   GO TO R460-LER-ARCNDX-FIM
           END-READ.
           MOVE ARCNDX-FICHEIRO TO WS-ARQ-FICHEIRO.
           ADD 1 TO WS-TOTAL-ARQUIVOS.
           IF MODO-EFECTIVO
               OPEN I-O CLIARC
           ELSE
               OPEN INPUT CLIARC
           END-IF.
           IF NOT OK-CLIARC
               DISPLAY 'ERRO NO FICHERO ' WS-ARQ-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-CLIARC
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ARQUIVO: ' TO WS-LINHA-REL(1:9).
           MOVE WS-ARQ-FICHEIRO TO WS-LINHA-REL(10:40).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE 'ARQUIVO' TO AUD-FICHEIRO.
           MOVE SPACES TO WS-FIM-CLIARC.
           PERFORM R470-MASCARAR-CLIARC THRU R470-MASCARAR-CLIARC-FIM
               UNTIL FIM-CLIARC.
           CLOSE CLIARC.
       R460-LER-ARCNDX-FIM.
           EXIT.

       R470-MASCARAR-CLIARC.
           READ CLIARC
               AT END
                   MOVE 'S' TO WS-FIM-CLIARC
                   GO TO R470-MASCARAR-CLIARC-FIM
           END-READ.
           MOVE CLIARC-NUMCLI TO ANOWRK-NUMCLI.
           PERFORM R420-VERIFICAR-CANDIDATO
               THRU R420-VERIFICAR-CANDIDATO-FIM.
           IF NOT E-CANDIDATO
               GO TO R470-MASCARAR-CLIARC-FIM
           END-IF.
           MOVE SPACES TO WS-REGISTO-ALTERADO.
           MOVE CLIARC-DATA TO AUD-REF-DATA.
           MOVE CLIARC-HORA TO AUD-REF-HORA.
           MOVE CLIARC-ACCAO TO AUD-REF-ACCAO.
           IF CLIARC-ANTES NOT = SPACES
               MOVE 'ANTES' TO AUD-REF-IMAGEM
               MOVE CLIARC-ANTES TO WS-IMAGEM-REGISTO
               PERFORM R900-MASCARAR-IMAGEM
                   THRU R900-MASCARAR-IMAGEM-FIM
               IF IMAGEM-ALTERADA
                   MOVE WS-IMAGEM-REGISTO TO CLIARC-ANTES
                   MOVE 'S' TO WS-REGISTO-ALTERADO
               END-IF
           END-IF.
           IF CLIARC-DEPOIS NOT = SPACES
               MOVE 'DEPOIS' TO AUD-REF-IMAGEM
               MOVE CLIARC-DEPOIS TO WS-IMAGEM-REGISTO
               PERFORM R900-MASCARAR-IMAGEM
                   THRU R900-MASCARAR-IMAGEM-FIM
               IF IMAGEM-ALTERADA
                   MOVE WS-IMAGEM-REGISTO TO CLIARC-DEPOIS
                   MOVE 'S' TO WS-REGISTO-ALTERADO
               END-IF
           END-IF.
           IF REGISTO-ALTERADO
               ADD 1 TO WS-TOTAL-REG-ARQUIVO
               IF MODO-EFECTIVO
                   REWRITE CLIARC-REGISTO
                   IF NOT OK-CLIARC
                       DISPLAY 'ERRO AO GRAVAR O FICHERO '
                           WS-ARQ-FICHEIRO
                       DISPLAY 'FILE STATUS ' WS-FS-CLIARC
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       R470-MASCARAR-CLIARC-FIM.
           EXIT.

      *****************************************************
      * R500 - REFERENCIA CRUZADA IBANXRF: O IBAN FAZ PARTE *
      * DA CHAVE, POR ISSO AS ENTRADAS DOS CANDIDATOS SAO   *
      * RETIRADAS EM VEZ DE MASCARADAS. O FBBAT01 JA NAO AS *
      * RECRIA - O IBAN DO MESTRE FICOU EM BRANCO E O       *
      * ELIMINADO JA NAO ESTA NO MESTRE                     *
      *****************************************************
       R500-IBANXRF.
           IF MODO-EFECTIVO
               OPEN I-O IBANXRF
           ELSE
               OPEN INPUT IBANXRF
           END-IF.
           IF IBANXRF-INEXISTENTE
               GO TO R500-IBANXRF-FIM
           END-IF.
           IF NOT OK-IBANXRF
               DISPLAY 'ERRO NO FICHERO IBANXRF' WS-FS-IBANXRF
               STOP RUN
           END-IF.
           MOVE SPACES TO AUD-REFERENCIA.
           MOVE 'IBANXRF' TO AUD-FICHEIRO.
           MOVE SPACES TO WS-FIM-IBANXRF.
           PERFORM R510-LER-IBANXRF THRU R510-LER-IBANXRF-FIM
               UNTIL FIM-IBANXRF.
           CLOSE IBANXRF.
       R500-IBANXRF-FIM.
           EXIT.

       R510-LER-IBANXRF.
           READ IBANXRF NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-IBANXRF
                   GO TO R510-LER-IBANXRF-FIM
           END-READ.
           MOVE IBANXRF-NUMCLI TO ANOWRK-NUMCLI.
           PERFORM R420-VERIFICAR-CANDIDATO
               THRU R420-VERIFICAR-CANDIDATO-FIM.
           IF NOT E-CANDIDATO
               GO TO R510-LER-IBANXRF-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-REG-IBANXRF.
           MOVE IBANXRF-NUMCLI TO AUD-NUMCLI.
           MOVE 'IBAN' TO AUD-CAMPO.
           MOVE IBANXRF-IBAN TO AUD-VALOR-ANTIGO.
           MOVE '(RETIRADA)' TO AUD-VALOR-NOVO.
           WRITE ANOREL-LINHA FROM WS-LINHA-AUD.
           MOVE 'NOME' TO AUD-CAMPO.
           MOVE IBANXRF-NOME TO AUD-VALOR-ANTIGO.
           WRITE ANOREL-LINHA FROM WS-LINHA-AUD.
           ADD 2 TO WS-TOTAL-CAMPOS.
           IF MODO-EFECTIVO
               DELETE IBANXRF RECORD
               IF NOT OK-IBANXRF
                   DISPLAY 'ERRO AO GRAVAR O FICHERO IBANXRF'
                       WS-FS-IBANXRF
                   STOP RUN
               END-IF
           END-IF.
       R510-LER-IBANXRF-FIM.
           EXIT.

      *****************************************************
      * R600 - MANDATO SEPA: O IBAN ASSINADO FICA EM BRANCO *
      * (O MANDATO DE UM CANDIDATO JA ESTA TERMINADO PELO   *
      * FBMNT01); REFERENCIA, DATAS E ESTADO FICAM          *
      *****************************************************
       R600-MANDATO.
           IF MODO-EFECTIVO
               OPEN I-O MANDATO
           ELSE
               OPEN INPUT MANDATO
           END-IF.
           IF NOT OK-MANDATO
               GO TO R600-MANDATO-FIM
           END-IF.
           MOVE SPACES TO AUD-REFERENCIA.
           MOVE 'MANDATO' TO AUD-FICHEIRO.
           MOVE ZEROS TO ANOWRK-NUMCLI.
           MOVE SPACES TO WS-FIM-ANOWRK.
           START ANOWRK KEY IS NOT LESS THAN ANOWRK-NUMCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ANOWRK
           END-START.
           PERFORM R610-MASCARAR-MANDATO THRU R610-MASCARAR-MANDATO-FIM
               UNTIL FIM-ANOWRK.
           CLOSE MANDATO.
       R600-MANDATO-FIM.
           EXIT.

       R610-MASCARAR-MANDATO.
           READ ANOWRK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ANOWRK
                   GO TO R610-MASCARAR-MANDATO-FIM
           END-READ.
           MOVE ANOWRK-NUMCLI TO MANDATO-NUMCLI.
           READ MANDATO
               INVALID KEY
                   GO TO R610-MASCARAR-MANDATO-FIM
           END-READ.
           IF MANDATO-IBAN = SPACES
               GO TO R610-MASCARAR-MANDATO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-REG-MANDATO.
           ADD 1 TO WS-TOTAL-CAMPOS.
           MOVE MANDATO-NUMCLI TO AUD-NUMCLI.
           MOVE 'IBAN' TO AUD-CAMPO.
           MOVE MANDATO-IBAN TO AUD-VALOR-ANTIGO.
           MOVE '(BRANCO)' TO AUD-VALOR-NOVO.
           WRITE ANOREL-LINHA FROM WS-LINHA-AUD.
           IF MODO-EFECTIVO
               MOVE SPACES TO MANDATO-IBAN
               REWRITE MANDATO-REGISTO
               IF NOT OK-MANDATO
                   DISPLAY 'ERRO AO GRAVAR O FICHERO MANDATO'
                       WS-FS-MANDATO
                   STOP RUN
               END-IF
           END-IF.
       R610-MASCARAR-MANDATO-FIM.
           EXIT.

      *****************************************************
      * R650 - MOVIMENTOS RETIDOS NO APRPEN: EM CADA        *
      * ENTRADA DE UM CANDIDATO (TODAS FECHADAS - OS        *
      * CLIENTES COM UMA ABERTA FICARAM DE FORA NO R270) A  *
      * IMAGEM DO MOVIMENTO E A DO MESTRE GUARDADA NA       *
      * RETENCAO PASSAM PELA MASCARA DO R900 E O IBAN       *
      * ANTERIOR FICA EM BRANCO. A REFERENCIA DA AUDITORIA  *
      * E A DATA DA RETENCAO, A ACCAO DO MOVIMENTO E A      *
      * IMAGEM                                              *
      *****************************************************
       R650-APRPEN.
           IF NOT APRPEN-ABERTO
               GO TO R650-APRPEN-FIM
           END-IF.
           MOVE 'APRPEN' TO AUD-FICHEIRO.
           MOVE ZEROS TO ANOWRK-NUMCLI.
           MOVE SPACES TO WS-FIM-ANOWRK.
           START ANOWRK KEY IS NOT LESS THAN ANOWRK-NUMCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ANOWRK
           END-START.
           PERFORM R660-CANDIDATO-APRPEN
               THRU R660-CANDIDATO-APRPEN-FIM
               UNTIL FIM-ANOWRK.
       R650-APRPEN-FIM.
           EXIT.

       R660-CANDIDATO-APRPEN.
           READ ANOWRK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ANOWRK
                   GO TO R660-CANDIDATO-APRPEN-FIM
           END-READ.
           MOVE ANOWRK-NUMCLI TO WS-RETIDO-NUMCLI.
           MOVE WS-RETIDO-NUMCLI TO APRPEN-NUMCLI.
           MOVE ZEROS TO APRPEN-DATA-RETENCAO.
           MOVE ZEROS TO APRPEN-ORDEM.
           MOVE SPACES TO WS-FIM-APRPEN.
           START APRPEN KEY IS NOT LESS THAN APRPEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-APRPEN
           END-START.
           PERFORM R670-MASCARAR-APRPEN THRU R670-MASCARAR-APRPEN-FIM
               UNTIL FIM-APRPEN.
       R660-CANDIDATO-APRPEN-FIM.
           EXIT.

       R670-MASCARAR-APRPEN.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R670-MASCARAR-APRPEN-FIM
           END-READ.
           IF APRPEN-NUMCLI NOT = WS-RETIDO-NUMCLI
               MOVE 'S' TO WS-FIM-APRPEN
               GO TO R670-MASCARAR-APRPEN-FIM
           END-IF.
           IF APRPEN-PENDENTE OR APRPEN-APROVADO OR APRPEN-LIBERTADO
               GO TO R670-MASCARAR-APRPEN-FIM
           END-IF.
           MOVE SPACES TO WS-REGISTO-ALTERADO.
           MOVE SPACES TO AUD-REFERENCIA.
           MOVE APRPEN-DATA-RETENCAO TO AUD-REF-DATA.
           MOVE APRPEN-MOV-DADOS(1:1) TO AUD-REF-ACCAO.
           MOVE 'MOVIM' TO AUD-REF-IMAGEM.
           MOVE APRPEN-MOV-DADOS(2:124) TO WS-IMAGEM-REGISTO.
           PERFORM R900-MASCARAR-IMAGEM THRU R900-MASCARAR-IMAGEM-FIM.
           IF IMAGEM-ALTERADA
               MOVE WS-IMAGEM-REGISTO TO APRPEN-MOV-DADOS(2:124)
               MOVE 'S' TO WS-REGISTO-ALTERADO
           END-IF.
           IF APRPEN-MESTRE-RETENCAO NOT = SPACES
               MOVE 'MESTRE' TO AUD-REF-IMAGEM
               MOVE APRPEN-MESTRE-RETENCAO TO WS-IMAGEM-REGISTO
               PERFORM R900-MASCARAR-IMAGEM
                   THRU R900-MASCARAR-IMAGEM-FIM
               IF IMAGEM-ALTERADA
                   MOVE WS-IMAGEM-REGISTO TO APRPEN-MESTRE-RETENCAO
                   MOVE 'S' TO WS-REGISTO-ALTERADO
               END-IF
           END-IF.
           IF APRPEN-IBAN-ANTERIOR NOT = SPACES
               MOVE 'ANTER' TO AUD-REF-IMAGEM
               MOVE ANOWRK-NUMCLI TO AUD-NUMCLI
               MOVE 'IBAN' TO AUD-CAMPO
               MOVE APRPEN-IBAN-ANTERIOR TO AUD-VALOR-ANTIGO
               MOVE '(BRANCO)' TO AUD-VALOR-NOVO
               WRITE ANOREL-LINHA FROM WS-LINHA-AUD
               ADD 1 TO WS-TOTAL-CAMPOS
               MOVE SPACES TO APRPEN-IBAN-ANTERIOR
               MOVE 'S' TO WS-REGISTO-ALTERADO
           END-IF.
           IF REGISTO-ALTERADO
               ADD 1 TO WS-TOTAL-REG-APRPEN
               IF MODO-EFECTIVO
                   REWRITE APRPEN-REGISTO
                   IF NOT OK-APRPEN
                       DISPLAY 'ERRO AO GRAVAR O FICHERO APRPEN'
                           WS-FS-APRPEN
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       R670-MASCARAR-APRPEN-FIM.
           EXIT.

      *****************************************************
      * R090 - CABECALHO DA LISTAGEM DE AUDITORIA           *
      *****************************************************
       R090-TITULO-AUDITORIA.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE 'LISTAGEM DE AUDITORIA - VALORES SUBSTITUIDOS'
               TO WS-LINHA-REL(1:44).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'FICHEIRO' TO WS-LINHA-REL(1:8).
           MOVE 'NUMCLI' TO WS-LINHA-REL(10:6).
           MOVE 'DATA     HORA     A IMAGEM' TO WS-LINHA-REL(18:26).
           MOVE 'CAMPO' TO WS-LINHA-REL(45:5).
           MOVE 'VALOR ANTIGO' TO WS-LINHA-REL(52:12).
           MOVE 'VALOR NOVO' TO WS-LINHA-REL(102:10).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
       R090-TITULO-AUDITORIA-FIM.
           EXIT.

       R800-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE 'RESUMO' TO WS-LINHA-REL(1:6).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE ALL '-' TO WS-LINHA-REL.
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CANDIDATOS FALECIDOS...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CAND-FALECIDOS TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CANDIDATOS ELIMINADOS..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CAND-ELIMINADOS TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'F DENTRO DA RETENCAO...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-F-RECENTES TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'F SEM DATA DE ESTADO...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-F-SEM-DATA TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'D DENTRO DA RETENCAO...: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-D-RECENTES TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'D DE NUMCLI REUTILIZADO: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-D-NO-MESTRE TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REGISTOS DO MESTRE.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-MESTRE TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REGISTOS DAS GERACOES..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-GERACOES TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REGISTOS DO CLIHIST....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-CLIHIST TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'REGISTOS DOS ARQUIVOS..: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-ARQUIVO TO WS-LINHA-REL(26:9).
           MOVE ' (ARQUIVOS LIDOS: ' TO WS-LINHA-REL(35:18).
           MOVE WS-TOTAL-ARQUIVOS TO WS-LINHA-REL(53:9).
           MOVE ')' TO WS-LINHA-REL(62:1).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ENTRADAS IBANXRF.......: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-IBANXRF TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'MANDATOS...............: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-MANDATO TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ENTRADAS DO APRPEN.....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-REG-APRPEN TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'ADIADOS - RETIDO ABERTO: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-COM-RETIDOS TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'CAMPOS SUBSTITUIDOS....: ' TO WS-LINHA-REL(1:25).
           MOVE WS-TOTAL-CAMPOS TO WS-LINHA-REL(26:9).
           WRITE ANOREL-LINHA FROM WS-LINHA-REL.
       R800-IMPRIMIR-TOTAIS-FIM.
           EXIT.

      *****************************************************
      * R900 - MASCARA A IMAGEM DE CLIENTE EM               *
      * WS-IMAGEM-REGISTO: NOME PASSA A 'ANONIMIZADO',      *
      * MORADA E IBAN FICAM EM BRANCO. CADA CAMPO QUE MUDA  *
      * SAI NA LISTAGEM DE AUDITORIA COM O FICHEIRO E A     *
      * REFERENCIA PREPARADOS PELO PONTO DE CHAMADA; UM     *
      * CAMPO JA MASCARADO NAO VOLTA A SAIR, PELO QUE UMA   *
      * REPETICAO DA EXECUCAO NAO ALTERA NEM LISTA NADA.    *
      * O CODIGO POSTAL, A DATA DE NASCIMENTO E O ESTADO    *
      * FICAM PARA AS ESTATISTICAS                          *
      *****************************************************
       R900-MASCARAR-IMAGEM.
           MOVE SPACES TO WS-IMAGEM-ALTERADA.
           MOVE WS-IMAGEM-NUMCLI TO AUD-NUMCLI.
           IF WS-IMAGEM-NOME NOT = WS-NOME-ANONIMO
               MOVE 'NOME' TO AUD-CAMPO
               MOVE WS-IMAGEM-NOME TO AUD-VALOR-ANTIGO
               MOVE WS-NOME-ANONIMO TO AUD-VALOR-NOVO
               WRITE ANOREL-LINHA FROM WS-LINHA-AUD
               MOVE WS-NOME-ANONIMO TO WS-IMAGEM-NOME
               MOVE 'S' TO WS-IMAGEM-ALTERADA
               ADD 1 TO WS-TOTAL-CAMPOS
           END-IF.
           IF WS-IMAGEM-MORADA NOT = SPACES
               MOVE 'MORADA' TO AUD-CAMPO
               MOVE WS-IMAGEM-MORADA TO AUD-VALOR-ANTIGO
               MOVE '(BRANCO)' TO AUD-VALOR-NOVO
               WRITE ANOREL-LINHA FROM WS-LINHA-AUD
               MOVE SPACES TO WS-IMAGEM-MORADA
               MOVE 'S' TO WS-IMAGEM-ALTERADA
               ADD 1 TO WS-TOTAL-CAMPOS
           END-IF.
           IF WS-IMAGEM-IBAN NOT = SPACES
               MOVE 'IBAN' TO AUD-CAMPO
               MOVE WS-IMAGEM-IBAN TO AUD-VALOR-ANTIGO
               MOVE '(BRANCO)' TO AUD-VALOR-NOVO
               WRITE ANOREL-LINHA FROM WS-LINHA-AUD
               MOVE SPACES TO WS-IMAGEM-IBAN
               MOVE 'S' TO WS-IMAGEM-ALTERADA
               ADD 1 TO WS-TOTAL-CAMPOS
           END-IF.
       R900-MASCARAR-IMAGEM-FIM.
           EXIT.
