      *               DA DATA DE NEGOCIO - DEIXAM DE SE       *
      *               PERDER NO SCROLL DA CONSOLA; O FBSTA01  *
      *               IMPRIME A TENDENCIA MENSAL              *
      *   2026-09-09  O MNTTRAN PASSA A SER ORDENADO POR NUMCLI *
      *               (R080, SORT INTERNO PARA SORTWK, COM OS   *
      *               MOVIMENTOS DO MESMO CLIENTE NA ORDEM DE   *
      *               CHEGADA) ANTES DA CRITICA - A CAPTACAO EM *
      *               LINHA DO FBCAP01 ACRESCENTA MOVIMENTOS    *
      *               PELA ORDEM EM QUE SAO DIGITADOS E O       *
      *               EMPARELHAMENTO DO FBMNT01 EXIGE O         *
      *               MNTTRAN.VAL POR ORDEM DE NUMCLI           *
      *   2026-09-14  O MNTTRAN PASSA A TRAZER NO FIM A AGENCIA *
      *               E O OPERADOR DE ORIGEM DO MOVIMENTO. A    *
      *               AGENCIA E CRITICADA CONTRA A TABELA DE    *
      *               AGENCIAS (INEXISTENTE OU ENCERRADA E      *
      *               REJEITADO) E O OPERADOR NAO PODE VIR EM   *
      *               BRANCO; A ORIGEM SEGUE NO MNTTRAN.VAL E   *
      *               NO MNTREC E SAI NA LINHA DO MNTREJ. CADA  *
      *               MOVIMENTO CRITICADO (ACEITE OU REJEITADO, *
      *               COM O MOTIVO) E ACRESCENTADO AO FICHEIRO  *
      *               DE ORIGEM AGCLOG PARA O QUADRO MENSAL DE  *
      *               QUALIDADE POR AGENCIA DO FBQUA01          *
      *   2026-10-15  APROVACAO A QUATRO OLHOS: OS MOVIMENTOS  *
      *               DE RISCO ACEITES NA CRITICA (ELIMINACAO, *
      *               MUDANCA DE IBAN NUMA ALTERACAO CONTRA O  *
      *               IBAN DO ENT001 E MARCACAO DE FALECIDO,   *
      *               CADA TIPO LIGADO NO NOVO APRPARM) DEIXAM *
      *               DE IR PARA O MNTTRAN.VAL E FICAM         *
      *               PENDENTES NO APRPEN PARA DECISAO DE UM   *
      *               SUPERVISOR NO FBAPR01. O MOVIMENTO       *
      *               APROVADO VOLTA AO MNTTRAN PELO FBAPL01 E *
      *               SO PASSA SE FOR IGUAL AO QUE FICOU       *
      *               LIBERTADO NO APRPEN NESSA DATA DE        *
      *               NEGOCIO, QUE FICA CONSUMIDO - UMA        *
      *               APROVACAO LIBERTA UM SO MOVIMENTO. O     *
      *               NUMERO DE RETIDOS VAI PARA O             *
      *               DIASTAT; OS ACEITES CONTAM SO O QUE SEGUE*
      *               NO MNTTRAN.VAL                           *
      *   2026-10-15  A RETENCAO GUARDA NO APRPEN A IMAGEM DO  *
      *               CLIENTE NO ENT001, PARA QUE O FBAPL01 NAO *
      *               LIBERTE UM APROVADO SE O MESTRE MUDOU    *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DIASTAT-DATA
               FILE STATUS IS WS-FS-DIASTAT.

           SELECT SORTWK ASSIGN TO '/home/kikos/SORTWK'.

           SELECT AGENCIAS ASSIGN TO '/home/kikos/AGENCIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGENCIA-CODIGO
               FILE STATUS IS WS-FS-AGENCIAS.

           SELECT AGCLOG ASSIGN TO '/home/kikos/AGCLOG'
               FILE STATUS IS WS-FS-AGCLOG.

           SELECT CLIWORK ASSIGN TO '/home/kikos/ENT001'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIWORK-NUMCLI
               ALTERNATE RECORD KEY IS CLIWORK-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIWORK.

           SELECT APRPEN ASSIGN TO '/home/kikos/APRPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRPEN-CHAVE
               FILE STATUS IS WS-FS-APRPEN.

           SELECT APRPARM ASSIGN TO '/home/kikos/APRPARM'
               FILE STATUS IS WS-FS-APRPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTTRAN.
           05 MNTTRAN-ESTADO          PIC X(01).
               88 MNTTRAN-ESTADO-VALIDO VALUE 'D', 'F'.
           05 MNTTRAN-ESTADO-DATA     PIC X(08).
           05 MNTTRAN-AGENCIA         PIC X(04).
           05 MNTTRAN-OPERADOR        PIC X(08).

       FD  MNTVAL.
       01 MNTVAL-REGISTO              PIC X(137).

       FD  MNTREJ.
       01 MNTREJ-LINHA                PIC X(132).
       FD  DIASTAT.
           COPY DIASTAT.

       SD  SORTWK.
       01 SORT-REGISTO.
           05 SORT-ACCAO              PIC X(01).
           05 SORT-NUMCLI             PIC X(07).
           05 SORT-RESTO              PIC X(129).

       FD  AGENCIAS.
           COPY AGENCIA.

       FD  AGCLOG.
           COPY AGCLOG.

       FD  CLIWORK.
           COPY CLIWORK.

       FD  APRPEN.
           COPY APRPEN.

       FD  APRPARM.
           COPY APRPARM.

       WORKING-STORAGE SECTION.
       01 WS-FS-MNTTRAN             PIC X(02).
           88 OK-MNTTRAN             VALUE '00', '10'.
       01 WS-FS-DIASTAT             PIC X(02).
           88 OK-DIASTAT             VALUE '00'.
           88 DIASTAT-INEXISTENTE    VALUE '35'.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.
       01 WS-FS-AGCLOG              PIC X(02).
           88 OK-AGCLOG              VALUE '00'.
           88 AGCLOG-INEXISTENTE     VALUE '35'.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00'.
       01 WS-FS-APRPEN              PIC X(02).
           88 OK-APRPEN              VALUE '00'.
           88 APRPEN-INEXISTENTE     VALUE '35'.
       01 WS-FS-APRPARM             PIC X(02).
           88 OK-APRPARM             VALUE '00'.
       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-OVERRIDE-PEDIDO        PIC X VALUE 'N'.
           88 OVERRIDE-AUTORIZADO    VALUE 'S'.
       01 WS-TOTAL-REJEITADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-RECICLADOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CORRIGIDOS       PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-RETIDOS          PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-LIBERTADOS       PIC 9(09) VALUE ZEROS.

      *    APROVACAO A QUATRO OLHOS: TIPOS RETIDOS (APRPARM,
      *    POR OMISSAO TODOS) E O RISCO DO MOVIMENTO CORRENTE
       01 WS-APRPARM-ORIGEM         PIC X(07) VALUE 'OMISSAO'.
       01 WS-RETER-ELIMINACAO       PIC X VALUE 'S'.
           88 RETER-ELIMINACAO       VALUE 'S'.
       01 WS-RETER-IBAN             PIC X VALUE 'S'.
           88 RETER-IBAN             VALUE 'S'.
       01 WS-RETER-FALECIDO         PIC X VALUE 'S'.
           88 RETER-FALECIDO         VALUE 'S'.
       01 WS-RISCO                  PIC X(01) VALUE SPACE.
           88 SEM-RISCO              VALUE SPACE.
       01 WS-IBAN-ANTERIOR          PIC X(25) VALUE SPACES.
       01 WS-LIBERTACAO             PIC X VALUE 'N'.
           88 MOVIMENTO-LIBERTADO    VALUE 'S'.
       01 WS-FIM-APRPEN             PIC X VALUE SPACES.
           88 FIM-APRPEN             VALUE 'S'.

       01 WS-MOVIMENTO-OK           PIC X VALUE 'S'.
           88 MOVIMENTO-VALIDO       VALUE 'S'.
           05 REJ-NOME               PIC X(49).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REJ-MOTIVO             PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REJ-AGENCIA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REJ-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
               THRU R060-VERIFICAR-RUNCTL-FIM.
           PERFORM R070-REGISTAR-INICIO
               THRU R070-REGISTAR-INICIO-FIM.
           PERFORM R080-ORDENAR-MNTTRAN
               THRU R080-ORDENAR-MNTTRAN-FIM.

           OPEN INPUT MNTTRAN
           IF NOT OK-MNTTRAN
           MOVE 'AC' TO WS-MNTREJ-CABECALHO(10:2).
           MOVE 'NOME' TO WS-MNTREJ-CABECALHO(13:4).
           MOVE 'MOTIVO' TO WS-MNTREJ-CABECALHO(63:6).
           MOVE 'AGEN' TO WS-MNTREJ-CABECALHO(105:4).
           MOVE 'OPERADOR' TO WS-MNTREJ-CABECALHO(111:8).
           WRITE MNTREJ-LINHA FROM WS-MNTREJ-CABECALHO.

           OPEN INPUT CTTPOST
               STOP RUN
           END-IF.

           OPEN INPUT AGENCIAS
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO NO FICHERO AGENCIAS' WS-FS-AGENCIAS
               STOP RUN
           END-IF.

      *    O AGCLOG E ACUMULATIVO COMO O CLIHIST: ABRE EM
      *    EXTEND E SO E CRIADO NA PRIMEIRA EXECUCAO DE SEMPRE
           OPEN EXTEND AGCLOG
           IF AGCLOG-INEXISTENTE
               OPEN OUTPUT AGCLOG
           END-IF.
           IF NOT OK-AGCLOG
               DISPLAY 'ERRO NO FICHERO AGCLOG' WS-FS-AGCLOG
               STOP RUN
           END-IF.

           OPEN INPUT CLIWORK
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NO FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

      *    O APRPEN E PERSISTENTE COMO O MNTREC: ABRE EM I-O
      *    E SO NA PRIMEIRA EXECUCAO DE SEMPRE E CRIADO VAZIO
           OPEN I-O APRPEN
           IF APRPEN-INEXISTENTE
               OPEN OUTPUT APRPEN
               CLOSE APRPEN
               OPEN I-O APRPEN
           END-IF.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO NO FICHERO APRPEN' WS-FS-APRPEN
               STOP RUN
           END-IF.

           PERFORM R100-LER-MNTTRAN THRU R100-LER-MNTTRAN-FIM
               UNTIL FIM-MNTTRAN.

               STOP RUN
           END-IF.

           CLOSE AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO AO FECHAR O FICHERO AGENCIAS'
                   WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           CLOSE AGCLOG.
           IF NOT OK-AGCLOG
               DISPLAY 'ERRO AO FECHAR O FICHERO AGCLOG' WS-FS-AGCLOG
               STOP RUN
           END-IF.

           CLOSE CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO AO FECHAR O FICHERO CLIWORK' WS-FS-CLIWORK
               STOP RUN
           END-IF.

           CLOSE APRPEN.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO AO FECHAR O FICHERO APRPEN' WS-FS-APRPEN
               STOP RUN
           END-IF.

           CLOSE MNTTRAN.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO FECHAR O FICHERO MNTTRAN' WS-FS-MNTTRAN
               WS-TOTAL-ACEITES.
           DISPLAY 'FBVAL01 - MOVIMENTOS REJEITADOS.: '
               WS-TOTAL-REJEITADOS.
           DISPLAY 'FBVAL01 - RETIDOS PARA APROVACAO: '
               WS-TOTAL-RETIDOS.
           DISPLAY 'FBVAL01 - APROVADOS LIBERTADOS..: '
               WS-TOTAL-LIBERTADOS.
           DISPLAY 'FBVAL01 - GRAVADOS NO MNTREC....: '
               WS-TOTAL-RECICLADOS.
           DISPLAY 'FBVAL01 - CORRIGIDOS (SAIRAM)...: '
      * O PEDIDO DE OVERRIDE VEM DO PARMRUN; SEM FICHEIRO,  *
      * OU COM O CAMPO A ZEROS OU NAO NUMERICO, VALE A DATA *
      * DO SISTEMA. O OVERRIDE SO E ACEITE COM MOTIVO NAO   *
      * EM BRANCO. OS TIPOS DE MOVIMENTO RETIDOS PARA       *
      * APROVACAO VEM DO APRPARM (SO 'N' DESLIGA UM TIPO;   *
      * SEM FICHEIRO FICAM TODOS LIGADOS). OS PARAMETROS EM *
      * VIGOR SAEM NO TOPO DA SAIDA DO TRABALHO             *
      *****************************************************
       R050-LER-PARAMETROS.
           MOVE 'SISTEMA' TO WS-PARM-ORIGEM.
               END-READ
               CLOSE PARMRUN
           END-IF.

           OPEN INPUT APRPARM.
           IF OK-APRPARM
               READ APRPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'APRPARM' TO WS-APRPARM-ORIGEM
                       IF APRPARM-RETER-ELIMINACAO = 'N'
                           MOVE 'N' TO WS-RETER-ELIMINACAO
                       END-IF
                       IF APRPARM-RETER-IBAN = 'N'
                           MOVE 'N' TO WS-RETER-IBAN
                       END-IF
                       IF APRPARM-RETER-FALECIDO = 'N'
                           MOVE 'N' TO WS-RETER-FALECIDO
                       END-IF
               END-READ
               CLOSE APRPARM
           END-IF.

           DISPLAY '====== PARAMETROS EM VIGOR - FBVAL01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           IF OVERRIDE-AUTORIZADO
               DISPLAY 'OVERRIDE DO OPERADOR  : ' WS-OVERRIDE-MOTIVO
           END-IF.
           DISPLAY 'RETER PARA APROVACAO  : ' WS-APRPARM-ORIGEM.
           DISPLAY '  ELIMINACAO (D)      : ' WS-RETER-ELIMINACAO.
           DISPLAY '  MUDANCA DE IBAN (C) : ' WS-RETER-IBAN.
           DISPLAY '  FALECIDO (S/F)      : ' WS-RETER-FALECIDO.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.
                   MOVE WS-TOTAL-MOVIMENTOS TO DIASTAT-VAL-LIDOS
                   MOVE WS-TOTAL-ACEITES TO DIASTAT-VAL-ACEITES
                   MOVE WS-TOTAL-REJEITADOS TO DIASTAT-VAL-REJEITADOS
                   MOVE WS-TOTAL-RETIDOS TO DIASTAT-APR-RETIDOS
                   WRITE DIASTAT-REGISTO
               NOT INVALID KEY
                   MOVE WS-TOTAL-MOVIMENTOS TO DIASTAT-VAL-LIDOS
                   MOVE WS-TOTAL-ACEITES TO DIASTAT-VAL-ACEITES
                   MOVE WS-TOTAL-REJEITADOS TO DIASTAT-VAL-REJEITADOS
                   MOVE WS-TOTAL-RETIDOS TO DIASTAT-APR-RETIDOS
                   REWRITE DIASTAT-REGISTO
           END-READ.
           IF NOT OK-DIASTAT
       R900-REGISTAR-FIM-RUNCTL-FIM.
           EXIT.

      *****************************************************
      * R080 - ORDENACAO DO MNTTRAN POR NUMCLI, SOBRE O     *
      * PROPRIO FICHEIRO. O MNTTRAN DO DIA JUNTA A ENTREGA  *
      * DAS AGENCIAS E OS MOVIMENTOS CAPTADOS EM LINHA PELO *
      * FBCAP01, QUE CHEGAM PELA ORDEM EM QUE SAO DIGITADOS;*
      * OS MOVIMENTOS DO MESMO CLIENTE MANTEM A ORDEM DE    *
      * CHEGADA (UMA ADICAO SEGUIDA DE ALTERACAO CONTINUA A *
      * SER APLICADA NESSA ORDEM PELO FBMNT01). A ABERTURA  *
      * PREVIA SO CONFIRMA QUE O FICHEIRO EXISTE            *
      *****************************************************
       R080-ORDENAR-MNTTRAN.
           OPEN INPUT MNTTRAN
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO NO FICHERO MNTTRAN' WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           CLOSE MNTTRAN.

           SORT SORTWK
               ON ASCENDING KEY SORT-NUMCLI
               WITH DUPLICATES IN ORDER
               USING MNTTRAN
               GIVING MNTTRAN.

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERRO NA ORDENACAO DO FICHERO MNTTRAN '
                   SORT-RETURN
               STOP RUN
           END-IF.
       R080-ORDENAR-MNTTRAN-FIM.
           EXIT.

      *****************************************************
      * R100 - UM MOVIMENTO POR LEITURA. O ACEITE DE RISCO  *
      * FICA RETIDO NO APRPEN EM VEZ DE SEGUIR NO           *
      * MNTTRAN.VAL, SALVO SE FOR O MOVIMENTO APROVADO QUE  *
      * O FBAPL01 LIBERTOU PARA ESTA DATA DE NEGOCIO. O     *
      * LIBERTADO JA FICOU NO AGCLOG NO DIA DA RETENCAO E   *
      * NAO E CONTADO OUTRA VEZ PARA A AGENCIA              *
      *****************************************************
       R100-LER-MNTTRAN.
           READ MNTTRAN
               AT END
                   MOVE 'S' TO WS-FIM-MNTTRAN
               NOT AT END
                   ADD 1 TO WS-TOTAL-MOVIMENTOS
                   MOVE 'N' TO WS-LIBERTACAO
                   PERFORM R200-CRITICAR-MOVIMENTO
                       THRU R200-CRITICAR-MOVIMENTO-FIM
                   IF MOVIMENTO-VALIDO
                       PERFORM R500-APURAR-RISCO
                           THRU R500-APURAR-RISCO-FIM
                       IF SEM-RISCO OR MOVIMENTO-LIBERTADO
                           ADD 1 TO WS-TOTAL-ACEITES
                           WRITE MNTVAL-REGISTO FROM MNTTRAN-REGISTO
                       ELSE
                           PERFORM R520-RETER-MOVIMENTO
                               THRU R520-RETER-MOVIMENTO-FIM
                       END-IF
                       PERFORM R420-LIMPAR-RECICLAGEM
                           THRU R420-LIMPAR-RECICLAGEM-FIM
                   ELSE
                       PERFORM R410-GRAVAR-RECICLAGEM
                           THRU R410-GRAVAR-RECICLAGEM-FIM
                   END-IF
                   IF NOT MOVIMENTO-LIBERTADO
                       PERFORM R430-REGISTAR-ORIGEM
                           THRU R430-REGISTAR-ORIGEM-FIM
                   END-IF
           END-READ.
       R100-LER-MNTTRAN-FIM.
           EXIT.
               GO TO R200-CRITICAR-MOVIMENTO-FIM
           END-IF.

           PERFORM R260-CRITICAR-ORIGEM
               THRU R260-CRITICAR-ORIGEM-FIM.
           IF MOVIMENTO-INVALIDO
               GO TO R200-CRITICAR-MOVIMENTO-FIM
           END-IF.

      *    UMA ELIMINACAO OU REACTIVACAO SO PRECISA DA CHAVE
           IF MNTTRAN-ELIMINACAO OR MNTTRAN-REACTIVACAO
               GO TO R200-CRITICAR-MOVIMENTO-FIM
       R250-CRITICAR-ESTADO-FIM.
           EXIT.

      *****************************************************
      * R260 - CRITICA DA ORIGEM DO MOVIMENTO, EM TODAS AS  *
      * ACCOES: A AGENCIA TEM DE EXISTIR NA TABELA DE       *
      * AGENCIAS E ESTAR ACTIVA, E O OPERADOR TEM DE VIR    *
      * PREENCHIDO. OS MOVIMENTOS GERADOS PELA PROPRIA      *
      * CADEIA VEM DA AGENCIA 0000 (SERVICOS CENTRAIS)      *
      *****************************************************
       R260-CRITICAR-ORIGEM.
           MOVE MNTTRAN-AGENCIA TO AGENCIA-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 'AGENCIA INEXISTENTE NA TABELA'
                       TO WS-MOTIVO-REJEICAO
                   GO TO R260-CRITICAR-ORIGEM-FIM
           END-READ.
           IF NOT AGENCIA-ACTIVA
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'AGENCIA ENCERRADA' TO WS-MOTIVO-REJEICAO
               GO TO R260-CRITICAR-ORIGEM-FIM
           END-IF.
           IF MNTTRAN-OPERADOR = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 'OPERADOR NAO IDENTIFICADO'
                   TO WS-MOTIVO-REJEICAO
           END-IF.
       R260-CRITICAR-ORIGEM-FIM.
           EXIT.

       R300-VALIDAR-IBAN.
           SET IBAN-VALIDO TO TRUE.
           MOVE 25 TO WS-IBAN-LEN.
           MOVE MNTTRAN-ACCAO TO REJ-ACCAO.
           MOVE MNTTRAN-NOME TO REJ-NOME.
           MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE MNTTRAN-AGENCIA TO REJ-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO REJ-OPERADOR.
           WRITE MNTREJ-LINHA FROM WS-LINHA-REJEICAO.
       R400-REGISTAR-REJEICAO-FIM.
           EXIT.
           END-DELETE.
       R420-LIMPAR-RECICLAGEM-FIM.
           EXIT.

      *****************************************************
      * R430 - ACRESCENTA AO AGCLOG A ORIGEM DO MOVIMENTO   *
      * CRITICADO: DATA DE NEGOCIO, AGENCIA, OPERADOR, O    *
      * RESULTADO DA CRITICA E, NA REJEICAO, O MOTIVO. E A  *
      * BASE DO QUADRO MENSAL DE QUALIDADE DO FBQUA01       *
      *****************************************************
       R430-REGISTAR-ORIGEM.
           MOVE WS-DATA-SISTEMA TO AGCLOG-DATA.
           MOVE MNTTRAN-AGENCIA TO AGCLOG-AGENCIA.
           MOVE MNTTRAN-OPERADOR TO AGCLOG-OPERADOR.
           MOVE 'FBVAL01 ' TO AGCLOG-PASSO.
           MOVE MNTTRAN-NUMCLI TO AGCLOG-NUMCLI.
           MOVE MNTTRAN-ACCAO TO AGCLOG-ACCAO.
           IF MOVIMENTO-VALIDO
               SET AGCLOG-ACEITE TO TRUE
               MOVE SPACES TO AGCLOG-MOTIVO
           ELSE
               SET AGCLOG-REJEITADO TO TRUE
               MOVE WS-MOTIVO-REJEICAO TO AGCLOG-MOTIVO
           END-IF.
           WRITE AGCLOG-REGISTO.
           IF NOT OK-AGCLOG
               DISPLAY 'ERRO AO GRAVAR O FICHERO AGCLOG' WS-FS-AGCLOG
               STOP RUN
           END-IF.
       R430-REGISTAR-ORIGEM-FIM.
           EXIT.

      *****************************************************
      * R500 - RISCO DE UM MOVIMENTO ACEITE NA CRITICA:     *
      * ELIMINACAO ('D'), MARCACAO DE FALECIDO ('F') E      *
      * ALTERACAO CUJO IBAN DIFERE DO IBAN DO CLIENTE NO    *
      * ENT001 ('I'), CADA UM SO SE O TIPO ESTIVER LIGADO   *
      * NO APRPARM. UMA ALTERACAO DE UM CLIENTE QUE AINDA   *
      * NAO ESTA NO MESTRE NAO E MUDANCA DE IBAN. UM        *
      * MOVIMENTO DE RISCO PROCURA NO APRPEN A SUA          *
      * LIBERTACAO                                          *
      *****************************************************
       R500-APURAR-RISCO.
           MOVE SPACE TO WS-RISCO.
           MOVE SPACES TO WS-IBAN-ANTERIOR.
           EVALUATE TRUE
               WHEN MNTTRAN-ELIMINACAO
                   IF RETER-ELIMINACAO
                       MOVE 'D' TO WS-RISCO
                   END-IF
               WHEN MNTTRAN-MARCACAO
                   IF RETER-FALECIDO AND MNTTRAN-ESTADO = 'F'
                       MOVE 'F' TO WS-RISCO
                   END-IF
               WHEN MNTTRAN-ALTERACAO
                   IF RETER-IBAN
                       PERFORM R505-COMPARAR-IBAN
                           THRU R505-COMPARAR-IBAN-FIM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SEM-RISCO
               GO TO R500-APURAR-RISCO-FIM
           END-IF.
           PERFORM R510-PROCURAR-LIBERTACAO
               THRU R510-PROCURAR-LIBERTACAO-FIM.
       R500-APURAR-RISCO-FIM.
           EXIT.

       R505-COMPARAR-IBAN.
           MOVE MNTTRAN-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               INVALID KEY
                   GO TO R505-COMPARAR-IBAN-FIM
           END-READ.
           IF CLIWORK-IBAN NOT = MNTTRAN-IBAN
               MOVE 'I' TO WS-RISCO
               MOVE CLIWORK-IBAN TO WS-IBAN-ANTERIOR
           END-IF.
       R505-COMPARAR-IBAN-FIM.
           EXIT.

      *****************************************************
      * R510 - PERCORRE AS ENTRADAS DO CLIENTE NO APRPEN A  *
      * PROCURA DE UMA LIBERTADA PELO FBAPL01 NESTA DATA DE *
      * NEGOCIO COM A MESMA IMAGEM DO MOVIMENTO - E O       *
      * MOVIMENTO APROVADO DE VOLTA, QUE SEGUE PARA O       *
      * MNTTRAN.VAL. A ENTRADA FICA CONSUMIDA COM A ORDEM   *
      * DE LEITURA, PARA QUE UM SEGUNDO MOVIMENTO IGUAL NO  *
      * MESMO DIA SEJA RETIDO; NUMA REPETICAO AUTORIZADA DO *
      * PASSO A ENTRADA CONSUMIDA SO VALE PARA O MOVIMENTO  *
      * NA MESMA ORDEM. QUALQUER OUTRO E RETIDO             *
      *****************************************************
       R510-PROCURAR-LIBERTACAO.
           MOVE MNTTRAN-NUMCLI TO APRPEN-NUMCLI.
           MOVE ZEROS TO APRPEN-DATA-RETENCAO.
           MOVE ZEROS TO APRPEN-ORDEM.
           MOVE SPACES TO WS-FIM-APRPEN.
           START APRPEN KEY IS NOT LESS THAN APRPEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-APRPEN
           END-START.
           PERFORM R515-LER-LIBERTACAO THRU R515-LER-LIBERTACAO-FIM
               UNTIL FIM-APRPEN.
       R510-PROCURAR-LIBERTACAO-FIM.
           EXIT.

       R515-LER-LIBERTACAO.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R515-LER-LIBERTACAO-FIM
           END-READ.
           IF APRPEN-NUMCLI NOT = MNTTRAN-NUMCLI
               MOVE 'S' TO WS-FIM-APRPEN
               GO TO R515-LER-LIBERTACAO-FIM
           END-IF.
           IF APRPEN-DATA-FECHO NOT = WS-DATA-SISTEMA
               OR APRPEN-MOVIMENTO NOT = MNTTRAN-REGISTO
               GO TO R515-LER-LIBERTACAO-FIM
           END-IF.
           IF APRPEN-CONSUMIDO
               AND APRPEN-ORDEM-CONSUMO = WS-TOTAL-MOVIMENTOS
               MOVE 'S' TO WS-LIBERTACAO
               MOVE 'S' TO WS-FIM-APRPEN
               ADD 1 TO WS-TOTAL-LIBERTADOS
               GO TO R515-LER-LIBERTACAO-FIM
           END-IF.
           IF APRPEN-LIBERTADO
               MOVE 'U' TO APRPEN-ESTADO
               MOVE WS-TOTAL-MOVIMENTOS TO APRPEN-ORDEM-CONSUMO
               REWRITE APRPEN-REGISTO
               IF NOT OK-APRPEN
                   DISPLAY 'ERRO AO GRAVAR O FICHERO APRPEN'
                       WS-FS-APRPEN
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-LIBERTACAO
               MOVE 'S' TO WS-FIM-APRPEN
               ADD 1 TO WS-TOTAL-LIBERTADOS
           END-IF.
       R515-LER-LIBERTACAO-FIM.
           EXIT.

      *****************************************************
      * R520 - RETEM O MOVIMENTO NO APRPEN COMO PENDENTE,   *
      * NA CHAVE NUMCLI + DATA DE NEGOCIO + ORDEM DE        *
      * LEITURA. NUMA REPETICAO AUTORIZADA DO PASSO A       *
      * ENTRADA AINDA PENDENTE E REFRESCADA; UMA JA         *
      * DECIDIDA PELO SUPERVISOR FICA COMO ESTA. A ENTRADA  *
      * GUARDA A IMAGEM DO CLIENTE NO ENT001 NESSE MOMENTO  *
      *****************************************************
       R520-RETER-MOVIMENTO.
           MOVE MNTTRAN-NUMCLI TO APRPEN-NUMCLI.
           MOVE WS-DATA-SISTEMA TO APRPEN-DATA-RETENCAO.
           MOVE WS-TOTAL-MOVIMENTOS TO APRPEN-ORDEM.
           READ APRPEN
               INVALID KEY
                   MOVE MNTTRAN-NUMCLI TO APRPEN-NUMCLI
                   MOVE WS-DATA-SISTEMA TO APRPEN-DATA-RETENCAO
                   MOVE WS-TOTAL-MOVIMENTOS TO APRPEN-ORDEM
                   PERFORM R525-PREENCHER-RETENCAO
                       THRU R525-PREENCHER-RETENCAO-FIM
                   WRITE APRPEN-REGISTO
               NOT INVALID KEY
                   IF APRPEN-PENDENTE
                       PERFORM R525-PREENCHER-RETENCAO
                           THRU R525-PREENCHER-RETENCAO-FIM
                       REWRITE APRPEN-REGISTO
                   END-IF
           END-READ.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO AO GRAVAR O FICHERO APRPEN' WS-FS-APRPEN
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-RETIDOS.
       R520-RETER-MOVIMENTO-FIM.
           EXIT.

       R525-PREENCHER-RETENCAO.
           MOVE MNTTRAN-REGISTO TO APRPEN-MOVIMENTO.
           MOVE WS-RISCO TO APRPEN-RISCO.
           MOVE WS-IBAN-ANTERIOR TO APRPEN-IBAN-ANTERIOR.
           MOVE 'P' TO APRPEN-ESTADO.
           MOVE ZEROS TO APRPEN-DATA-DECISAO.
           MOVE SPACES TO APRPEN-APROVADOR.
           MOVE SPACES TO APRPEN-MOTIVO.
           MOVE ZEROS TO APRPEN-DATA-FECHO.
           MOVE ZEROS TO APRPEN-ORDEM-CONSUMO.
           MOVE MNTTRAN-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               INVALID KEY
                   MOVE SPACES TO APRPEN-MESTRE-RETENCAO
               NOT INVALID KEY
                   MOVE CLIWORK-REGISTO TO APRPEN-MESTRE-RETENCAO
           END-READ.
       R525-PREENCHER-RETENCAO-FIM.
           EXIT.
