       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBAPR01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-10-15  PROGRAMA CRIADO - DECISAO DO          *
      *               SUPERVISOR SOBRE OS MOVIMENTOS DE     *
      *               RISCO (ELIMINACAO, MUDANCA DE IBAN,   *
      *               MARCACAO DE FALECIDO) RETIDOS NO      *
      *               APRPEN PELO FBVAL01, NO MOLDE DO MENU *
      *               DO FBCAP01. A OPCAO 1 LISTA OS        *
      *               PENDENTES; A OPCAO 2 MOSTRA-OS UM A   *
      *               UM (POR NUMCLI OU PERCORRENDO O       *
      *               FICHEIRO), COM O IBAN ANTERIOR E O    *
      *               NOVO E A AGENCIA E O OPERADOR DE      *
      *               ORIGEM, E REGISTA A APROVACAO OU A    *
      *               RECUSA COM MOTIVO. O SUPERVISOR NUNCA *
      *               PODE DECIDIR UM MOVIMENTO QUE ELE     *
      *               PROPRIO FEZ. A DECISAO SO TEM EFEITO  *
      *               NA CADEIA SEGUINTE, PELO FBAPL01      *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRPEN ASSIGN TO '/home/kikos/APRPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRPEN-CHAVE
               FILE STATUS IS WS-FS-APRPEN.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

       DATA DIVISION.
       FILE SECTION.
       FD  APRPEN.
           COPY APRPEN.

       FD  PARMRUN.
           COPY PARMRUN.

       WORKING-STORAGE SECTION.
       01 WS-FS-APRPEN              PIC X(02).
           88 OK-APRPEN              VALUE '00'.
           88 APRPEN-INEXISTENTE     VALUE '35'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.

      *    SUPERVISOR IDENTIFICADO A ENTRADA, GRAVADO EM CADA
      *    DECISAO E COMPARADO COM O OPERADOR DO MOVIMENTO
       01 WS-SESSAO-SUPERVISOR      PIC X(08) VALUE SPACES.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-OPCAO                  PIC X(01) VALUE SPACE.
           88 OPCAO-LISTAR           VALUE '1'.
           88 OPCAO-DECIDIR          VALUE '2'.
           88 OPCAO-SAIR             VALUE '0'.

       01 WS-RESPOSTA               PIC X(01) VALUE SPACE.
           88 RESPOSTA-SIM           VALUE 'S', 's'.
       01 WS-ESCOLHA                PIC X(01) VALUE SPACE.
           88 ESCOLHA-APROVAR        VALUE 'A', 'a'.
           88 ESCOLHA-RECUSAR        VALUE 'R', 'r'.
           88 ESCOLHA-FIM            VALUE 'F', 'f', '0'.

       01 WS-CAMPO-OK               PIC X VALUE 'N'.
           88 CAMPO-VALIDO           VALUE 'S'.
           88 CAMPO-INVALIDO         VALUE 'N'.

       01 WS-ENTRADA                PIC X(49) VALUE SPACES.
       01 WS-MOTIVO                 PIC X(40) VALUE SPACES.

      *    IMAGEM DO MNTTRAN GUARDADA NO APRPEN
       01 WS-MOV-REGISTO.
           05 WS-MOV-ACCAO            PIC X(01).
           05 WS-MOV-NUMCLI           PIC X(07).
           05 WS-MOV-NOME             PIC X(49).
           05 WS-MOV-IDADE            PIC X(02).
           05 WS-MOV-DTNASC           PIC X(08).
           05 WS-MOV-MORADA           PIC X(16).
           05 WS-MOV-CPOSTAL          PIC X(08).
           05 WS-MOV-IBAN             PIC X(25).
           05 WS-MOV-ESTADO           PIC X(01).
           05 WS-MOV-ESTADO-DATA      PIC X(08).
           05 WS-MOV-AGENCIA          PIC X(04).
           05 WS-MOV-OPERADOR         PIC X(08).
       01 WS-RISCO-TEXTO            PIC X(20) VALUE SPACES.

       01 WS-APR-NUMCLI             PIC 9(07) VALUE ZEROS.
       01 WS-FIM-APRPEN             PIC X VALUE SPACES.
           88 FIM-APRPEN             VALUE 'S'.
       01 WS-TOTAL-MOSTRADOS        PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-APROVADOS        PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-RECUSADOS        PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN I-O APRPEN.
           IF APRPEN-INEXISTENTE
               DISPLAY 'SEM MOVIMENTOS RETIDOS NO APRPEN'
               STOP RUN
           END-IF.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO APRPEN '
                   WS-FS-APRPEN
               STOP RUN
           END-IF.

           PERFORM R080-IDENTIFICAR-SESSAO
               THRU R080-IDENTIFICAR-SESSAO-FIM.

           PERFORM R060-MENU THRU R060-MENU-FIM
               UNTIL OPCAO-SAIR.

           CLOSE APRPEN.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO AO FECHAR O FICHEIRO APRPEN '
                   WS-FS-APRPEN
               STOP RUN
           END-IF.

           DISPLAY 'FBAPR01 - MOVIMENTOS APROVADOS: '
               WS-TOTAL-APROVADOS.
           DISPLAY 'FBAPR01 - MOVIMENTOS RECUSADOS: '
               WS-TOTAL-RECUSADOS.

           STOP RUN.

      *****************************************************
      * R050 - DATA DE NEGOCIO DO PARMRUN, COM A DATA DO    *
      * SISTEMA COMO RECURSO. E A DATA DA DECISAO GRAVADA   *
      * NO APRPEN                                           *
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
       R050-LER-PARAMETROS-FIM.
           EXIT.

       R060-MENU.
           DISPLAY ' '.
           DISPLAY 'APROVACAO DE MOVIMENTOS RETIDOS - FBAPR01'.
           DISPLAY 'DATA ' WS-DATA-SISTEMA ' (' WS-PARM-ORIGEM ')'
               ' SUPERVISOR ' WS-SESSAO-SUPERVISOR.
           DISPLAY '  1 - LISTAR MOVIMENTOS PENDENTES'.
           DISPLAY '  2 - APROVAR OU RECUSAR PENDENTES'.
           DISPLAY '  0 - SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM R100-LISTAR-PENDENTES
                       THRU R100-LISTAR-PENDENTES-FIM
               WHEN OPCAO-DECIDIR
                   PERFORM R200-DECIDIR-PENDENTES
                       THRU R200-DECIDIR-PENDENTES-FIM
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       R060-MENU-FIM.
           EXIT.

      *****************************************************
      * R080 - IDENTIFICACAO DO SUPERVISOR, QUE NAO PODE    *
      * FICAR EM BRANCO. FICA EM MAIUSCULAS, COMO O         *
      * OPERADOR CARIMBADO PELO FBCAP01, PARA A COMPARACAO  *
      * DOS QUATRO OLHOS                                    *
      *****************************************************
       R080-IDENTIFICAR-SESSAO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R082-EDITAR-SUPERVISOR
               THRU R082-EDITAR-SUPERVISOR-FIM
               UNTIL CAMPO-VALIDO.
       R080-IDENTIFICAR-SESSAO-FIM.
           EXIT.

       R082-EDITAR-SUPERVISOR.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-ENTRADA = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** SUPERVISOR NAO IDENTIFICADO'
               GO TO R082-EDITAR-SUPERVISOR-FIM
           END-IF.
           MOVE WS-ENTRADA(1:8) TO WS-SESSAO-SUPERVISOR.
           INSPECT WS-SESSAO-SUPERVISOR
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       R082-EDITAR-SUPERVISOR-FIM.
           EXIT.

      *****************************************************
      * R100 - LISTA NA CONSOLA TODOS OS MOVIMENTOS AINDA   *
      * PENDENTES, UMA LINHA POR MOVIMENTO                  *
      *****************************************************
       R100-LISTAR-PENDENTES.
           MOVE LOW-VALUES TO APRPEN-CHAVE.
           MOVE SPACES TO WS-FIM-APRPEN.
           MOVE ZEROS TO WS-TOTAL-MOSTRADOS.
           START APRPEN KEY IS NOT LESS THAN APRPEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-APRPEN
           END-START.
           DISPLAY ' '.
           DISPLAY 'NUMCLI  AC RISCO                RETIDO   AGEN'
               ' OPERADOR'.
           PERFORM R110-LISTAR-PROXIMO THRU R110-LISTAR-PROXIMO-FIM
               UNTIL FIM-APRPEN.
           DISPLAY 'PENDENTES: ' WS-TOTAL-MOSTRADOS.
       R100-LISTAR-PENDENTES-FIM.
           EXIT.

       R110-LISTAR-PROXIMO.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R110-LISTAR-PROXIMO-FIM
           END-READ.
           IF NOT APRPEN-PENDENTE
               GO TO R110-LISTAR-PROXIMO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-MOSTRADOS.
           MOVE APRPEN-MOVIMENTO TO WS-MOV-REGISTO.
           PERFORM R250-TEXTO-RISCO THRU R250-TEXTO-RISCO-FIM.
           DISPLAY APRPEN-NUMCLI ' ' WS-MOV-ACCAO '  ' WS-RISCO-TEXTO
               ' ' APRPEN-DATA-RETENCAO ' ' WS-MOV-AGENCIA ' '
               WS-MOV-OPERADOR.
       R110-LISTAR-PROXIMO-FIM.
           EXIT.

      *****************************************************
      * R200 - POSICIONA NO NUMCLI PEDIDO (OU NO INICIO DO  *
      * FICHEIRO, COM ZERO) E MOSTRA OS PENDENTES UM A UM   *
      * PARA DECISAO. AS ENTRADAS JA DECIDIDAS OU FECHADAS  *
      * (LIBERTADAS, CONSUMIDAS PELO FBVAL01, DEVOLVIDAS OU *
      * EXPIRADAS) SAO SALTADAS                             *
      *****************************************************
       R200-DECIDIR-PENDENTES.
           DISPLAY ' '.
           DISPLAY 'NUMERO DE CLIENTE (0 PARA PERCORRER TODOS): '.
           ACCEPT WS-APR-NUMCLI.
           IF WS-APR-NUMCLI = ZERO
               MOVE LOW-VALUES TO APRPEN-CHAVE
           ELSE
               MOVE LOW-VALUES TO APRPEN-CHAVE
               MOVE WS-APR-NUMCLI TO APRPEN-NUMCLI
           END-IF.

           MOVE SPACES TO WS-FIM-APRPEN.
           MOVE ZEROS TO WS-TOTAL-MOSTRADOS.
           START APRPEN KEY IS NOT LESS THAN APRPEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-APRPEN
           END-START.

           PERFORM R210-LER-PROXIMO-PENDENTE
               THRU R210-LER-PROXIMO-PENDENTE-FIM
               UNTIL FIM-APRPEN.

           IF WS-TOTAL-MOSTRADOS = ZERO
               DISPLAY 'SEM MOVIMENTOS PENDENTES PARA O PEDIDO'
           END-IF.
       R200-DECIDIR-PENDENTES-FIM.
           EXIT.

       R210-LER-PROXIMO-PENDENTE.
           READ APRPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-APRPEN
                   GO TO R210-LER-PROXIMO-PENDENTE-FIM
           END-READ.
           IF WS-APR-NUMCLI NOT = ZERO
               AND APRPEN-NUMCLI NOT = WS-APR-NUMCLI
               MOVE 'S' TO WS-FIM-APRPEN
               GO TO R210-LER-PROXIMO-PENDENTE-FIM
           END-IF.
           IF NOT APRPEN-PENDENTE
               GO TO R210-LER-PROXIMO-PENDENTE-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-MOSTRADOS.
           MOVE APRPEN-MOVIMENTO TO WS-MOV-REGISTO.
           PERFORM R230-MOSTRAR-MOVIMENTO
               THRU R230-MOSTRAR-MOVIMENTO-FIM.
           DISPLAY 'DECISAO (A=APROVAR R=RECUSAR N=PROXIMO F=FIM): '.
           ACCEPT WS-ESCOLHA.
           EVALUATE TRUE
               WHEN ESCOLHA-APROVAR OR ESCOLHA-RECUSAR
                   PERFORM R220-REGISTAR-DECISAO
                       THRU R220-REGISTAR-DECISAO-FIM
               WHEN ESCOLHA-FIM
                   MOVE 'S' TO WS-FIM-APRPEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       R210-LER-PROXIMO-PENDENTE-FIM.
           EXIT.

      *****************************************************
      * R220 - REGISTO DA DECISAO. O SUPERVISOR NAO PODE    *
      * SER O OPERADOR QUE FEZ O MOVIMENTO (A ENTRADA FICA  *
      * PENDENTE PARA OUTRO SUPERVISOR); A RECUSA EXIGE UM  *
      * MOTIVO, QUE VOLTA A AGENCIA NA DEVOLUCAO DO FBAPL01 *
      *****************************************************
       R220-REGISTAR-DECISAO.
           IF WS-MOV-OPERADOR = WS-SESSAO-SUPERVISOR
               DISPLAY '*** O APROVADOR NAO PODE SER O OPERADOR QUE'
                   ' FEZ O MOVIMENTO'
               GO TO R220-REGISTAR-DECISAO-FIM
           END-IF.

           MOVE SPACES TO WS-MOTIVO.
           IF ESCOLHA-RECUSAR
               PERFORM R240-EDITAR-MOTIVO THRU R240-EDITAR-MOTIVO-FIM
               IF WS-MOTIVO = SPACES
                   DISPLAY 'RECUSA ABANDONADA - O MOVIMENTO CONTINUA'
                       ' PENDENTE'
                   GO TO R220-REGISTAR-DECISAO-FIM
               END-IF
           END-IF.

           IF ESCOLHA-APROVAR
               DISPLAY 'CONFIRMA A APROVACAO (S/N)? '
           ELSE
               DISPLAY 'CONFIRMA A RECUSA (S/N)? '
           END-IF.
           ACCEPT WS-RESPOSTA.
           IF NOT RESPOSTA-SIM
               DISPLAY 'DECISAO NAO REGISTADA'
               GO TO R220-REGISTAR-DECISAO-FIM
           END-IF.

           IF ESCOLHA-APROVAR
               MOVE 'A' TO APRPEN-ESTADO
           ELSE
               MOVE 'R' TO APRPEN-ESTADO
           END-IF.
           MOVE WS-DATA-SISTEMA TO APRPEN-DATA-DECISAO.
           MOVE WS-SESSAO-SUPERVISOR TO APRPEN-APROVADOR.
           MOVE WS-MOTIVO TO APRPEN-MOTIVO.
           REWRITE APRPEN-REGISTO.
           IF NOT OK-APRPEN
               DISPLAY 'ERRO AO GRAVAR O FICHEIRO APRPEN '
                   WS-FS-APRPEN
               STOP RUN
           END-IF.
           IF ESCOLHA-APROVAR
               ADD 1 TO WS-TOTAL-APROVADOS
               DISPLAY 'MOVIMENTO APROVADO - ENTRA NA PROXIMA CADEIA'
           ELSE
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY 'MOVIMENTO RECUSADO - DEVOLVIDO A AGENCIA NA'
                   ' PROXIMA CADEIA'
           END-IF.
       R220-REGISTAR-DECISAO-FIM.
           EXIT.

       R230-MOSTRAR-MOVIMENTO.
           PERFORM R250-TEXTO-RISCO THRU R250-TEXTO-RISCO-FIM.
           DISPLAY ' '.
           DISPLAY 'RETIDO: ' APRPEN-NUMCLI ' EM ' APRPEN-DATA-RETENCAO
               ' - ' WS-RISCO-TEXTO.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ACCAO         : ' WS-MOV-ACCAO.
           DISPLAY 'NUM. CLIENTE  : ' WS-MOV-NUMCLI.
           DISPLAY 'NOME          : ' WS-MOV-NOME.
           DISPLAY 'IDADE DECL.   : ' WS-MOV-IDADE.
           DISPLAY 'DATA NASC.    : ' WS-MOV-DTNASC.
           DISPLAY 'MORADA        : ' WS-MOV-MORADA.
           DISPLAY 'CODIGO POSTAL : ' WS-MOV-CPOSTAL.
           IF APRPEN-RISCO-IBAN
               DISPLAY 'IBAN ANTERIOR : ' APRPEN-IBAN-ANTERIOR
               DISPLAY 'IBAN NOVO     : ' WS-MOV-IBAN
           ELSE
               DISPLAY 'IBAN          : ' WS-MOV-IBAN
           END-IF.
           DISPLAY 'ESTADO        : ' WS-MOV-ESTADO.
           DISPLAY 'DATA DE EFEITO: ' WS-MOV-ESTADO-DATA.
           IF WS-MOV-AGENCIA = SPACES
               AND WS-MOV-OPERADOR = SPACES
               DISPLAY 'ENVIADO POR   : (SEM REGISTO)'
           ELSE
               DISPLAY 'ENVIADO POR   : AGENCIA ' WS-MOV-AGENCIA
                   ' OPERADOR ' WS-MOV-OPERADOR
           END-IF.
           DISPLAY '---------------------------------------------'.
       R230-MOSTRAR-MOVIMENTO-FIM.
           EXIT.

       R240-EDITAR-MOTIVO.
           DISPLAY 'MOTIVO DA RECUSA (EM BRANCO PARA DESISTIR): '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:40) TO WS-MOTIVO.
           INSPECT WS-MOTIVO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       R240-EDITAR-MOTIVO-FIM.
           EXIT.

       R250-TEXTO-RISCO.
           EVALUATE TRUE
               WHEN APRPEN-RISCO-ELIMINACAO
                   MOVE 'ELIMINACAO' TO WS-RISCO-TEXTO
               WHEN APRPEN-RISCO-IBAN
                   MOVE 'MUDANCA DE IBAN' TO WS-RISCO-TEXTO
               WHEN APRPEN-RISCO-FALECIDO
                   MOVE 'MARCACAO FALECIDO' TO WS-RISCO-TEXTO
               WHEN OTHER
                   MOVE APRPEN-RISCO TO WS-RISCO-TEXTO
           END-EVALUATE.
       R250-TEXTO-RISCO-FIM.
           EXIT.
