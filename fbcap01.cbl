       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCAP01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-09  PROGRAMA CRIADO - CAPTACAO EM LINHA   *
      *               DOS MOVIMENTOS A/C/D/S/R NAS          *
      *               AGENCIAS, NO MOLDE DO MENU DO FBINQ01,*
      *               EM VEZ DO MNTTRAN DIGITADO A PARTE E  *
      *               SO CRITICADO NA MANHA SEGUINTE PELO   *
      *               FBVAL01. O CLIENTE E LOCALIZADO NO    *
      *               ENT001 POR NUMCLI OU POR NOME (INDICE *
      *               ALTERNADO); NUMA ALTERACAO A IMAGEM   *
      *               ACTUAL VEM PREENCHIDA E SO SE DIGITAM *
      *               OS CAMPOS QUE MUDAM. COM O OPERADOR   *
      *               AINDA AO BALCAO SAO FEITAS AS MESMAS  *
      *               CRITICAS DO FBVAL01 - CPOSTAL LIDO NO *
      *               CTTPOST PELA CHAVE (COM A LOCALIDADE  *
      *               NO ECRA) E DIGITO DE CONTROLO DO IBAN *
      *               (ISO 7064 MOD 97) - E O CAMPO ERRADO  *
      *               E PEDIDO DE NOVO. CADA MOVIMENTO      *
      *               CONFIRMADO E ACRESCENTADO AO MNTTRAN  *
      *               DO DIA. A OPCAO 6 CHAMA UMA ENTRADA   *
      *               RETIDA NO MNTREC (POR NUMCLI OU       *
      *               PERCORRENDO O FICHEIRO), MOSTRA O     *
      *               MOTIVO DA REJEICAO, DEIXA CORRIGIR A  *
      *               IMAGEM GUARDADA E REAPRESENTA-A NO    *
      *               MNTTRAN; A ENTRADA SAI DO MNTREC      *
      *               QUANDO O FBVAL01 ACEITAR O MOVIMENTO  *
      *   2026-09-14  A SESSAO PASSA A ABRIR COM A AGENCIA  *
      *               (TEM DE EXISTIR E ESTAR ACTIVA NA     *
      *               TABELA DE AGENCIAS) E A IDENTIFICACAO *
      *               DO OPERADOR, QUE SAO CARIMBADAS NO    *
      *               FIM DE CADA MOVIMENTO GRAVADO NO      *
      *               MNTTRAN, INCLUINDO AS REAPRESENTACOES *
      *               DO MNTREC; UMA ENTRADA RETIDA MOSTRA  *
      *               A AGENCIA E O OPERADOR QUE A ENVIARAM *
      *   2026-10-15  A AGENCIA, O OPERADOR, A MORADA E O   *
      *               IBAN PASSAM A SER RECUSADOS QUANDO A  *
      *               ENTRADA EXCEDE O TAMANHO DO CAMPO, EM *
      *               VEZ DE SEREM TRUNCADOS SEM AVISO      *
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

           SELECT MNTTRAN ASSIGN TO '/home/kikos/MNTTRAN'
               FILE STATUS IS WS-FS-MNTTRAN.

           SELECT MNTREC ASSIGN TO '/home/kikos/MNTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNTREC-CHAVE
               FILE STATUS IS WS-FS-MNTREC.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

           SELECT AGENCIAS ASSIGN TO '/home/kikos/AGENCIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGENCIA-CODIGO
               FILE STATUS IS WS-FS-AGENCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIWORK.
           COPY CLIWORK.

       FD  CTTPOST.
           COPY CTTPOST.

       FD  MNTTRAN.
       01 MNTTRAN-REGISTO             PIC X(137).

       FD  MNTREC.
           COPY MNTREC.

       FD  PARMRUN.
           COPY PARMRUN.

       FD  AGENCIAS.
           COPY AGENCIA.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIWORK             PIC X(02).
           88 OK-CLIWORK             VALUE '00'.
       01 WS-FS-CTTPOST             PIC X(02).
           88 OK-CTTPOST             VALUE '00'.
       01 WS-FS-MNTTRAN             PIC X(02).
           88 OK-MNTTRAN             VALUE '00'.
           88 MNTTRAN-INEXISTENTE    VALUE '35'.
       01 WS-FS-MNTREC              PIC X(02).
           88 OK-MNTREC              VALUE '00'.
           88 MNTREC-INEXISTENTE     VALUE '35'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.
       01 WS-FS-AGENCIAS            PIC X(02).
           88 OK-AGENCIAS            VALUE '00'.

      *    ORIGEM DA SESSAO: AGENCIA E OPERADOR IDENTIFICADOS
      *    A ENTRADA, CARIMBADOS EM CADA MOVIMENTO GRAVADO
       01 WS-SESSAO-AGENCIA         PIC X(04) VALUE SPACES.
       01 WS-SESSAO-OPERADOR        PIC X(08) VALUE SPACES.
       01 WS-SESSAO-AGENCIA-NOME    PIC X(30) VALUE SPACES.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).

       01 WS-OPCAO                  PIC X(01) VALUE SPACE.
           88 OPCAO-ADICAO           VALUE '1'.
           88 OPCAO-ALTERACAO        VALUE '2'.
           88 OPCAO-ELIMINACAO       VALUE '3'.
           88 OPCAO-MARCACAO         VALUE '4'.
           88 OPCAO-REACTIVACAO      VALUE '5'.
           88 OPCAO-RETIDOS          VALUE '6'.
           88 OPCAO-SAIR             VALUE '0'.

       01 WS-PROCURA                PIC X(01) VALUE SPACE.
           88 PROCURA-NUMERO         VALUE '1'.
           88 PROCURA-NOME           VALUE '2'.

       01 WS-RESPOSTA               PIC X(01) VALUE SPACE.
           88 RESPOSTA-SIM           VALUE 'S', 's'.
       01 WS-ESCOLHA                PIC X(01) VALUE SPACE.
           88 ESCOLHA-SIM            VALUE 'S', 's'.
           88 ESCOLHA-FIM            VALUE 'F', 'f', '0'.

       01 WS-CLIENTE-ESCOLHIDO      PIC X VALUE 'N'.
           88 CLIENTE-ESCOLHIDO      VALUE 'S'.
       01 WS-MOVIMENTO-GRAVADO      PIC X VALUE 'N'.
           88 MOVIMENTO-GRAVADO      VALUE 'S'.
       01 WS-CAMPO-OK               PIC X VALUE 'N'.
           88 CAMPO-VALIDO           VALUE 'S'.
           88 CAMPO-INVALIDO         VALUE 'N'.

       01 WS-NOME-PEDIDO            PIC X(49) VALUE SPACES.
       01 WS-NOME-LEN               PIC 9(02) VALUE ZEROS.
       01 WS-FIM-PROCURA            PIC X VALUE SPACES.
           88 FIM-PROCURA            VALUE 'S'.
       01 WS-TOTAL-MOSTRADOS        PIC 9(05) VALUE ZEROS.
       01 WS-ESTADO-TEXTO           PIC X(12) VALUE SPACES.

      *    ENTRADA DO OPERADOR E ALINHAMENTO DOS CAMPOS
      *    NUMERICOS: O QUE E DIGITADO VEM ENCOSTADO A
      *    ESQUERDA E E ALINHADO A DIREITA COM ZEROS
       01 WS-ENTRADA                PIC X(49) VALUE SPACES.
       01 WS-ENTRADA-LEN            PIC 9(02) VALUE ZEROS.
       01 WS-NUM-MAXIMO             PIC 9(02) VALUE ZEROS.
       01 WS-NUM-ALINHADO           PIC X(08) VALUE SPACES.
       01 WS-NUM-OK                 PIC X VALUE 'N'.
           88 NUMERO-VALIDO          VALUE 'S'.
           88 NUMERO-INVALIDO        VALUE 'N'.

      *    MOVIMENTO EM CONSTRUCAO, NO LAYOUT DO MNTTRAN QUE
      *    AS AGENCIAS ENVIAM (CAMPOS ALFANUMERICOS, COMO O
      *    FBVAL01 OS LE)
       01 WS-MOV-REGISTO.
           05 WS-MOV-ACCAO            PIC X(01).
               88 MOV-ADICAO           VALUE 'A'.
               88 MOV-ALTERACAO        VALUE 'C'.
               88 MOV-ELIMINACAO       VALUE 'D'.
               88 MOV-MARCACAO         VALUE 'S'.
               88 MOV-REACTIVACAO      VALUE 'R'.
               88 MOV-ACCAO-VALIDA     VALUE 'A', 'C', 'D', 'S', 'R'.
           05 WS-MOV-NUMCLI           PIC X(07).
           05 WS-MOV-NOME             PIC X(49).
           05 WS-MOV-IDADE            PIC X(02).
           05 WS-MOV-DTNASC           PIC X(08).
           05 WS-MOV-MORADA           PIC X(16).
           05 WS-MOV-CPOSTAL          PIC X(08).
           05 WS-MOV-IBAN             PIC X(25).
           05 WS-MOV-ESTADO           PIC X(01).
               88 MOV-ESTADO-VALIDO    VALUE 'D', 'F'.
           05 WS-MOV-ESTADO-DATA      PIC X(08).
           05 WS-MOV-AGENCIA          PIC X(04).
           05 WS-MOV-OPERADOR         PIC X(08).
       01 WS-MOV-ORIGINAL           PIC X(137) VALUE SPACES.

       01 WS-REC-NUMCLI             PIC 9(07) VALUE ZEROS.
       01 WS-REC-CHAVE-ORIGINAL     PIC X(08) VALUE SPACES.
       01 WS-FIM-RETIDOS            PIC X VALUE SPACES.
           88 FIM-RETIDOS            VALUE 'S'.
       01 WS-TOTAL-RETIDOS          PIC 9(05) VALUE ZEROS.

       01 WS-TOTAL-GRAVADOS         PIC 9(05) VALUE ZEROS.

       01 WS-IBAN-OK                PIC X VALUE 'S'.
           88 IBAN-VALIDO            VALUE 'S'.
           88 IBAN-INVALIDO          VALUE 'N'.
       01 WS-IBAN-REORDENADO        PIC X(25).
       01 WS-IBAN-LEN                PIC 9(02).
       01 WS-IBAN-IDX                 PIC 9(02).
       01 WS-IBAN-CARACTER            PIC X(01).
       01 WS-IBAN-VALOR               PIC 9(02).
       01 WS-IBAN-DEZENA              PIC 9(02).
       01 WS-IBAN-UNIDADE             PIC 9(02).
       01 WS-IBAN-DIGITO-ATUAL        PIC 9(02).
       01 WS-IBAN-RESTO               PIC 9(04).
       01 WS-IBAN-DIVIDENDO           PIC 9(07).
       01 WS-IBAN-QUOCIENTE           PIC 9(05).
       01 WS-ALFABETO-IBAN            PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-DTNASC.
           05 WS-DTNASC-ANO          PIC 9(04).
           05 WS-DTNASC-MES          PIC 9(02).
           05 WS-DTNASC-DIA          PIC 9(02).

       01 WS-CPOSTAL-NUM            PIC 9(08) VALUE ZEROS.
       01 WS-CPOSTAL-OK             PIC X VALUE 'S'.
           88 CPOSTAL-ENCONTRADO     VALUE 'S'.
           88 CPOSTAL-NAO-ENCONTRADO VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN INPUT CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO CLIWORK '
                   WS-FS-CLIWORK
               STOP RUN
           END-IF.

           OPEN INPUT CTTPOST.
           IF NOT OK-CTTPOST
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO CTTPOST '
                   WS-FS-CTTPOST
               STOP RUN
           END-IF.

           PERFORM R080-IDENTIFICAR-SESSAO
               THRU R080-IDENTIFICAR-SESSAO-FIM.

           PERFORM R060-MENU THRU R060-MENU-FIM
               UNTIL OPCAO-SAIR.

           CLOSE CTTPOST.
           IF NOT OK-CTTPOST
               DISPLAY 'ERRO AO FECHAR O FICHEIRO CTTPOST '
                   WS-FS-CTTPOST
               STOP RUN
           END-IF.

           CLOSE CLIWORK.
           IF NOT OK-CLIWORK
               DISPLAY 'ERRO AO FECHAR O FICHEIRO CLIWORK '
                   WS-FS-CLIWORK
               STOP RUN
           END-IF.

           DISPLAY 'FBCAP01 - MOVIMENTOS GRAVADOS NO MNTTRAN: '
               WS-TOTAL-GRAVADOS.

           STOP RUN.

      *****************************************************
      * R050 - DATA DE NEGOCIO DO PARMRUN, COM A DATA DO    *
      * SISTEMA COMO RECURSO. SERVE A CRITICA DAS DATAS     *
      * (ANO NAO POSTERIOR AO DO PROCESSAMENTO) E IDENTIFICA*
      * O MNTTRAN DO DIA A QUE OS MOVIMENTOS SE DESTINAM    *
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
           DISPLAY 'CAPTACAO DE MOVIMENTOS DE CLIENTES - FBCAP01'.
           DISPLAY 'MNTTRAN DO DIA ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY 'AGENCIA ' WS-SESSAO-AGENCIA ' - '
               WS-SESSAO-AGENCIA-NOME ' OPERADOR ' WS-SESSAO-OPERADOR.
           DISPLAY '  1 - ADICAO DE CLIENTE (A)'.
           DISPLAY '  2 - ALTERACAO DE DADOS (C)'.
           DISPLAY '  3 - ELIMINACAO DE CLIENTE (D)'.
           DISPLAY '  4 - MARCACAO DE ESTADO (S)'.
           DISPLAY '  5 - REACTIVACAO DE CLIENTE (R)'.
           DISPLAY '  6 - CORRIGIR MOVIMENTO RETIDO NO MNTREC'.
           DISPLAY '  0 - SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
               WHEN OPCAO-ADICAO
                   PERFORM R200-ADICAO THRU R200-ADICAO-FIM
               WHEN OPCAO-ALTERACAO
                   PERFORM R210-ALTERACAO THRU R210-ALTERACAO-FIM
               WHEN OPCAO-ELIMINACAO
                   PERFORM R220-ELIMINACAO THRU R220-ELIMINACAO-FIM
               WHEN OPCAO-MARCACAO
                   PERFORM R230-MARCACAO THRU R230-MARCACAO-FIM
               WHEN OPCAO-REACTIVACAO
                   PERFORM R240-REACTIVACAO THRU R240-REACTIVACAO-FIM
               WHEN OPCAO-RETIDOS
                   PERFORM R600-RECUPERAR-RETIDO
                       THRU R600-RECUPERAR-RETIDO-FIM
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       R060-MENU-FIM.
           EXIT.

      *****************************************************
      * R080 - IDENTIFICACAO DA SESSAO: A AGENCIA TEM DE    *
      * EXISTIR NA TABELA DE AGENCIAS E ESTAR ACTIVA (A     *
      * MESMA CRITICA DO FBVAL01) E O OPERADOR NAO PODE     *
      * FICAR EM BRANCO. UMA AGENCIA EM BRANCO TERMINA A    *
      * SESSAO SEM CHEGAR AO MENU                           *
      *****************************************************
       R080-IDENTIFICAR-SESSAO.
           OPEN INPUT AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO AGENCIAS '
                   WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R081-EDITAR-AGENCIA THRU R081-EDITAR-AGENCIA-FIM
               UNTIL CAMPO-VALIDO.

           CLOSE AGENCIAS.
           IF NOT OK-AGENCIAS
               DISPLAY 'ERRO AO FECHAR O FICHEIRO AGENCIAS '
                   WS-FS-AGENCIAS
               STOP RUN
           END-IF.

           IF OPCAO-SAIR
               GO TO R080-IDENTIFICAR-SESSAO-FIM
           END-IF.

           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R082-EDITAR-OPERADOR THRU R082-EDITAR-OPERADOR-FIM
               UNTIL CAMPO-VALIDO.
       R080-IDENTIFICAR-SESSAO-FIM.
           EXIT.

       R081-EDITAR-AGENCIA.
           DISPLAY ' '.
           DISPLAY 'AGENCIA (EM BRANCO PARA SAIR): '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-ENTRADA = SPACES
               MOVE '0' TO WS-OPCAO
               GO TO R081-EDITAR-AGENCIA-FIM
           END-IF.
           IF WS-ENTRADA(5:45) NOT = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** CODIGO DE AGENCIA DEMASIADO LONGO'
               GO TO R081-EDITAR-AGENCIA-FIM
           END-IF.
           MOVE WS-ENTRADA(1:4) TO AGENCIA-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   SET CAMPO-INVALIDO TO TRUE
                   DISPLAY '*** AGENCIA INEXISTENTE NA TABELA'
                   GO TO R081-EDITAR-AGENCIA-FIM
           END-READ.
           IF NOT AGENCIA-ACTIVA
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** AGENCIA ENCERRADA'
               GO TO R081-EDITAR-AGENCIA-FIM
           END-IF.
           MOVE AGENCIA-CODIGO TO WS-SESSAO-AGENCIA.
           MOVE AGENCIA-NOME TO WS-SESSAO-AGENCIA-NOME.
       R081-EDITAR-AGENCIA-FIM.
           EXIT.

       R082-EDITAR-OPERADOR.
           DISPLAY 'IDENTIFICACAO DO OPERADOR: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-ENTRADA = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** OPERADOR NAO IDENTIFICADO'
               GO TO R082-EDITAR-OPERADOR-FIM
           END-IF.
           IF WS-ENTRADA(9:41) NOT = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** IDENTIFICACAO DO OPERADOR DEMASIADO LONGA'
               GO TO R082-EDITAR-OPERADOR-FIM
           END-IF.
           MOVE WS-ENTRADA(1:8) TO WS-SESSAO-OPERADOR.
           INSPECT WS-SESSAO-OPERADOR
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       R082-EDITAR-OPERADOR-FIM.
           EXIT.

      *****************************************************
      * R100 - LOCALIZA O CLIENTE NO ENT001 POR NUMCLI OU   *
      * POR NOME. NO FIM, CLIENTE-ESCOLHIDO INDICA SE HA UM *
      * CLIENTE NO CLIWORK-REGISTO PARA O MOVIMENTO         *
      *****************************************************
       R100-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ESCOLHIDO.
           DISPLAY ' '.
           DISPLAY 'LOCALIZAR O CLIENTE:'.
           DISPLAY '  1 - POR NUMERO DE CLIENTE'.
           DISPLAY '  2 - POR NOME'.
           DISPLAY '  0 - VOLTAR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-PROCURA.
           EVALUATE TRUE
               WHEN PROCURA-NUMERO
                   PERFORM R110-PROCURAR-POR-NUMERO
                       THRU R110-PROCURAR-POR-NUMERO-FIM
               WHEN PROCURA-NOME
                   PERFORM R120-PROCURAR-POR-NOME
                       THRU R120-PROCURAR-POR-NOME-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       R100-LOCALIZAR-CLIENTE-FIM.
           EXIT.

       R110-PROCURAR-POR-NUMERO.
           DISPLAY 'NUMERO DE CLIENTE (0 PARA VOLTAR): '.
           ACCEPT CLIWORK-NUMCLI.
           IF CLIWORK-NUMCLI = ZERO
               GO TO R110-PROCURAR-POR-NUMERO-FIM
           END-IF.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   DISPLAY 'CLIENTE ' CLIWORK-NUMCLI
                       ' NAO EXISTE NO ENT001'
                   GO TO R110-PROCURAR-POR-NUMERO-FIM
           END-READ.
           PERFORM R150-MOSTRAR-CLIENTE
               THRU R150-MOSTRAR-CLIENTE-FIM.
           MOVE 'S' TO WS-CLIENTE-ESCOLHIDO.
       R110-PROCURAR-POR-NUMERO-FIM.
           EXIT.

      *****************************************************
      * R120 - VARRIMENTO POR NOME, COMO NO FBINQ01: START  *
      * NO INDICE ALTERNADO A PARTIR DO PREFIXO E LEITURA   *
      * EM FRENTE ENQUANTO O NOME COMECAR PELO PREFIXO. O   *
      * OPERADOR ESCOLHE O CLIENTE DO MOVIMENTO             *
      *****************************************************
       R120-PROCURAR-POR-NOME.
           DISPLAY 'NOME OU PREFIXO DO NOME A PROCURAR: '.
           MOVE SPACES TO WS-NOME-PEDIDO.
           ACCEPT WS-NOME-PEDIDO.

           MOVE 49 TO WS-NOME-LEN.
           PERFORM R121-APURAR-TAMANHO-NOME
               UNTIL WS-NOME-LEN = 0
               OR WS-NOME-PEDIDO(WS-NOME-LEN:1) NOT = SPACE.
           IF WS-NOME-LEN = 0
               DISPLAY 'NOME EM BRANCO - PROCURA CANCELADA'
               GO TO R120-PROCURAR-POR-NOME-FIM
           END-IF.

           MOVE WS-NOME-PEDIDO TO CLIWORK-NOME.
           START CLIWORK KEY IS NOT LESS THAN CLIWORK-NOME
               INVALID KEY
                   DISPLAY 'SEM CLIENTES COM O NOME PEDIDO'
                   GO TO R120-PROCURAR-POR-NOME-FIM
           END-START.

           MOVE SPACES TO WS-FIM-PROCURA.
           MOVE ZEROS TO WS-TOTAL-MOSTRADOS.

           PERFORM R130-LER-PROXIMO-NOME
               THRU R130-LER-PROXIMO-NOME-FIM
               UNTIL FIM-PROCURA.

           IF WS-TOTAL-MOSTRADOS = ZERO
               DISPLAY 'SEM CLIENTES COM O NOME PEDIDO'
           END-IF.
       R120-PROCURAR-POR-NOME-FIM.
           EXIT.

       R121-APURAR-TAMANHO-NOME.
           SUBTRACT 1 FROM WS-NOME-LEN.
       R121-APURAR-TAMANHO-NOME-FIM.
           EXIT.

       R130-LER-PROXIMO-NOME.
           READ CLIWORK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROCURA
               NOT AT END
                   IF CLIWORK-NOME(1:WS-NOME-LEN) NOT =
                       WS-NOME-PEDIDO(1:WS-NOME-LEN)
                       MOVE 'S' TO WS-FIM-PROCURA
                   ELSE
                       ADD 1 TO WS-TOTAL-MOSTRADOS
                       DISPLAY ' '
                       DISPLAY 'CLIENTE ' CLIWORK-NUMCLI ' - '
                           CLIWORK-NOME
                       DISPLAY 'ESCOLHER (S=SIM N=PROXIMO F=FIM): '
                       ACCEPT WS-ESCOLHA
                       EVALUATE TRUE
                           WHEN ESCOLHA-SIM
                               PERFORM R150-MOSTRAR-CLIENTE
                                   THRU R150-MOSTRAR-CLIENTE-FIM
                               MOVE 'S' TO WS-CLIENTE-ESCOLHIDO
                               MOVE 'S' TO WS-FIM-PROCURA
                           WHEN ESCOLHA-FIM
                               MOVE 'S' TO WS-FIM-PROCURA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       R130-LER-PROXIMO-NOME-FIM.
           EXIT.

       R150-MOSTRAR-CLIENTE.
           EVALUATE CLIWORK-ESTADO
               WHEN 'D'
                   MOVE 'DORMENTE' TO WS-ESTADO-TEXTO
               WHEN 'F'
                   MOVE 'FALECIDO' TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE 'ACTIVO' TO WS-ESTADO-TEXTO
           END-EVALUATE.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'NUM. CLIENTE  : ' CLIWORK-NUMCLI.
           DISPLAY 'NOME          : ' CLIWORK-NOME.
           DISPLAY 'IDADE DECL.   : ' CLIWORK-IDADE.
           DISPLAY 'DATA NASC.    : ' CLIWORK-DTNASC.
           DISPLAY 'MORADA        : ' CLIWORK-MORADA.
           DISPLAY 'CODIGO POSTAL : ' CLIWORK-CPOSTAL.
           DISPLAY 'IBAN          : ' CLIWORK-IBAN.
           DISPLAY 'ESTADO        : ' WS-ESTADO-TEXTO.
           IF CLIWORK-ESTADO = 'D' OR CLIWORK-ESTADO = 'F'
               DISPLAY 'DATA DE EFEITO: ' CLIWORK-ESTADO-DATA
           END-IF.
           DISPLAY '---------------------------------------------'.
       R150-MOSTRAR-CLIENTE-FIM.
           EXIT.

      *****************************************************
      * R160 - O MOVIMENTO PARTE DA IMAGEM ACTUAL DO        *
      * CLIENTE NO MESTRE; O ESTADO SO VIAJA NAS ACCOES S/R *
      *****************************************************
       R160-PREENCHER-DO-MESTRE.
           MOVE SPACES TO WS-MOV-REGISTO.
           MOVE CLIWORK-NUMCLI TO WS-MOV-NUMCLI.
           MOVE CLIWORK-NOME TO WS-MOV-NOME.
           MOVE CLIWORK-IDADE TO WS-MOV-IDADE.
           MOVE CLIWORK-DTNASC TO WS-MOV-DTNASC.
           MOVE CLIWORK-MORADA TO WS-MOV-MORADA.
           MOVE CLIWORK-CPOSTAL TO WS-MOV-CPOSTAL.
           MOVE CLIWORK-IBAN TO WS-MOV-IBAN.
           MOVE SPACES TO WS-MOV-ESTADO.
           MOVE ZEROS TO WS-MOV-ESTADO-DATA.
       R160-PREENCHER-DO-MESTRE-FIM.
           EXIT.

      *****************************************************
      * R200 - ADICAO: O NUMCLI NAO PODE EXISTIR NO ENT001; *
      * TODOS OS CAMPOS SAO DIGITADOS E CRITICADOS          *
      *****************************************************
       R200-ADICAO.
           DISPLAY ' '.
           DISPLAY 'NUMERO DO NOVO CLIENTE (0 PARA VOLTAR): '.
           ACCEPT CLIWORK-NUMCLI.
           IF CLIWORK-NUMCLI = ZERO
               GO TO R200-ADICAO-FIM
           END-IF.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CLIENTE ' CLIWORK-NUMCLI
                       ' JA EXISTE NO ENT001 - USAR A ALTERACAO'
                   GO TO R200-ADICAO-FIM
           END-READ.
           MOVE SPACES TO WS-MOV-REGISTO.
           MOVE 'A' TO WS-MOV-ACCAO.
           MOVE CLIWORK-NUMCLI TO WS-MOV-NUMCLI.
           MOVE ZEROS TO WS-MOV-ESTADO-DATA.
           PERFORM R400-EDITAR-DADOS THRU R400-EDITAR-DADOS-FIM.
           PERFORM R700-CONFIRMAR-E-GRAVAR
               THRU R700-CONFIRMAR-E-GRAVAR-FIM.
       R200-ADICAO-FIM.
           EXIT.

      *****************************************************
      * R210 - ALTERACAO: A IMAGEM ACTUAL VEM PREENCHIDA E  *
      * UMA ENTRADA EM BRANCO MANTEM O VALOR MOSTRADO. UM   *
      * MOVIMENTO SEM NENHUM CAMPO ALTERADO NAO E GRAVADO   *
      *****************************************************
       R210-ALTERACAO.
           PERFORM R100-LOCALIZAR-CLIENTE
               THRU R100-LOCALIZAR-CLIENTE-FIM.
           IF NOT CLIENTE-ESCOLHIDO
               GO TO R210-ALTERACAO-FIM
           END-IF.
           IF CLIWORK-ESTADO = 'F'
               DISPLAY '*** AVISO: CLIENTE MARCADO COMO FALECIDO'
           END-IF.
           PERFORM R160-PREENCHER-DO-MESTRE
               THRU R160-PREENCHER-DO-MESTRE-FIM.
           MOVE 'C' TO WS-MOV-ACCAO.
           MOVE WS-MOV-REGISTO TO WS-MOV-ORIGINAL.
           DISPLAY 'ENTRADA EM BRANCO MANTEM O VALOR ENTRE [ ]'.
           PERFORM R400-EDITAR-DADOS THRU R400-EDITAR-DADOS-FIM.
           IF WS-MOV-REGISTO = WS-MOV-ORIGINAL
               DISPLAY 'SEM ALTERACOES - MOVIMENTO NAO GRAVADO'
               GO TO R210-ALTERACAO-FIM
           END-IF.
           PERFORM R700-CONFIRMAR-E-GRAVAR
               THRU R700-CONFIRMAR-E-GRAVAR-FIM.
       R210-ALTERACAO-FIM.
           EXIT.

       R220-ELIMINACAO.
           PERFORM R100-LOCALIZAR-CLIENTE
               THRU R100-LOCALIZAR-CLIENTE-FIM.
           IF NOT CLIENTE-ESCOLHIDO
               GO TO R220-ELIMINACAO-FIM
           END-IF.
           PERFORM R160-PREENCHER-DO-MESTRE
               THRU R160-PREENCHER-DO-MESTRE-FIM.
           MOVE 'D' TO WS-MOV-ACCAO.
           PERFORM R700-CONFIRMAR-E-GRAVAR
               THRU R700-CONFIRMAR-E-GRAVAR-FIM.
       R220-ELIMINACAO-FIM.
           EXIT.

       R230-MARCACAO.
           PERFORM R100-LOCALIZAR-CLIENTE
               THRU R100-LOCALIZAR-CLIENTE-FIM.
           IF NOT CLIENTE-ESCOLHIDO
               GO TO R230-MARCACAO-FIM
           END-IF.
           PERFORM R160-PREENCHER-DO-MESTRE
               THRU R160-PREENCHER-DO-MESTRE-FIM.
           MOVE 'S' TO WS-MOV-ACCAO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R470-EDITAR-ESTADO THRU R470-EDITAR-ESTADO-FIM
               UNTIL CAMPO-VALIDO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R480-EDITAR-DATA-EFEITO
               THRU R480-EDITAR-DATA-EFEITO-FIM
               UNTIL CAMPO-VALIDO.
           PERFORM R700-CONFIRMAR-E-GRAVAR
               THRU R700-CONFIRMAR-E-GRAVAR-FIM.
       R230-MARCACAO-FIM.
           EXIT.

       R240-REACTIVACAO.
           PERFORM R100-LOCALIZAR-CLIENTE
               THRU R100-LOCALIZAR-CLIENTE-FIM.
           IF NOT CLIENTE-ESCOLHIDO
               GO TO R240-REACTIVACAO-FIM
           END-IF.
           IF CLIWORK-ESTADO NOT = 'D' AND CLIWORK-ESTADO NOT = 'F'
               DISPLAY 'CLIENTE JA ACTIVO - NADA A REACTIVAR'
               GO TO R240-REACTIVACAO-FIM
           END-IF.
           PERFORM R160-PREENCHER-DO-MESTRE
               THRU R160-PREENCHER-DO-MESTRE-FIM.
           MOVE 'R' TO WS-MOV-ACCAO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R480-EDITAR-DATA-EFEITO
               THRU R480-EDITAR-DATA-EFEITO-FIM
               UNTIL CAMPO-VALIDO.
           PERFORM R700-CONFIRMAR-E-GRAVAR
               THRU R700-CONFIRMAR-E-GRAVAR-FIM.
       R240-REACTIVACAO-FIM.
           EXIT.

      *****************************************************
      * R400 - DIGITACAO DOS CAMPOS DE DADOS DAS ACCOES A/C *
      * COM A CRITICA DO FBVAL01 FEITA CAMPO A CAMPO: UM    *
      * CAMPO RECUSADO E PEDIDO DE NOVO ATE PASSAR, PARA QUE*
      * O MOVIMENTO GRAVADO JA NAO SEJA REJEITADO DE NOITE  *
      *****************************************************
       R400-EDITAR-DADOS.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R410-EDITAR-NOME THRU R410-EDITAR-NOME-FIM
               UNTIL CAMPO-VALIDO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R420-EDITAR-IDADE THRU R420-EDITAR-IDADE-FIM
               UNTIL CAMPO-VALIDO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R430-EDITAR-DTNASC THRU R430-EDITAR-DTNASC-FIM
               UNTIL CAMPO-VALIDO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R440-EDITAR-MORADA THRU R440-EDITAR-MORADA-FIM
               UNTIL CAMPO-VALIDO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R450-EDITAR-CPOSTAL THRU R450-EDITAR-CPOSTAL-FIM
               UNTIL CAMPO-VALIDO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM R460-EDITAR-IBAN THRU R460-EDITAR-IBAN-FIM
               UNTIL CAMPO-VALIDO.
       R400-EDITAR-DADOS-FIM.
           EXIT.

       R410-EDITAR-NOME.
           DISPLAY 'NOME [' WS-MOV-NOME ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-MOV-NOME
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-MOV-NOME = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** NOME EM BRANCO'
           END-IF.
       R410-EDITAR-NOME-FIM.
           EXIT.

       R420-EDITAR-IDADE.
           DISPLAY 'IDADE DECLARADA [' WS-MOV-IDADE ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE 2 TO WS-NUM-MAXIMO
               PERFORM R490-ALINHAR-NUMERO
                   THRU R490-ALINHAR-NUMERO-FIM
               IF NUMERO-VALIDO
                   MOVE WS-NUM-ALINHADO(7:2) TO WS-MOV-IDADE
               END-IF
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-MOV-IDADE IS NOT NUMERIC
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** IDADE NAO NUMERICA'
           END-IF.
       R420-EDITAR-IDADE-FIM.
           EXIT.

      *    ZEROS E A MARCA DE DATA DE NASCIMENTO DESCONHECIDA,
      *    ACEITE SEM CRITICA DE INTERVALO COMO NO FBVAL01
       R430-EDITAR-DTNASC.
           DISPLAY 'DATA NASC. AAAAMMDD, 0 SE DESCONHECIDA ['
               WS-MOV-DTNASC ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE 8 TO WS-NUM-MAXIMO
               PERFORM R490-ALINHAR-NUMERO
                   THRU R490-ALINHAR-NUMERO-FIM
               IF NUMERO-VALIDO
                   MOVE WS-NUM-ALINHADO TO WS-MOV-DTNASC
               END-IF
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-MOV-DTNASC IS NOT NUMERIC
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** DATA DE NASCIMENTO NAO NUMERICA'
               GO TO R430-EDITAR-DTNASC-FIM
           END-IF.
           IF WS-MOV-DTNASC NOT = ZEROS
               MOVE WS-MOV-DTNASC TO WS-DTNASC
               IF WS-DTNASC-MES < 01 OR WS-DTNASC-MES > 12
                   OR WS-DTNASC-DIA < 01 OR WS-DTNASC-DIA > 31
                   OR WS-DTNASC-ANO < 1900
                   OR WS-DTNASC-ANO > WS-DS-ANO
                   SET CAMPO-INVALIDO TO TRUE
                   DISPLAY '*** DATA DE NASCIMENTO INVALIDA'
               END-IF
           END-IF.
       R430-EDITAR-DTNASC-FIM.
           EXIT.

       R440-EDITAR-MORADA.
           DISPLAY 'MORADA [' WS-MOV-MORADA ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-ENTRADA(17:33) NOT = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** MORADA DEMASIADO LONGA (MAXIMO 16)'
               GO TO R440-EDITAR-MORADA-FIM
           END-IF.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-MOV-MORADA
           END-IF.
       R440-EDITAR-MORADA-FIM.
           EXIT.

       R450-EDITAR-CPOSTAL.
           DISPLAY 'CODIGO POSTAL [' WS-MOV-CPOSTAL ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE 8 TO WS-NUM-MAXIMO
               PERFORM R490-ALINHAR-NUMERO
                   THRU R490-ALINHAR-NUMERO-FIM
               IF NUMERO-VALIDO
                   MOVE WS-NUM-ALINHADO TO WS-MOV-CPOSTAL
               END-IF
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           PERFORM R850-VALIDAR-CPOSTAL THRU R850-VALIDAR-CPOSTAL-FIM.
           IF CPOSTAL-NAO-ENCONTRADO
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** CPOSTAL INEXISTENTE NO CTTPOST'
           ELSE
               DISPLAY '    LOCALIDADE: ' CTTPOST-LOCALIDADE
           END-IF.
       R450-EDITAR-CPOSTAL-FIM.
           EXIT.

       R460-EDITAR-IBAN.
           DISPLAY 'IBAN [' WS-MOV-IBAN ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-ENTRADA(26:24) NOT = SPACES
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** IBAN DEMASIADO LONGO (MAXIMO 25)'
               GO TO R460-EDITAR-IBAN-FIM
           END-IF.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-MOV-IBAN
               INSPECT WS-MOV-IBAN
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
           PERFORM R800-VALIDAR-IBAN THRU R800-VALIDAR-IBAN-FIM.
           IF IBAN-INVALIDO
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** IBAN COM DIGITO DE CONTROLO INVALIDO'
           END-IF.
       R460-EDITAR-IBAN-FIM.
           EXIT.

       R470-EDITAR-ESTADO.
           DISPLAY 'NOVO ESTADO (D=DORMENTE F=FALECIDO) ['
               WS-MOV-ESTADO ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA(1:1) TO WS-MOV-ESTADO
               INSPECT WS-MOV-ESTADO CONVERTING 'df' TO 'DF'
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF NOT MOV-ESTADO-VALIDO
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** ESTADO DE CLIENTE DESCONHECIDO'
           END-IF.
       R470-EDITAR-ESTADO-FIM.
           EXIT.

      *    A DATA DE EFEITO A ZEROS VALE A DATA DE NEGOCIO NA
      *    APLICACAO PELO FBMNT01
       R480-EDITAR-DATA-EFEITO.
           DISPLAY 'DATA DE EFEITO AAAAMMDD, 0 = DATA DE NEGOCIO ['
               WS-MOV-ESTADO-DATA ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE 8 TO WS-NUM-MAXIMO
               PERFORM R490-ALINHAR-NUMERO
                   THRU R490-ALINHAR-NUMERO-FIM
               IF NUMERO-VALIDO
                   MOVE WS-NUM-ALINHADO TO WS-MOV-ESTADO-DATA
               END-IF
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-MOV-ESTADO-DATA IS NOT NUMERIC
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** DATA DE EFEITO NAO NUMERICA'
               GO TO R480-EDITAR-DATA-EFEITO-FIM
           END-IF.
           IF WS-MOV-ESTADO-DATA NOT = ZEROS
               MOVE WS-MOV-ESTADO-DATA TO WS-DTNASC
               IF WS-DTNASC-MES < 01 OR WS-DTNASC-MES > 12
                   OR WS-DTNASC-DIA < 01 OR WS-DTNASC-DIA > 31
                   OR WS-DTNASC-ANO < 1900
                   OR WS-DTNASC-ANO > WS-DS-ANO
                   SET CAMPO-INVALIDO TO TRUE
                   DISPLAY '*** DATA DE EFEITO INVALIDA'
               END-IF
           END-IF.
       R480-EDITAR-DATA-EFEITO-FIM.
           EXIT.

      *****************************************************
      * R490 - ALINHA A DIREITA, COM ZEROS, O NUMERO QUE O  *
      * OPERADOR DIGITOU ENCOSTADO A ESQUERDA. WS-NUM-MAXIMO*
      * E O NUMERO DE DIGITOS DO CAMPO (ATE 8); O RESULTADO *
      * FICA NAS ULTIMAS POSICOES DE WS-NUM-ALINHADO        *
      *****************************************************
       R490-ALINHAR-NUMERO.
           SET NUMERO-VALIDO TO TRUE.
           MOVE 49 TO WS-ENTRADA-LEN.
           PERFORM R491-APURAR-TAMANHO-ENTRADA
               UNTIL WS-ENTRADA-LEN = 0
               OR WS-ENTRADA(WS-ENTRADA-LEN:1) NOT = SPACE.
           IF WS-ENTRADA-LEN = 0
               OR WS-ENTRADA-LEN > WS-NUM-MAXIMO
               SET NUMERO-INVALIDO TO TRUE
               DISPLAY '*** NUMERO COM MAIS DE ' WS-NUM-MAXIMO
                   ' DIGITOS'
               GO TO R490-ALINHAR-NUMERO-FIM
           END-IF.
           MOVE ALL '0' TO WS-NUM-ALINHADO.
           MOVE WS-ENTRADA(1:WS-ENTRADA-LEN)
               TO WS-NUM-ALINHADO(9 - WS-ENTRADA-LEN:WS-ENTRADA-LEN).
           IF WS-NUM-ALINHADO IS NOT NUMERIC
               SET NUMERO-INVALIDO TO TRUE
               DISPLAY '*** SO SAO ACEITES DIGITOS'
           END-IF.
       R490-ALINHAR-NUMERO-FIM.
           EXIT.

       R491-APURAR-TAMANHO-ENTRADA.
           SUBTRACT 1 FROM WS-ENTRADA-LEN.
       R491-APURAR-TAMANHO-ENTRADA-FIM.
           EXIT.

      *****************************************************
      * R600 - MOVIMENTOS RETIDOS NO MNTREC. POSICIONA NO   *
      * NUMCLI PEDIDO (OU NO INICIO DO FICHEIRO, COM ZERO)  *
      * E MOSTRA AS ENTRADAS UMA A UMA COM O MOTIVO DA      *
      * REJEICAO; A ESCOLHIDA E CORRIGIDA EM R620           *
      *****************************************************
       R600-RECUPERAR-RETIDO.
           OPEN I-O MNTREC.
           IF MNTREC-INEXISTENTE
               DISPLAY 'SEM MOVIMENTOS RETIDOS NO MNTREC'
               GO TO R600-RECUPERAR-RETIDO-FIM
           END-IF.
           IF NOT OK-MNTREC
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO MNTREC '
                   WS-FS-MNTREC
               STOP RUN
           END-IF.

           DISPLAY ' '.
           DISPLAY 'NUMERO DE CLIENTE (0 PARA PERCORRER TODOS): '.
           ACCEPT WS-REC-NUMCLI.
           IF WS-REC-NUMCLI = ZERO
               MOVE LOW-VALUES TO MNTREC-CHAVE
           ELSE
               MOVE WS-REC-NUMCLI TO MNTREC-NUMCLI
               MOVE LOW-VALUES TO MNTREC-ACCAO
           END-IF.

           MOVE SPACES TO WS-FIM-RETIDOS.
           MOVE ZEROS TO WS-TOTAL-RETIDOS.
           START MNTREC KEY IS NOT LESS THAN MNTREC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-RETIDOS
           END-START.

           PERFORM R610-LER-PROXIMO-RETIDO
               THRU R610-LER-PROXIMO-RETIDO-FIM
               UNTIL FIM-RETIDOS.

           IF WS-TOTAL-RETIDOS = ZERO
               DISPLAY 'SEM MOVIMENTOS RETIDOS PARA O PEDIDO'
           END-IF.

           CLOSE MNTREC.
           IF NOT OK-MNTREC
               DISPLAY 'ERRO AO FECHAR O FICHEIRO MNTREC '
                   WS-FS-MNTREC
               STOP RUN
           END-IF.
       R600-RECUPERAR-RETIDO-FIM.
           EXIT.

       R610-LER-PROXIMO-RETIDO.
           READ MNTREC NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RETIDOS
                   GO TO R610-LER-PROXIMO-RETIDO-FIM
           END-READ.
           IF WS-REC-NUMCLI NOT = ZERO
               AND MNTREC-NUMCLI NOT = WS-REC-NUMCLI
               MOVE 'S' TO WS-FIM-RETIDOS
               GO TO R610-LER-PROXIMO-RETIDO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-RETIDOS.
           DISPLAY ' '.
           DISPLAY 'RETIDO: ' MNTREC-NUMCLI ' ACCAO ' MNTREC-ACCAO
               ' TENTATIVAS ' MNTREC-TENTATIVAS.
           DISPLAY '  MOTIVO........: ' MNTREC-MOTIVO.
           DISPLAY '  1A REJEICAO...: ' MNTREC-DATA-PRIMEIRA
               '  ULTIMA: ' MNTREC-DATA-ULTIMA.
           IF MNTREC-MOV-AGENCIA = SPACES
               AND MNTREC-MOV-OPERADOR = SPACES
               DISPLAY '  ENVIADO POR...: (SEM REGISTO)'
           ELSE
               DISPLAY '  ENVIADO POR...: AGENCIA ' MNTREC-MOV-AGENCIA
                   ' OPERADOR ' MNTREC-MOV-OPERADOR
           END-IF.
           DISPLAY 'CORRIGIR (S=SIM N=PROXIMO F=FIM): '.
           ACCEPT WS-ESCOLHA.
           EVALUATE TRUE
               WHEN ESCOLHA-SIM
                   PERFORM R620-CORRIGIR-RETIDO
                       THRU R620-CORRIGIR-RETIDO-FIM
                   MOVE 'S' TO WS-FIM-RETIDOS
               WHEN ESCOLHA-FIM
                   MOVE 'S' TO WS-FIM-RETIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       R610-LER-PROXIMO-RETIDO-FIM.
           EXIT.

      *****************************************************
      * R620 - CORRECCAO DE UMA ENTRADA RETIDA: A IMAGEM    *
      * GUARDADA E EDITADA COM AS MESMAS CRITICAS DA        *
      * CAPTACAO E REAPRESENTADA NO MNTTRAN. A ENTRADA FICA *
      * NO MNTREC ATE O FBVAL01 ACEITAR O MOVIMENTO; SO     *
      * QUANDO A CHAVE GUARDADA ERA INVALIDA E FOI          *
      * CORRIGIDA E QUE A ENTRADA ANTIGA E RETIRADA AQUI -  *
      * O FBVAL01 NUNCA A ENCONTRARIA PELA CHAVE NOVA       *
      *****************************************************
       R620-CORRIGIR-RETIDO.
           MOVE MNTREC-CHAVE TO WS-REC-CHAVE-ORIGINAL.
           MOVE MNTREC-MOVIMENTO TO WS-MOV-REGISTO.
           PERFORM R630-MOSTRAR-MOVIMENTO
               THRU R630-MOSTRAR-MOVIMENTO-FIM.

           IF NOT MOV-ACCAO-VALIDA
               MOVE 'N' TO WS-CAMPO-OK
               PERFORM R640-EDITAR-ACCAO THRU R640-EDITAR-ACCAO-FIM
                   UNTIL CAMPO-VALIDO
           END-IF.
           IF WS-MOV-NUMCLI IS NOT NUMERIC
               MOVE 'N' TO WS-CAMPO-OK
               PERFORM R650-EDITAR-NUMCLI THRU R650-EDITAR-NUMCLI-FIM
                   UNTIL CAMPO-VALIDO
           END-IF.

           MOVE WS-MOV-NUMCLI TO CLIWORK-NUMCLI.
           READ CLIWORK
               KEY IS CLIWORK-NUMCLI
               INVALID KEY
                   IF NOT MOV-ADICAO
                       DISPLAY '*** AVISO: CLIENTE NAO EXISTE NO'
                           ' ENT001'
                   END-IF
               NOT INVALID KEY
                   IF MOV-ADICAO
                       DISPLAY '*** AVISO: CLIENTE JA EXISTE NO'
                           ' ENT001'
                   END-IF
           END-READ.

           DISPLAY 'ENTRADA EM BRANCO MANTEM O VALOR ENTRE [ ]'.
           EVALUATE TRUE
               WHEN MOV-ADICAO OR MOV-ALTERACAO
                   PERFORM R400-EDITAR-DADOS
                       THRU R400-EDITAR-DADOS-FIM
               WHEN MOV-MARCACAO
                   MOVE 'N' TO WS-CAMPO-OK
                   PERFORM R470-EDITAR-ESTADO
                       THRU R470-EDITAR-ESTADO-FIM
                       UNTIL CAMPO-VALIDO
                   MOVE 'N' TO WS-CAMPO-OK
                   PERFORM R480-EDITAR-DATA-EFEITO
                       THRU R480-EDITAR-DATA-EFEITO-FIM
                       UNTIL CAMPO-VALIDO
               WHEN MOV-REACTIVACAO
                   MOVE 'N' TO WS-CAMPO-OK
                   PERFORM R480-EDITAR-DATA-EFEITO
                       THRU R480-EDITAR-DATA-EFEITO-FIM
                       UNTIL CAMPO-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM R700-CONFIRMAR-E-GRAVAR
               THRU R700-CONFIRMAR-E-GRAVAR-FIM.
           IF NOT MOVIMENTO-GRAVADO
               GO TO R620-CORRIGIR-RETIDO-FIM
           END-IF.

           IF WS-MOV-NUMCLI = WS-REC-CHAVE-ORIGINAL(1:7)
               AND WS-MOV-ACCAO = WS-REC-CHAVE-ORIGINAL(8:1)
               DISPLAY 'A ENTRADA SAI DO MNTREC QUANDO O FBVAL01'
                   ' ACEITAR O MOVIMENTO'
           ELSE
               MOVE WS-REC-CHAVE-ORIGINAL TO MNTREC-CHAVE
               DELETE MNTREC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'ENTRADA COM A CHAVE ANTIGA RETIRADA'
                           ' DO MNTREC'
               END-DELETE
           END-IF.
       R620-CORRIGIR-RETIDO-FIM.
           EXIT.

       R630-MOSTRAR-MOVIMENTO.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ACCAO         : ' WS-MOV-ACCAO.
           DISPLAY 'NUM. CLIENTE  : ' WS-MOV-NUMCLI.
           DISPLAY 'NOME          : ' WS-MOV-NOME.
           DISPLAY 'IDADE DECL.   : ' WS-MOV-IDADE.
           DISPLAY 'DATA NASC.    : ' WS-MOV-DTNASC.
           DISPLAY 'MORADA        : ' WS-MOV-MORADA.
           DISPLAY 'CODIGO POSTAL : ' WS-MOV-CPOSTAL.
           DISPLAY 'IBAN          : ' WS-MOV-IBAN.
           DISPLAY 'ESTADO        : ' WS-MOV-ESTADO.
           DISPLAY 'DATA DE EFEITO: ' WS-MOV-ESTADO-DATA.
           DISPLAY '---------------------------------------------'.
       R630-MOSTRAR-MOVIMENTO-FIM.
           EXIT.

       R640-EDITAR-ACCAO.
           DISPLAY 'ACCAO (A/C/D/S/R) [' WS-MOV-ACCAO ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA(1:1) TO WS-MOV-ACCAO
               INSPECT WS-MOV-ACCAO CONVERTING 'acdsr' TO 'ACDSR'
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF NOT MOV-ACCAO-VALIDA
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** ACCAO DE MOVIMENTO DESCONHECIDA'
           END-IF.
       R640-EDITAR-ACCAO-FIM.
           EXIT.

       R650-EDITAR-NUMCLI.
           DISPLAY 'NUM. CLIENTE [' WS-MOV-NUMCLI ']: '.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE 7 TO WS-NUM-MAXIMO
               PERFORM R490-ALINHAR-NUMERO
                   THRU R490-ALINHAR-NUMERO-FIM
               IF NUMERO-VALIDO
                   MOVE WS-NUM-ALINHADO(2:7) TO WS-MOV-NUMCLI
               END-IF
           END-IF.
           SET CAMPO-VALIDO TO TRUE.
           IF WS-MOV-NUMCLI IS NOT NUMERIC
               OR WS-MOV-NUMCLI = ZEROS
               SET CAMPO-INVALIDO TO TRUE
               DISPLAY '*** NUMCLI NAO NUMERICO'
           END-IF.
       R650-EDITAR-NUMCLI-FIM.
           EXIT.

      *****************************************************
      * R700 - CONFIRMACAO E GRAVACAO DO MOVIMENTO NO       *
      * MNTTRAN DO DIA. O FICHEIRO E ABERTO EM EXTEND E     *
      * FECHADO A CADA MOVIMENTO, PARA QUE NADA DO QUE JA   *
      * FOI CONFIRMADO SE PERCA SE A SESSAO CAIR; NO        *
      * PRIMEIRO MOVIMENTO DO DIA O FICHEIRO E CRIADO. A    *
      * ORDEM DE CHEGADA NAO IMPORTA: O FBVAL01 ORDENA O    *
      * MNTTRAN POR NUMCLI ANTES DA CRITICA                 *
      *****************************************************
       R700-CONFIRMAR-E-GRAVAR.
           MOVE 'N' TO WS-MOVIMENTO-GRAVADO.
           PERFORM R630-MOSTRAR-MOVIMENTO
               THRU R630-MOSTRAR-MOVIMENTO-FIM.
           DISPLAY 'GRAVAR O MOVIMENTO NO MNTTRAN (S/N): '.
           ACCEPT WS-RESPOSTA.
           IF NOT RESPOSTA-SIM
               DISPLAY 'MOVIMENTO ABANDONADO - NADA GRAVADO'
               GO TO R700-CONFIRMAR-E-GRAVAR-FIM
           END-IF.

      *    A ORIGEM E SEMPRE A DA SESSAO - NUMA
      *    REAPRESENTACAO PASSA A SER QUEM A CORRIGIU
           MOVE WS-SESSAO-AGENCIA TO WS-MOV-AGENCIA.
           MOVE WS-SESSAO-OPERADOR TO WS-MOV-OPERADOR.

           OPEN EXTEND MNTTRAN.
           IF MNTTRAN-INEXISTENTE
               OPEN OUTPUT MNTTRAN
           END-IF.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO NA ABERTURA DO FICHEIRO MNTTRAN '
                   WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           WRITE MNTTRAN-REGISTO FROM WS-MOV-REGISTO.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO GRAVAR O FICHEIRO MNTTRAN '
                   WS-FS-MNTTRAN
               STOP RUN
           END-IF.
           CLOSE MNTTRAN.
           IF NOT OK-MNTTRAN
               DISPLAY 'ERRO AO FECHAR O FICHEIRO MNTTRAN '
                   WS-FS-MNTTRAN
               STOP RUN
           END-IF.

           MOVE 'S' TO WS-MOVIMENTO-GRAVADO.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           DISPLAY 'MOVIMENTO ' WS-MOV-ACCAO ' DO CLIENTE '
               WS-MOV-NUMCLI ' GRAVADO NO MNTTRAN'.
       R700-CONFIRMAR-E-GRAVAR-FIM.
           EXIT.

      *****************************************************
      * R800-R823 - DIGITO DE CONTROLO DO IBAN (ISO 7064    *
      * MOD 97), A MESMA REGRA DO FBVAL01 E DO FBBAT01      *
      *****************************************************
       R800-VALIDAR-IBAN.
           SET IBAN-VALIDO TO TRUE.
           MOVE 25 TO WS-IBAN-LEN.
           PERFORM R801-APURAR-TAMANHO-IBAN
               UNTIL WS-IBAN-LEN = 0
               OR WS-MOV-IBAN(WS-IBAN-LEN:1) NOT = SPACE.
           IF WS-IBAN-LEN < 5
               SET IBAN-INVALIDO TO TRUE
           ELSE
               PERFORM R810-REORDENAR-IBAN
                   THRU R810-REORDENAR-IBAN-FIM
               PERFORM R820-CALCULAR-MOD97-IBAN
                   THRU R820-CALCULAR-MOD97-IBAN-FIM
               IF WS-IBAN-RESTO NOT = 1
                   SET IBAN-INVALIDO TO TRUE
               END-IF
           END-IF.
       R800-VALIDAR-IBAN-FIM.
           EXIT.

       R801-APURAR-TAMANHO-IBAN.
           SUBTRACT 1 FROM WS-IBAN-LEN.
       R801-APURAR-TAMANHO-IBAN-FIM.
           EXIT.

       R810-REORDENAR-IBAN.
           MOVE SPACES TO WS-IBAN-REORDENADO.
           MOVE WS-MOV-IBAN(5:WS-IBAN-LEN - 4)
               TO WS-IBAN-REORDENADO(1:WS-IBAN-LEN - 4).
           MOVE WS-MOV-IBAN(1:4)
               TO WS-IBAN-REORDENADO(WS-IBAN-LEN - 3:4).
       R810-REORDENAR-IBAN-FIM.
           EXIT.

       R820-CALCULAR-MOD97-IBAN.
           MOVE ZEROS TO WS-IBAN-RESTO.
           PERFORM R821-PROCESSAR-CARACTER-IBAN
               VARYING WS-IBAN-IDX FROM 1 BY 1
               UNTIL WS-IBAN-IDX > WS-IBAN-LEN.
       R820-CALCULAR-MOD97-IBAN-FIM.
           EXIT.

       R821-PROCESSAR-CARACTER-IBAN.
           MOVE WS-IBAN-REORDENADO(WS-IBAN-IDX:1) TO WS-IBAN-CARACTER.
           IF WS-IBAN-CARACTER IS NUMERIC
               MOVE WS-IBAN-CARACTER TO WS-IBAN-DIGITO-ATUAL
               PERFORM R822-ATUALIZAR-RESTO-IBAN
                   THRU R822-ATUALIZAR-RESTO-IBAN-FIM
           ELSE
               MOVE ZEROS TO WS-IBAN-VALOR
               PERFORM R823-LOCALIZAR-LETRA-IBAN
                   VARYING WS-IBAN-VALOR FROM 1 BY 1
                   UNTIL WS-IBAN-VALOR > 26
                   OR WS-ALFABETO-IBAN(WS-IBAN-VALOR:1) =
                       WS-IBAN-CARACTER
               ADD 9 TO WS-IBAN-VALOR
               DIVIDE WS-IBAN-VALOR BY 10
                   GIVING WS-IBAN-DEZENA REMAINDER WS-IBAN-UNIDADE
               MOVE WS-IBAN-DEZENA TO WS-IBAN-DIGITO-ATUAL
               PERFORM R822-ATUALIZAR-RESTO-IBAN
                   THRU R822-ATUALIZAR-RESTO-IBAN-FIM
               MOVE WS-IBAN-UNIDADE TO WS-IBAN-DIGITO-ATUAL
               PERFORM R822-ATUALIZAR-RESTO-IBAN
                   THRU R822-ATUALIZAR-RESTO-IBAN-FIM
           END-IF.
       R821-PROCESSAR-CARACTER-IBAN-FIM.
           EXIT.

       R823-LOCALIZAR-LETRA-IBAN.
           CONTINUE.
       R823-LOCALIZAR-LETRA-IBAN-FIM.
           EXIT.

       R822-ATUALIZAR-RESTO-IBAN.
           COMPUTE WS-IBAN-DIVIDENDO =
               (WS-IBAN-RESTO * 10) + WS-IBAN-DIGITO-ATUAL.
           DIVIDE WS-IBAN-DIVIDENDO BY 97
               GIVING WS-IBAN-QUOCIENTE REMAINDER WS-IBAN-RESTO.
       R822-ATUALIZAR-RESTO-IBAN-FIM.
           EXIT.

       R850-VALIDAR-CPOSTAL.
           SET CPOSTAL-ENCONTRADO TO TRUE.
           IF WS-MOV-CPOSTAL IS NOT NUMERIC
               SET CPOSTAL-NAO-ENCONTRADO TO TRUE
               GO TO R850-VALIDAR-CPOSTAL-FIM
           END-IF.
           MOVE WS-MOV-CPOSTAL TO WS-CPOSTAL-NUM.
           MOVE WS-CPOSTAL-NUM TO CTTPOST-CODIGO.
           READ CTTPOST
               INVALID KEY
                   SET CPOSTAL-NAO-ENCONTRADO TO TRUE
           END-READ.
       R850-VALIDAR-CPOSTAL-FIM.
           EXIT.
