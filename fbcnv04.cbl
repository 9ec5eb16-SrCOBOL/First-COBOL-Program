       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCNV04.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-14  PROGRAMA CRIADO - CONVERSAO UNICA     *
      *               DOS FICHEIROS QUE PASSAM A GUARDAR A  *
      *               AGENCIA E O OPERADOR DE ORIGEM DO     *
      *               MOVIMENTO, NO MOLDE DO FBCNV03:       *
      *               - CLIHIST (272 -> 284) EM CLIHIST.CNV;*
      *               - CADA ARQUIVO DATADO APONTADO PELO   *
      *                 ARCNDX (272 -> 284) NO MESMO NOME   *
      *                 COM O SUFIXO .CNV - SEM ISTO O      *
      *                 FBHST01 DESALINHAVA AS IMAGENS DE   *
      *                 ARQUIVO;                            *
      *               - MNTREC (192 -> 204, INDEXADO) EM    *
      *                 MNTREC.CNV.                         *
      *               A ORIGEM DOS REGISTOS ANTIGOS FICA EM *
      *               BRANCO (SEM REGISTO). SEM ARCNDX OU   *
      *               SEM MNTREC O PASSO CORRESPONDENTE E   *
      *               SALTADO COM AVISO. O OPERADOR PROMOVE *
      *               CADA .CNV AO NOME ORIGINAL DEPOIS DE  *
      *               CONFERIR AS CONTAGENS, COM O MNTTRAN  *
      *               E O RETMOV DO DIA JA CONSUMIDOS, E    *
      *               ANTES DA PRIMEIRA EXECUCAO DO FBVAL01 *
      *               E DO FBMNT01 NO LAYOUT NOVO           *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-ANTIGO ASSIGN TO WS-ANT-FICHEIRO
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT HIST-CONV ASSIGN TO WS-CNV-FICHEIRO
               FILE STATUS IS WS-FS-CONV.

           SELECT ARCNDX ASSIGN TO '/home/kikos/ARCNDX'
               FILE STATUS IS WS-FS-ARCNDX.

           SELECT REC-ANTIGO ASSIGN TO '/home/kikos/MNTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-REC-CHAVE
               FILE STATUS IS WS-FS-REC-ANTIGO.

           SELECT REC-CONV ASSIGN TO '/home/kikos/MNTREC.CNV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNTREC-CHAVE
               FILE STATUS IS WS-FS-REC-CONV.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-ANTIGO.
      *    LAYOUT ANTERIOR DO CLIHIST, SEM A ORIGEM DO
      *    MOVIMENTO - MANTIDO AQUI A MAO DE PROPOSITO: E A
      *    IMAGEM DO FORMATO CESSANTE
       01 ANT-REGISTO.
           05 ANT-NUMCLI          PIC 9(07).
           05 ANT-DATA            PIC 9(08).
           05 ANT-HORA            PIC 9(08).
           05 ANT-ACCAO           PIC X(01).
           05 ANT-ANTES           PIC X(124).
           05 ANT-DEPOIS          PIC X(124).

       FD  HIST-CONV.
           COPY CLIHIST.

       FD  ARCNDX.
           COPY ARCNDX.

       FD  REC-ANTIGO.
      *    LAYOUT ANTERIOR DO MNTREC, COM A IMAGEM DE 125
      *    POSICOES DO MNTTRAN SEM A ORIGEM
       01 ANT-REC-REGISTO.
           05 ANT-REC-CHAVE            PIC X(08).
           05 ANT-REC-MOVIMENTO        PIC X(125).
           05 ANT-REC-MOTIVO           PIC X(40).
           05 ANT-REC-DATA-PRIMEIRA    PIC 9(08).
           05 ANT-REC-DATA-ULTIMA      PIC 9(08).
           05 ANT-REC-TENTATIVAS       PIC 9(03).

       FD  REC-CONV.
           COPY MNTREC.

       WORKING-STORAGE SECTION.
       01 WS-FS-ANTIGO              PIC X(02).
           88 OK-ANTIGO              VALUE '00', '10'.
       01 WS-FS-CONV                PIC X(02).
           88 OK-CONV                VALUE '00'.
       01 WS-FS-ARCNDX              PIC X(02).
           88 OK-ARCNDX              VALUE '00', '10'.
       01 WS-FS-REC-ANTIGO          PIC X(02).
           88 OK-REC-ANTIGO          VALUE '00', '10'.
           88 REC-ANTIGO-INEXISTENTE VALUE '35'.
       01 WS-FS-REC-CONV            PIC X(02).
           88 OK-REC-CONV            VALUE '00'.

       01 WS-FIM-ANTIGO             PIC X VALUE SPACES.
           88 FIM-ANTIGO             VALUE 'S'.
       01 WS-FIM-ARCNDX             PIC X VALUE SPACES.
           88 FIM-ARCNDX             VALUE 'S'.
       01 WS-FIM-REC-ANTIGO         PIC X VALUE SPACES.
           88 FIM-REC-ANTIGO         VALUE 'S'.

      *    NOMES DOS FICHEIROS DE ENTRADA E SAIDA DO CLIHIST
      *    EM CONVERSAO: O VIVO OU UM ARQUIVO DO ARCNDX, E O
      *    MESMO NOME COM O SUFIXO .CNV
       01 WS-ANT-FICHEIRO           PIC X(40) VALUE SPACES.
       01 WS-CNV-FICHEIRO           PIC X(44) VALUE SPACES.
       01 WS-NOME-LEN               PIC 9(02) VALUE ZEROS.

       01 WS-TOTAL-LIDOS            PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-CONVERTIDOS      PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ARQ-FICHEIROS    PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-ARQ-LIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-ARQ-CONVERTIDOS  PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REC-LIDOS        PIC 9(09) VALUE ZEROS.
       01 WS-TOTAL-REC-CONVERTIDOS  PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE '/home/kikos/CLIHIST' TO WS-ANT-FICHEIRO.
           PERFORM R100-CONVERTER-FICHEIRO
               THRU R100-CONVERTER-FICHEIRO-FIM.

           DISPLAY 'FBCNV04 - CLIHIST IMAGENS LIDAS.: '
               WS-TOTAL-LIDOS.
           DISPLAY 'FBCNV04 - CLIHIST CONVERTIDAS...: '
               WS-TOTAL-CONVERTIDOS.

           PERFORM R300-CONVERTER-ARQUIVOS
               THRU R300-CONVERTER-ARQUIVOS-FIM.

           PERFORM R500-CONVERTER-MNTREC
               THRU R500-CONVERTER-MNTREC-FIM.

           DISPLAY 'FBCNV04 - ARQUIVOS CONVERTIDOS..: '
               WS-TOTAL-ARQ-FICHEIROS.
           DISPLAY 'FBCNV04 - ARQUIVO IMAGENS LIDAS.: '
               WS-TOTAL-ARQ-LIDOS.
           DISPLAY 'FBCNV04 - ARQUIVO CONVERTIDAS...: '
               WS-TOTAL-ARQ-CONVERTIDOS.
           DISPLAY 'FBCNV04 - MNTREC ENTRADAS LIDAS.: '
               WS-TOTAL-REC-LIDOS.
           DISPLAY 'FBCNV04 - MNTREC CONVERTIDAS....: '
               WS-TOTAL-REC-CONVERTIDOS.

           STOP RUN.

      *****************************************************
      * R100 - CONVERTE UM FICHEIRO NO LAYOUT DO CLIHIST    *
      * (O VIVO OU UM ARQUIVO) DE WS-ANT-FICHEIRO PARA O    *
      * MESMO NOME COM O SUFIXO .CNV. AS CONTAGENS DE CADA  *
      * FICHEIRO FICAM EM WS-TOTAL-LIDOS/CONVERTIDOS        *
      *****************************************************
       R100-CONVERTER-FICHEIRO.
           MOVE ZEROS TO WS-TOTAL-LIDOS.
           MOVE ZEROS TO WS-TOTAL-CONVERTIDOS.
           MOVE 40 TO WS-NOME-LEN.
           PERFORM R110-APURAR-TAMANHO-NOME
               THRU R110-APURAR-TAMANHO-NOME-FIM
               UNTIL WS-NOME-LEN = 0
               OR WS-ANT-FICHEIRO(WS-NOME-LEN:1) NOT = SPACE.
           IF WS-NOME-LEN = 0
               DISPLAY 'ERRO NO NOME DO FICHEIRO A CONVERTER'
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CNV-FICHEIRO.
           MOVE WS-ANT-FICHEIRO(1:WS-NOME-LEN)
               TO WS-CNV-FICHEIRO(1:WS-NOME-LEN).
           MOVE '.CNV' TO WS-CNV-FICHEIRO(WS-NOME-LEN + 1:4).

           OPEN INPUT HIST-ANTIGO
           IF NOT OK-ANTIGO
               DISPLAY 'ERRO NO FICHERO ' WS-ANT-FICHEIRO
                   WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT HIST-CONV
           IF NOT OK-CONV
               DISPLAY 'ERRO NO FICHERO ' WS-CNV-FICHEIRO WS-FS-CONV
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-FIM-ANTIGO.
           PERFORM R200-CONVERTER-IMAGEM
               THRU R200-CONVERTER-IMAGEM-FIM
               UNTIL FIM-ANTIGO.

           CLOSE HIST-ANTIGO.
           IF NOT OK-ANTIGO
               DISPLAY 'ERRO AO FECHAR O FICHERO ' WS-ANT-FICHEIRO
                   WS-FS-ANTIGO
               STOP RUN
           END-IF.

           CLOSE HIST-CONV.
           IF NOT OK-CONV
               DISPLAY 'ERRO AO FECHAR O FICHERO ' WS-CNV-FICHEIRO
                   WS-FS-CONV
               STOP RUN
           END-IF.
       R100-CONVERTER-FICHEIRO-FIM.
           EXIT.

       R110-APURAR-TAMANHO-NOME.
           SUBTRACT 1 FROM WS-NOME-LEN.
       R110-APURAR-TAMANHO-NOME-FIM.
           EXIT.

       R200-CONVERTER-IMAGEM.
           READ HIST-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-ANTIGO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM R210-GRAVAR-CONVERTIDO
                       THRU R210-GRAVAR-CONVERTIDO-FIM
           END-READ.
       R200-CONVERTER-IMAGEM-FIM.
           EXIT.

      *****************************************************
      * R210 - GRAVA O REGISTO NO LAYOUT NOVO, COM A ORIGEM *
      * EM BRANCO - NAO HA REGISTO DE QUEM FEZ OS           *
      * MOVIMENTOS ANTERIORES                               *
      *****************************************************
       R210-GRAVAR-CONVERTIDO.
           MOVE ANT-NUMCLI TO CLIHIST-NUMCLI.
           MOVE ANT-DATA TO CLIHIST-DATA.
           MOVE ANT-HORA TO CLIHIST-HORA.
           MOVE ANT-ACCAO TO CLIHIST-ACCAO.
           MOVE ANT-ANTES TO CLIHIST-ANTES.
           MOVE ANT-DEPOIS TO CLIHIST-DEPOIS.
           MOVE SPACES TO CLIHIST-AGENCIA.
           MOVE SPACES TO CLIHIST-OPERADOR.
           WRITE CLIHIST-REGISTO.
           IF NOT OK-CONV
               DISPLAY 'ERRO AO GRAVAR O FICHERO ' WS-CNV-FICHEIRO
                   WS-FS-CONV
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-CONVERTIDOS.
       R210-GRAVAR-CONVERTIDO-FIM.
           EXIT.

      *****************************************************
      * R300 - PERCORRE O INDICE ARCNDX E CONVERTE CADA     *
      * ARQUIVO DATADO APONTADO. SEM INDICE AINDA NAO HOUVE *
      * NENHUM CORTE - NADA A CONVERTER                     *
      *****************************************************
       R300-CONVERTER-ARQUIVOS.
           OPEN INPUT ARCNDX.
           IF NOT OK-ARCNDX
               DISPLAY 'FBCNV04 - SEM ARCNDX, NENHUM ARQUIVO A'
                   ' CONVERTER'
               GO TO R300-CONVERTER-ARQUIVOS-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-ARCNDX.
           PERFORM R310-LER-ARCNDX THRU R310-LER-ARCNDX-FIM
               UNTIL FIM-ARCNDX.
           CLOSE ARCNDX.
           IF NOT OK-ARCNDX
               DISPLAY 'ERRO AO FECHAR O FICHERO ARCNDX' WS-FS-ARCNDX
               STOP RUN
           END-IF.
       R300-CONVERTER-ARQUIVOS-FIM.
           EXIT.

       R310-LER-ARCNDX.
           READ ARCNDX
               AT END
                   MOVE 'S' TO WS-FIM-ARCNDX
               NOT AT END
                   MOVE ARCNDX-FICHEIRO TO WS-ANT-FICHEIRO
                   PERFORM R100-CONVERTER-FICHEIRO
                       THRU R100-CONVERTER-FICHEIRO-FIM
                   ADD 1 TO WS-TOTAL-ARQ-FICHEIROS
                   ADD WS-TOTAL-LIDOS TO WS-TOTAL-ARQ-LIDOS
                   ADD WS-TOTAL-CONVERTIDOS
                       TO WS-TOTAL-ARQ-CONVERTIDOS
                   DISPLAY 'FBCNV04 - ' WS-CNV-FICHEIRO ' '
                       WS-TOTAL-CONVERTIDOS
           END-READ.
       R310-LER-ARCNDX-FIM.
           EXIT.

      *****************************************************
      * R500 - CONVERTE O MNTREC PELA ORDEM DA CHAVE PARA   *
      * MNTREC.CNV, COM A ORIGEM DA IMAGEM GUARDADA EM      *
      * BRANCO. SEM MNTREC O FBVAL01 AINDA NAO RECICLOU     *
      * NADA - NADA A CONVERTER                             *
      *****************************************************
       R500-CONVERTER-MNTREC.
           OPEN INPUT REC-ANTIGO.
           IF REC-ANTIGO-INEXISTENTE
               DISPLAY 'FBCNV04 - SEM MNTREC, NADA A CONVERTER'
               GO TO R500-CONVERTER-MNTREC-FIM
           END-IF.
           IF NOT OK-REC-ANTIGO
               DISPLAY 'ERRO NO FICHERO MNTREC' WS-FS-REC-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT REC-CONV.
           IF NOT OK-REC-CONV
               DISPLAY 'ERRO NO FICHERO MNTREC.CNV' WS-FS-REC-CONV
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-FIM-REC-ANTIGO.
           PERFORM R510-CONVERTER-ENTRADA
               THRU R510-CONVERTER-ENTRADA-FIM
               UNTIL FIM-REC-ANTIGO.

           CLOSE REC-ANTIGO.
           IF NOT OK-REC-ANTIGO
               DISPLAY 'ERRO AO FECHAR O FICHERO MNTREC'
                   WS-FS-REC-ANTIGO
               STOP RUN
           END-IF.

           CLOSE REC-CONV.
           IF NOT OK-REC-CONV
               DISPLAY 'ERRO AO FECHAR O FICHERO MNTREC.CNV'
                   WS-FS-REC-CONV
               STOP RUN
           END-IF.
       R500-CONVERTER-MNTREC-FIM.
           EXIT.

       R510-CONVERTER-ENTRADA.
           READ REC-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-REC-ANTIGO
                   GO TO R510-CONVERTER-ENTRADA-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-REC-LIDOS.
           MOVE ANT-REC-CHAVE TO MNTREC-CHAVE.
           MOVE ANT-REC-MOVIMENTO TO MNTREC-MOV-DADOS.
           MOVE SPACES TO MNTREC-MOV-AGENCIA.
           MOVE SPACES TO MNTREC-MOV-OPERADOR.
           MOVE ANT-REC-MOTIVO TO MNTREC-MOTIVO.
           MOVE ANT-REC-DATA-PRIMEIRA TO MNTREC-DATA-PRIMEIRA.
           MOVE ANT-REC-DATA-ULTIMA TO MNTREC-DATA-ULTIMA.
           MOVE ANT-REC-TENTATIVAS TO MNTREC-TENTATIVAS.
           WRITE MNTREC-REGISTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O FICHERO MNTREC.CNV'
                       WS-FS-REC-CONV
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-TOTAL-REC-CONVERTIDOS.
       R510-CONVERTER-ENTRADA-FIM.
           EXIT.
