       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDLR01.

      *****************************************************
      * HISTORICO DE ALTERACOES                            *
      *   2026-09-18  PROGRAMA CRIADO - REENVIO A PEDIDO DE *
      *               UMA SEQUENCIA DO DELTA. O OPERADOR    *
      *               INDICA O NUMERO DE SEQUENCIA; A COPIA *
      *               RETIDA PELO FBDLT01 (APONTADA NO      *
      *               LIVRO DLTREG) E CONFERIDA - CABECALHO *
      *               E TRAILER COM A SEQUENCIA PEDIDA E    *
      *               CONTAGEM DO TRAILER IGUAL AOS         *
      *               REGISTOS DE DETALHE E A DO LIVRO -    *
      *               ANTES DE SER COPIADA PARA O FICHEIRO  *
      *               DE REENVIO DELTA.RNV, SEPARADO DO     *
      *               DELTA DO DIA PARA NAO O SOBREPOR. O   *
      *               LIVRO FICA COM A DATA DO REENVIO, MAIS *
      *               UM REENVIO CONTADO E A SEQUENCIA DE   *
      *               NOVO A AGUARDAR CONFIRMACAO DO        *
      *               FBDLA01                               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLTREG ASSIGN TO '/home/kikos/DLTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLTREG-SEQ
               FILE STATUS IS WS-FS-DLTREG.

           SELECT DLTCPY ASSIGN TO WS-CPY-FICHEIRO
               FILE STATUS IS WS-FS-DLTCPY.

           SELECT DLTRNV ASSIGN TO '/home/kikos/DELTA.RNV'
               FILE STATUS IS WS-FS-DLTRNV.

           SELECT PARMRUN ASSIGN TO '/home/kikos/PARMRUN'
               FILE STATUS IS WS-FS-PARMRUN.

       DATA DIVISION.
       FILE SECTION.
       FD  DLTREG.
           COPY DLTREG.

       FD  DLTCPY.
           COPY DLTREC.

       FD  DLTRNV.
       01 DLTRNV-REGISTO              PIC X(133).

       FD  PARMRUN.
           COPY PARMRUN.

       WORKING-STORAGE SECTION.
       01 WS-FS-DLTREG              PIC X(02).
           88 OK-DLTREG              VALUE '00'.
           88 DLTREG-REG-INEXISTENTE VALUE '23'.
       01 WS-FS-DLTCPY              PIC X(02).
           88 OK-DLTCPY              VALUE '00', '10'.
       01 WS-FS-DLTRNV              PIC X(02).
           88 OK-DLTRNV              VALUE '00'.
       01 WS-FS-PARMRUN             PIC X(02).
           88 OK-PARMRUN             VALUE '00'.

       01 WS-FIM-COPIA              PIC X VALUE SPACES.
           88 FIM-COPIA              VALUE 'S'.

       01 WS-PARM-ORIGEM            PIC X(07) VALUE 'SISTEMA'.
       01 WS-DATA-SISTEMA.
           05 WS-DS-ANO             PIC 9(04).
           05 WS-DS-MES             PIC 9(02).
           05 WS-DS-DIA             PIC 9(02).
       01 WS-DATA-NEGOCIO-NUM       PIC 9(08) VALUE ZEROS.

       01 WS-CPY-FICHEIRO           PIC X(40) VALUE SPACES.

      *    ARRANCA A 'N' PARA O CICLO DE ESCOLHA CORRER PELO
      *    MENOS UMA VEZ; SEQUENCIA 0 CANCELA
       01 WS-SEQ-PEDIDA             PIC 9(08) VALUE ZEROS.
       01 WS-SEQ-ESCOLHIDA          PIC X VALUE 'N'.
           88 SEQ-ESCOLHIDA          VALUE 'S'.
       01 WS-RESPOSTA               PIC X(01) VALUE SPACE.

       01 WS-CAB-LIDO               PIC X VALUE 'N'.
           88 CAB-LIDO               VALUE 'S'.
       01 WS-TRL-LIDO               PIC X VALUE 'N'.
           88 TRL-LIDO               VALUE 'S'.
       01 WS-COPIA-ERRADA           PIC X VALUE 'N'.
           88 COPIA-ERRADA           VALUE 'S'.
       01 WS-CONTAGEM-DETALHE       PIC 9(09) VALUE ZEROS.
       01 WS-CONTAGEM-TRAILER       PIC 9(09) VALUE ZEROS.
       01 WS-COPIADOS               PIC 9(09) VALUE ZEROS.
       01 WS-MOTIVO-RECUSA          PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM R050-LER-PARAMETROS
               THRU R050-LER-PARAMETROS-FIM.

           OPEN I-O DLTREG.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO NO FICHERO DLTREG' WS-FS-DLTREG
               DISPLAY '(O FBDLT01 AINDA NAO GEROU NENHUM DELTA)'
               STOP RUN
           END-IF.

           PERFORM R100-ESCOLHER-SEQUENCIA
               THRU R100-ESCOLHER-SEQUENCIA-FIM
               UNTIL SEQ-ESCOLHIDA.

           IF WS-SEQ-PEDIDA = ZERO
               CLOSE DLTREG
               DISPLAY 'FBDLR01 - REENVIO CANCELADO'
               STOP RUN
           END-IF.

           PERFORM R200-CONFERIR-COPIA THRU R200-CONFERIR-COPIA-FIM.
           PERFORM R300-COPIAR-SEQUENCIA
               THRU R300-COPIAR-SEQUENCIA-FIM.
           PERFORM R400-ACTUALIZAR-LIVRO
               THRU R400-ACTUALIZAR-LIVRO-FIM.

           CLOSE DLTREG.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO AO FECHAR O FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.

           DISPLAY 'FBDLR01 - REENVIO PREPARADO EM DELTA.RNV'.
           DISPLAY 'FBDLR01 - SEQUENCIA.........: ' DLTREG-SEQ.
           DISPLAY 'FBDLR01 - DATA DE NEGOCIO...: ' DLTREG-DATA-PROC.
           DISPLAY 'FBDLR01 - REGISTOS COPIADOS.: ' WS-COPIADOS.
           DISPLAY 'FBDLR01 - REENVIOS..........: ' DLTREG-REENVIOS.

           STOP RUN.

      *****************************************************
      * R050 - PARAMETROS DE EXECUCAO. A DATA DE NEGOCIO    *
      * VEM DO PARMRUN, COM A DATA DO SISTEMA COMO RECURSO  *
      * - E A DATA DE ENVIO QUE FICA NO LIVRO               *
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
           MOVE WS-DATA-SISTEMA TO WS-DATA-NEGOCIO-NUM.
           DISPLAY '====== PARAMETROS EM VIGOR - FBDLR01 ======'.
           DISPLAY 'DATA DO PROCESSAMENTO : ' WS-DATA-SISTEMA
               ' (' WS-PARM-ORIGEM ')'.
           DISPLAY '==========================================='.
       R050-LER-PARAMETROS-FIM.
           EXIT.

      *****************************************************
      * R100 - ESCOLHA DO OPERADOR: QUE SEQUENCIA REENVIAR  *
      * (0 CANCELA). A SEQUENCIA TEM DE CONSTAR DO LIVRO E  *
      * O OPERADOR CONFIRMA DEPOIS DE VER A SUA SITUACAO    *
      *****************************************************
       R100-ESCOLHER-SEQUENCIA.
           DISPLAY ' '.
           DISPLAY 'REENVIO DO DELTA - FBDLR01'.
           DISPLAY 'SEQUENCIA A REENVIAR (0 PARA CANCELAR): '.
           ACCEPT WS-SEQ-PEDIDA.
           IF WS-SEQ-PEDIDA IS NOT NUMERIC
               DISPLAY 'SEQUENCIA INVALIDA'
               MOVE ZEROS TO WS-SEQ-PEDIDA
               GO TO R100-ESCOLHER-SEQUENCIA-FIM
           END-IF.
           IF WS-SEQ-PEDIDA = ZERO
               MOVE 'S' TO WS-SEQ-ESCOLHIDA
               GO TO R100-ESCOLHER-SEQUENCIA-FIM
           END-IF.
           MOVE WS-SEQ-PEDIDA TO DLTREG-SEQ.
           READ DLTREG
               INVALID KEY
                   DISPLAY 'SEQUENCIA ' WS-SEQ-PEDIDA
                       ' NAO CONSTA DO LIVRO DLTREG'
                   GO TO R100-ESCOLHER-SEQUENCIA-FIM
           END-READ.
           DISPLAY 'DATA DE NEGOCIO : ' DLTREG-DATA-PROC.
           DISPLAY 'ULTIMO ENVIO    : ' DLTREG-DATA-ENVIO.
           DISPLAY 'REGISTOS        : ' DLTREG-REGISTOS.
           DISPLAY 'SITUACAO        : ' DLTREG-ESTADO
               ' (E-ENVIADO A-ACEITE R-REJEITADO V-VENCIDO)'.
           IF DLTREG-MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO          : ' DLTREG-MOTIVO
           END-IF.
           DISPLAY 'REENVIOS        : ' DLTREG-REENVIOS.
           DISPLAY 'CONFIRMA O REENVIO (S/N): '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = 'S' OR 's'
               MOVE 'S' TO WS-SEQ-ESCOLHIDA
           END-IF.
       R100-ESCOLHER-SEQUENCIA-FIM.
           EXIT.

      *****************************************************
      * R200 - CONFERE A COPIA RETIDA ANTES DE ESCREVER O   *
      * REENVIO: CABECALHO E TRAILER PRESENTES E COM A      *
      * SEQUENCIA PEDIDA, CONTAGEM DO TRAILER IGUAL AOS     *
      * REGISTOS DE DETALHE LIDOS E A CONTAGEM DO LIVRO     *
      *****************************************************
       R200-CONFERIR-COPIA.
           MOVE DLTREG-FICHEIRO TO WS-CPY-FICHEIRO.
           OPEN INPUT DLTCPY.
           IF NOT OK-DLTCPY
               MOVE 'COPIA RETIDA DA SEQUENCIA INACESSIVEL'
                   TO WS-MOTIVO-RECUSA
               PERFORM R900-RECUSAR-REENVIO
                   THRU R900-RECUSAR-REENVIO-FIM
           END-IF.
           MOVE SPACES TO WS-FIM-COPIA.
           PERFORM R210-CONFERIR-REGISTO
               THRU R210-CONFERIR-REGISTO-FIM
               UNTIL FIM-COPIA.
           CLOSE DLTCPY.
           IF NOT CAB-LIDO OR NOT TRL-LIDO OR COPIA-ERRADA
               MOVE 'COPIA RETIDA SEM CABECALHO/TRAILER CERTOS'
                   TO WS-MOTIVO-RECUSA
               PERFORM R900-RECUSAR-REENVIO
                   THRU R900-RECUSAR-REENVIO-FIM
           END-IF.
           IF WS-CONTAGEM-TRAILER NOT = WS-CONTAGEM-DETALHE
               OR WS-CONTAGEM-TRAILER NOT = DLTREG-REGISTOS
               MOVE 'CONTAGEM DA COPIA RETIDA NAO CONFERE'
                   TO WS-MOTIVO-RECUSA
               PERFORM R900-RECUSAR-REENVIO
                   THRU R900-RECUSAR-REENVIO-FIM
           END-IF.
       R200-CONFERIR-COPIA-FIM.
           EXIT.

       R210-CONFERIR-REGISTO.
           READ DLTCPY
               AT END
                   MOVE 'S' TO WS-FIM-COPIA
               NOT AT END
                   EVALUATE TRUE
                       WHEN DELTA-CABECALHO
                           IF CAB-LIDO
                               OR DELTA-CAB-SEQ NOT = WS-SEQ-PEDIDA
                               OR DELTA-CAB-DATA-PROC
                                   NOT = DLTREG-DATA-PROC
                               MOVE 'S' TO WS-COPIA-ERRADA
                           END-IF
                           MOVE 'S' TO WS-CAB-LIDO
                       WHEN DELTA-DETALHE
                           IF NOT CAB-LIDO OR TRL-LIDO
                               MOVE 'S' TO WS-COPIA-ERRADA
                           END-IF
                           ADD 1 TO WS-CONTAGEM-DETALHE
                       WHEN DELTA-TRAILER
                           IF NOT CAB-LIDO OR TRL-LIDO
                               OR DELTA-TRL-SEQ NOT = WS-SEQ-PEDIDA
                               MOVE 'S' TO WS-COPIA-ERRADA
                           END-IF
                           MOVE 'S' TO WS-TRL-LIDO
                           MOVE DELTA-TRL-REGISTOS
                               TO WS-CONTAGEM-TRAILER
                       WHEN OTHER
                           MOVE 'S' TO WS-COPIA-ERRADA
                   END-EVALUATE
           END-READ.
       R210-CONFERIR-REGISTO-FIM.
           EXIT.

      *****************************************************
      * R300 - COPIA A SEQUENCIA CONFERIDA PARA DELTA.RNV,  *
      * TAL COMO FOI GERADA - O RECEPTOR RECONHECE-A PELO   *
      * NUMERO DE SEQUENCIA DO CABECALHO                    *
      *****************************************************
       R300-COPIAR-SEQUENCIA.
           OPEN INPUT DLTCPY.
           IF NOT OK-DLTCPY
               DISPLAY 'ERRO NO FICHERO ' WS-CPY-FICHEIRO
               DISPLAY 'FILE STATUS ' WS-FS-DLTCPY
               STOP RUN
           END-IF.
           OPEN OUTPUT DLTRNV.
           IF NOT OK-DLTRNV
               DISPLAY 'ERRO NO FICHERO DELTA.RNV' WS-FS-DLTRNV
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIM-COPIA.
           PERFORM R310-COPIAR-REGISTO THRU R310-COPIAR-REGISTO-FIM
               UNTIL FIM-COPIA.
           CLOSE DLTCPY.
           CLOSE DLTRNV.
           IF NOT OK-DLTRNV
               DISPLAY 'ERRO AO FECHAR O FICHERO DELTA.RNV'
                   WS-FS-DLTRNV
               STOP RUN
           END-IF.
       R300-COPIAR-SEQUENCIA-FIM.
           EXIT.

       R310-COPIAR-REGISTO.
           READ DLTCPY
               AT END
                   MOVE 'S' TO WS-FIM-COPIA
               NOT AT END
                   WRITE DLTRNV-REGISTO FROM DELTA-REGISTO
                   IF NOT OK-DLTRNV
                       DISPLAY 'ERRO AO GRAVAR O FICHERO DELTA.RNV'
                           WS-FS-DLTRNV
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COPIADOS
           END-READ.
       R310-COPIAR-REGISTO-FIM.
           EXIT.

      *****************************************************
      * R400 - O LIVRO FICA COM A DATA DO REENVIO, MAIS UM  *
      * REENVIO E A SEQUENCIA OUTRA VEZ A AGUARDAR          *
      * CONFIRMACAO - O PRAZO DO FBDLA01 CONTA DE NOVO      *
      *****************************************************
       R400-ACTUALIZAR-LIVRO.
           MOVE WS-DATA-NEGOCIO-NUM TO DLTREG-DATA-ENVIO.
           ADD 1 TO DLTREG-REENVIOS.
           MOVE 'E' TO DLTREG-ESTADO.
           MOVE ZEROS TO DLTREG-DATA-ACK.
           MOVE 'REENVIADA A PEDIDO DA EXPLORACAO' TO DLTREG-MOTIVO.
           REWRITE DLTREG-REGISTO.
           IF NOT OK-DLTREG
               DISPLAY 'ERRO AO GRAVAR O FICHERO DLTREG' WS-FS-DLTREG
               STOP RUN
           END-IF.
       R400-ACTUALIZAR-LIVRO-FIM.
           EXIT.

      *****************************************************
      * R900 - RECUSA O REENVIO: O MOTIVO SAI NA CONSOLA E  *
      * O TRABALHO TERMINA SEM ESCREVER O DELTA.RNV NEM     *
      * TOCAR NO LIVRO                                      *
      *****************************************************
       R900-RECUSAR-REENVIO.
           DISPLAY '*** FBDLR01 - REENVIO RECUSADO: '
               WS-MOTIVO-RECUSA.
           DISPLAY '*** SEQUENCIA ' WS-SEQ-PEDIDA
               ' - COPIA ' WS-CPY-FICHEIRO.
           CLOSE DLTREG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       R900-RECUSAR-REENVIO-FIM.
           EXIT.
