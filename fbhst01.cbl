      *               DO CLIENTE E A DATA DE EFEITO, QUE    *
      *               SAO MOSTRADOS NO DETALHE DE CADA      *
      *               IMAGEM                                *
      *   2026-09-14  CADA MOVIMENTO PASSA A MOSTRAR QUEM   *
      *               FEZ A ALTERACAO - A AGENCIA E O       *
      *               OPERADOR DE ORIGEM GRAVADOS NO        *
      *               CLIHIST PELO FBMNT01. OS REGISTOS     *
      *               ANTERIORES A ESSA GRAVACAO MOSTRAM    *
      *               '(SEM REGISTO)'                       *
      *****************************************************

       ENVIRONMENT DIVISION.
               ==CLIHIST-HORA==    BY ==CLIARC-HORA==
               ==CLIHIST-ACCAO==   BY ==CLIARC-ACCAO==
               ==CLIHIST-ANTES==   BY ==CLIARC-ANTES==
               ==CLIHIST-DEPOIS==  BY ==CLIARC-DEPOIS==
               ==CLIHIST-AGENCIA== BY ==CLIARC-AGENCIA==
               ==CLIHIST-OPERADOR== BY ==CLIARC-OPERADOR==.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIHIST            PIC X(02).
           DISPLAY 'DATA          : ' CLIARC-DATA.
           DISPLAY 'HORA          : ' CLIARC-HORA.
           DISPLAY 'ACCAO         : ' CLIARC-ACCAO.
           IF CLIARC-AGENCIA = SPACES AND CLIARC-OPERADOR = SPACES
               DISPLAY 'ORIGEM        : (SEM REGISTO)'
           ELSE
               DISPLAY 'AGENCIA       : ' CLIARC-AGENCIA
               DISPLAY 'OPERADOR      : ' CLIARC-OPERADOR
           END-IF.
           IF CLIARC-ANTES = SPACES
               DISPLAY 'IMAGEM ANTERIOR : (INEXISTENTE - ADICAO)'
           ELSE
           DISPLAY 'DATA          : ' CLIHIST-DATA.
           DISPLAY 'HORA          : ' CLIHIST-HORA.
           DISPLAY 'ACCAO         : ' CLIHIST-ACCAO.
           IF CLIHIST-AGENCIA = SPACES AND CLIHIST-OPERADOR = SPACES
               DISPLAY 'ORIGEM        : (SEM REGISTO)'
           ELSE
               DISPLAY 'AGENCIA       : ' CLIHIST-AGENCIA
               DISPLAY 'OPERADOR      : ' CLIHIST-OPERADOR
           END-IF.
           IF CLIHIST-ANTES = SPACES
               DISPLAY 'IMAGEM ANTERIOR : (INEXISTENTE - ADICAO)'
           ELSE
