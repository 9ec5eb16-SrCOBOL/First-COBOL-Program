      *               CONTINUAR CONSULTAVEIS. O RELATORIO   *
      *               DE CORTE ARCREL MOSTRA AS CONTAGENS   *
      *               ARQUIVADAS E TRANSPORTADAS            *
      *   2026-09-14  OS REGISTOS DO CLIHIST PASSAM A TRAZER*
      *               NO FIM A AGENCIA E O OPERADOR DE      *
      *               ORIGEM; O CORTE MOVE O REGISTO INTEIRO*
      *               E OS ARQUIVOS NOVOS SAEM JA NO LAYOUT *
      *               ALARGADO (OS ANTERIORES SAO           *
      *               CONVERTIDOS PELO FBCNV04)             *
      *****************************************************

       ENVIRONMENT DIVISION.
               ==CLIHIST-HORA==    BY ==CLIHIST-TEMP-HORA==
               ==CLIHIST-ACCAO==   BY ==CLIHIST-TEMP-ACCAO==
               ==CLIHIST-ANTES==   BY ==CLIHIST-TEMP-ANTES==
               ==CLIHIST-DEPOIS==  BY ==CLIHIST-TEMP-DEPOIS==
               ==CLIHIST-AGENCIA== BY ==CLIHIST-TEMP-AGENCIA==
               ==CLIHIST-OPERADOR== BY ==CLIHIST-TEMP-OPERADOR==.

       FD  CLIARC.
           COPY CLIHIST REPLACING
               ==CLIHIST-HORA==    BY ==CLIARC-HORA==
               ==CLIHIST-ACCAO==   BY ==CLIARC-ACCAO==
               ==CLIHIST-ANTES==   BY ==CLIARC-ANTES==
               ==CLIHIST-DEPOIS==  BY ==CLIARC-DEPOIS==
               ==CLIHIST-AGENCIA== BY ==CLIARC-AGENCIA==
               ==CLIHIST-OPERADOR== BY ==CLIARC-OPERADOR==.

       FD  ARCNDX.
           COPY ARCNDX.
