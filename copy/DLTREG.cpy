      ******************************************************
      * LAYOUT DO REGISTO DO LIVRO DE SEQUENCIAS DO DELTA   *
      * (DLTREG) - FICHEIRO INDEXADO COM CHAVE NO NUMERO DE *
      * SEQUENCIA. O FBDLT01 GRAVA UMA ENTRADA POR DELTA    *
      * GERADO (ESTADO 'E' - ENVIADO, A AGUARDAR RESPOSTA), *
      * COM AS CONTAGENS E O NOME DA COPIA RETIDA; O FBDLA01*
      * REGISTA A CONFIRMACAO DO SISTEMA RECEPTOR ('A'      *
      * ACEITE, 'R' REJEITADO, COM O MOTIVO) E MARCA COMO   *
      * VENCIDO ('V') O DELTA SEM RESPOSTA FORA DO PRAZO; O *
      * FBDLR01 REENVIA A PEDIDO, CONTANDO OS REENVIOS E    *
      * VOLTANDO A POR O DELTA A AGUARDAR RESPOSTA.         *
      ******************************************************
       01 DLTREG-REGISTO.
           05 DLTREG-SEQ              PIC 9(08).
           05 DLTREG-DATA-PROC        PIC 9(08).
           05 DLTREG-DATA-ENVIO       PIC 9(08).
           05 DLTREG-REGISTOS         PIC 9(09).
           05 DLTREG-ESTADO           PIC X(01).
               88 DLTREG-ENVIADO         VALUE 'E'.
               88 DLTREG-ACEITE          VALUE 'A'.
               88 DLTREG-REJEITADO       VALUE 'R'.
               88 DLTREG-VENCIDO         VALUE 'V'.
               88 DLTREG-POR-CONFIRMAR   VALUE 'E', 'V'.
           05 DLTREG-DATA-ACK         PIC 9(08).
           05 DLTREG-MOTIVO           PIC X(40).
           05 DLTREG-REENVIOS         PIC 9(03).
           05 DLTREG-FICHEIRO         PIC X(40).
