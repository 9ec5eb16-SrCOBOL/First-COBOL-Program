      ******************************************************
      * LAYOUT DO REGISTO DO FICHEIRO DE CONFIRMACOES DO    *
      * DELTA (DLTACK) DEVOLVIDO PELO SISTEMA RECEPTOR - UM *
      * REGISTO POR SEQUENCIA RECEBIDA, COM A DATA DE       *
      * NEGOCIO DO CABECALHO, O RESULTADO ('A' ACEITE, 'R'  *
      * REJEITADO), O NUMERO DE REGISTOS DE DETALHE QUE O   *
      * RECEPTOR CONTOU E O MOTIVO DE UMA REJEICAO. LIDO    *
      * PELO FBDLA01.                                       *
      ******************************************************
       01 DLTACK-REGISTO.
           05 DLTACK-SEQ              PIC 9(08).
           05 DLTACK-DATA-PROC        PIC 9(08).
           05 DLTACK-RESULTADO        PIC X(01).
               88 DLTACK-ACEITE          VALUE 'A'.
               88 DLTACK-REJEITADO       VALUE 'R'.
           05 DLTACK-REGISTOS         PIC 9(09).
           05 DLTACK-MOTIVO           PIC X(40).
