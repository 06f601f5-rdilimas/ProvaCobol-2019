      *----------------------------------------------------------------*
      *    COPYBOOK...: ROMANEIO                                       *
      *    OBJETIVO....: LAYOUT DO PEDIDO EM ROMANEIO DE ENTREGA, UM    *
      *                  REGISTRO POR PEDIDO (CHAVE ALTERNATIVA:        *
      *                  ROMANEIO + PARADA + PEDIDO)                    *
      *                  (SITUACAO: P=PENDENTE E=ENTREGUE               *
      *                             N=NAO ENTREGUE)                     *
      *----------------------------------------------------------------*
           05 FD-NUM-PEDIDO-ROM        PIC 9(007).
           05 FD-CHAVE-PARADA-ROM.
              10 FD-NUM-ROMANEIO       PIC 9(007).
              10 FD-SEQ-PARADA-ROM     PIC 9(003).
              10 FD-PEDIDO-PARADA-ROM  PIC 9(007).
           05 FD-COD-CLIENTE-ROM       PIC 9(007).
           05 FD-AGRUPAMENTO-ROM       PIC X(007).
           05 FD-DATA-ROM              PIC 9(008).
           05 FD-VLR-PEDIDO-ROM        PIC 9(009)V9(02).
           05 FD-QTD-ITENS-ROM         PIC 9(007).
           05 FD-STATUS-ROM            PIC X(001).
           05 FD-MOTIVO-ROM            PIC X(030).
           05 FD-DATA-RETORNO-ROM      PIC 9(008).
           05 FD-OPERADOR-ROM          PIC X(005).
           05 FD-DATA-MANUT-ROM        PIC 9(008).
           05 FD-HORA-MANUT-ROM        PIC 9(006).
