      *----------------------------------------------------------------*
      *    COPYBOOK...: NFCAB                                          *
      *    OBJETIVO....: LAYOUT DO CABECALHO DA NOTA FISCAL EMITIDA NO  *
      *                  FATURAMENTO (SITUACAO: N=NORMAL C=CANCELADA)   *
      *----------------------------------------------------------------*
           05 FD-NUM-NF                PIC 9(007).
           05 FD-NUM-PEDIDO-NF         PIC 9(007).
           05 FD-COD-CLIENTE-NF        PIC 9(007).
           05 FD-DATA-EMISSAO-NF       PIC 9(008).
           05 FD-HORA-EMISSAO-NF       PIC 9(006).
           05 FD-UF-ORIGEM-NF          PIC X(002).
           05 FD-UF-DESTINO-NF         PIC X(002).
           05 FD-VLR-PRODUTOS-NF       PIC 9(009)V9(02).
           05 FD-BASE-ICMS-NF          PIC 9(009)V9(02).
           05 FD-ALIQ-ICMS-NF          PIC 9(002)V9(02).
           05 FD-VLR-ICMS-NF           PIC 9(009)V9(02).
           05 FD-VLR-TOTAL-NF          PIC 9(009)V9(02).
           05 FD-STATUS-NF             PIC X(001).
           05 FD-DATA-CANC-NF          PIC 9(008).
           05 FD-MOTIVO-CANC-NF        PIC X(040).
           05 FD-OPERADOR-NF           PIC X(005).
