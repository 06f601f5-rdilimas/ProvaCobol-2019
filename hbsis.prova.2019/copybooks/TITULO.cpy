      *----------------------------------------------------------------*
      *    COPYBOOK...: TITULO                                         *
      *    OBJETIVO....: LAYOUT DO TITULO A RECEBER GERADO NO           *
      *                  FATURAMENTO, UM POR PARCELA DO PEDIDO          *
      *                  (SITUACAO: A=ABERTO P=PAGO C=CANCELADO)        *
      *                  (BAIXA....: R=RETORNO BANCARIO M=MANUAL)       *
      *----------------------------------------------------------------*
           05 FD-CHAVE-TITULO.
              10 FD-NUM-PEDIDO-TIT     PIC 9(007).
              10 FD-PARCELA-TIT        PIC 9(002).
           05 FD-CHAVE-CLIENTE-TIT.
              10 FD-COD-CLIENTE-TIT    PIC 9(007).
              10 FD-PEDIDO-CLI-TIT     PIC 9(007).
              10 FD-PARCELA-CLI-TIT    PIC 9(002).
           05 FD-COD-VENDEDOR-TIT      PIC 9(007).
           05 FD-NUM-NF-TIT            PIC 9(007).
           05 FD-QTD-PARCELAS-TIT      PIC 9(002).
           05 FD-DATA-EMISSAO-TIT      PIC 9(008).
           05 FD-DATA-VENCTO-TIT       PIC 9(008).
           05 FD-VLR-TITULO            PIC 9(009)V9(02).
           05 FD-VLR-PAGO-TIT          PIC 9(009)V9(02).
           05 FD-DATA-PAGTO-TIT        PIC 9(008).
           05 FD-STATUS-TIT            PIC X(001).
           05 FD-ORIGEM-BAIXA-TIT      PIC X(001).
           05 FD-OPERADOR-TIT          PIC X(005).
           05 FD-DATA-MANUT-TIT        PIC 9(008).
           05 FD-HORA-MANUT-TIT        PIC 9(006).
