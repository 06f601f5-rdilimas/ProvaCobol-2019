      *----------------------------------------------------------------*
      *    COPYBOOK...: ESTOQUE                                        *
      *    OBJETIVO....: LAYOUT DO REGISTRO DE SALDO DE ESTOQUE POR    *
      *                  PRODUTO (DISPONIVEL = FISICO - RESERVADO)     *
      *----------------------------------------------------------------*
           05 FD-COD-PRODUTO-EST       PIC 9(007).
           05 FD-QTD-FISICA-EST        PIC S9(007).
           05 FD-QTD-RESERVADA-EST     PIC 9(007).
           05 FD-QTD-MINIMA-EST        PIC 9(007).
           05 FD-DATA-MANUT-EST        PIC 9(008).
           05 FD-HORA-MANUT-EST        PIC 9(006).
