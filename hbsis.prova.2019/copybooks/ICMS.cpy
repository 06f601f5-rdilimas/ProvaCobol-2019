      *----------------------------------------------------------------*
      *    COPYBOOK...: ICMS                                           *
      *    OBJETIVO....: LAYOUT DA TABELA DE ALIQUOTAS DE ICMS POR      *
      *                  UF DE ORIGEM E UF DE DESTINO                   *
      *----------------------------------------------------------------*
           05 FD-CHAVE-ICMS.
              10 FD-UF-ORIGEM-ICMS     PIC X(002).
              10 FD-UF-DESTINO-ICMS    PIC X(002).
           05 FD-ALIQ-ICMS             PIC 9(002)V9(02).
           05 FD-DATA-MANUT-ICMS       PIC 9(008).
           05 FD-HORA-MANUT-ICMS       PIC 9(006).
