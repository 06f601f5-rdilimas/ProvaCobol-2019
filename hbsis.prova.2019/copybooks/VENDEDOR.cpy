      *----------------------------------------------------------------*
      *    COPYBOOK...: VENDEDOR                                       *
      *    OBJETIVO....: LAYOUT DO REGISTRO MESTRE DE VENDEDORES        *
      *                  FD-SITUACAO-RF-VEN: SITUACAO DO CPF NA         *
      *                  RECEITA A=ATIVA S=SUSPENSA I=INAPTA            *
      *                  B=BAIXADA N=NULA C=CANCELADA P=PENDENTE        *
      *                  F=TITULAR FALECIDO, BRANCO=NAO CONSULTADO      *
      *----------------------------------------------------------------*
           05 FD-COD-VENDEDOR          PIC 9(007).
           05 FD-CPF                   PIC 9(011).
           05 FD-DATA-MANUT-VEN        PIC 9(008).
           05 FD-HORA-MANUT-VEN        PIC 9(006).
           05 FD-PCT-COMISSAO          PIC 9(002)V9(02).
           05 FD-SITUACAO-RF-VEN       PIC X(001).
           05 FD-DATA-SITUACAO-RF-VEN  PIC 9(008).
