      *----------------------------------------------------------------*
      *    COPYBOOK...: CLIENTE                                        *
      *    OBJETIVO....: LAYOUT DO REGISTRO MESTRE DE CLIENTES          *
      *                  FD-SITUACAO-RF-CLI: SITUACAO DO CNPJ NA        *
      *                  RECEITA A=ATIVA S=SUSPENSA I=INAPTA            *
      *                  B=BAIXADA N=NULA C=CANCELADA P=PENDENTE        *
      *                  F=TITULAR FALECIDO, BRANCO=NAO CONSULTADO      *
      *----------------------------------------------------------------*
           05 FD-COD-CLIENTE           PIC 9(007).
           05 FD-CNPJ                  PIC 9(014).
           05 FD-UF-CLI                PIC X(002).
           05 FD-DATA-MANUT-CLI        PIC 9(008).
           05 FD-HORA-MANUT-CLI        PIC 9(006).
           05 FD-QTD-PARCELAS-CLI      PIC 9(002).
           05 FD-PRAZO-INICIAL-CLI     PIC 9(003).
           05 FD-INTERVALO-PARC-CLI    PIC 9(003).
           05 FD-LIMITE-CREDITO-CLI    PIC 9(009)V9(02).
           05 FD-GRUPO-PRECO-CLI       PIC X(003).
           05 FD-SITUACAO-RF-CLI       PIC X(001).
           05 FD-DATA-SITUACAO-RF-CLI  PIC 9(008).
