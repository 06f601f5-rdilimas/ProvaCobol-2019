      *----------------------------------------------------------------*
      *    COPYBOOK...: NFITEM                                         *
      *    OBJETIVO....: LAYOUT DOS ITENS DA NOTA FISCAL                *
      *                  (CHAVE: NUMERO DA NOTA + SEQUENCIA DO ITEM)    *
      *----------------------------------------------------------------*
           05 FD-CHAVE-NF-ITEM.
              10 FD-NUM-NF-ITEM        PIC 9(007).
              10 FD-SEQ-NF-ITEM        PIC 9(003).
           05 FD-COD-PRODUTO-NF        PIC 9(007).
           05 FD-DESC-PRODUTO-NF       PIC X(040).
           05 FD-QTD-NF-ITEM           PIC 9(005).
           05 FD-VLR-UNIT-NF-ITEM      PIC 9(007)V9(02).
           05 FD-VLR-TOTAL-NF-ITEM     PIC 9(009)V9(02).
           05 FD-ALIQ-ICMS-NF-ITEM     PIC 9(002)V9(02).
           05 FD-VLR-ICMS-NF-ITEM      PIC 9(009)V9(02).
