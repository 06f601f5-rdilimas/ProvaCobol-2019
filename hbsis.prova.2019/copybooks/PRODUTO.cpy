      *    COPYBOOK...: PRODUTO                                        *
      *    OBJETIVO....: LAYOUT DO REGISTRO MESTRE DE PRODUTOS          *
      *                  (ATIVO: S=ATIVO N=INATIVO)                     *
      *                  FD-GRUPO-PRODUTO: GRUPO CONTABIL DO PRODUTO,   *
      *                  CHAVE DO MAPA DE CONTAS COM A UF (CONTAMAP)    *
      *----------------------------------------------------------------*
           05 FD-COD-PRODUTO           PIC 9(007).
           05 FD-DESC-PRODUTO          PIC X(040).
           05 FD-UNID-PRODUTO          PIC X(003).
           05 FD-PRECO-PRODUTO         PIC 9(007)V9(02).
           05 FD-ATIVO-PRODUTO         PIC X(001).
           05 FD-GRUPO-PRODUTO         PIC X(003).
