      *----------------------------------------------------------------*
      *    COPYBOOK...: NUMERADOR                                      *
      *    OBJETIVO....: LAYOUT DO CONTROLE DE NUMERACAO SEQUENCIAL     *
      *                  DE DOCUMENTOS (CHAVE: NOME DA SEQUENCIA)       *
      *----------------------------------------------------------------*
           05 FD-CHAVE-NUMERADOR       PIC X(010).
           05 FD-ULTIMO-NUMERADOR      PIC 9(007).
           05 FD-DATA-MANUT-NUM        PIC 9(008).
           05 FD-HORA-MANUT-NUM        PIC 9(006).
