      *----------------------------------------------------------------*
      *    COPYBOOK...: PRECO                                          *
      *    OBJETIVO....: TABELA DE PRECOS COM VIGENCIA POR PRODUTO,    *
      *                  UF E GRUPO DE PRECO DO CLIENTE                 *
      *                  (UF/GRUPO EM BRANCO = VALE PARA TODOS)         *
      *                  (FIM DA VIGENCIA 99999999 = SEM DATA FINAL)    *
      *----------------------------------------------------------------*
           05 FD-CHAVE-PRECO.
              10 FD-COD-PRODUTO-PRC    PIC 9(007).
              10 FD-UF-PRC             PIC X(002).
              10 FD-GRUPO-PRC          PIC X(003).
              10 FD-DATA-INICIO-PRC    PIC 9(008).
           05 FD-DATA-FIM-PRC          PIC 9(008).
           05 FD-VLR-PRECO             PIC 9(007)V9(02).
           05 FD-OPERADOR-PRC          PIC X(005).
           05 FD-DATA-MANUT-PRC        PIC 9(008).
           05 FD-HORA-MANUT-PRC        PIC 9(006).
