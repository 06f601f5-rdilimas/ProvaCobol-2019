      *    COPYBOOK...: USUARIO                                        *
      *    OBJETIVO....: LAYOUT DO REGISTRO MESTRE DE USUARIOS          *
      *                  PERFIL: C=CONSULTA O=OPERADOR S=SUPERVISOR     *
      *                  FD-SENHA-USUARIO: SENHA ABERTA DO LAYOUT       *
      *                  ANTIGO, LIMPA NA CONVERSAO PARA O HASH         *
      *                  FD-TROCA-SENHA-USU: S=TROCA NO PROXIMO LOGIN   *
      *                  FD-BLOQUEIO-USU...: S=CONTA BLOQUEADA          *
      *----------------------------------------------------------------*
           05 FD-COD-USUARIO           PIC 9(005).
           05 FD-NOME-USUARIO          PIC X(030).
           05 FD-SENHA-USUARIO         PIC X(010).
           05 FD-PERFIL-USUARIO        PIC X(001).
           05 FD-HASH-SENHA-USU        PIC X(018).
           05 FD-DATA-SENHA-USU        PIC 9(008).
           05 FD-TROCA-SENHA-USU       PIC X(001).
           05 FD-FALHAS-USU            PIC 9(002).
           05 FD-BLOQUEIO-USU          PIC X(001).
           05 FD-DATA-BLOQUEIO-USU     PIC 9(008).
           05 FD-DATA-ULT-ACESSO-USU   PIC 9(008).
           05 FD-HORA-ULT-ACESSO-USU   PIC 9(006).
