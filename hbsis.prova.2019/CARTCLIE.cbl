      *                                           CARTEIRA             *
      *                                           CEPFAIXA             *
      *                                            CNPJCPF             *
      *                                            ESTOQUE             *
      *                                             NFCAB              *
      *                                            NFITEM              *
      *                                             ICMS               *
      *                                           NUMERADOR            *
      *                                            TITULO              *
      *                                             PRECO              *
      *                                           ROMANEIO             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
        
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-CAR.

            SELECT ARQ-ESTOQUE ASSIGN   TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-COD-PRODUTO-EST
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-EST.

            SELECT ARQ-NF-CAB  ASSIGN   TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-NUM-NF
                   ALTERNATE RECORD KEY IS FD-NUM-PEDIDO-NF
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-NFC.

            SELECT ARQ-NF-ITEM ASSIGN   TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-CHAVE-NF-ITEM
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-NFI.

            SELECT ARQ-ICMS    ASSIGN   TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-CHAVE-ICMS
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-ICM.

            SELECT ARQ-NUMERADOR ASSIGN TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-CHAVE-NUMERADOR
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-NUM.

            SELECT ARQ-TITULO  ASSIGN   TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-CHAVE-TITULO
                   ALTERNATE RECORD KEY IS FD-CHAVE-CLIENTE-TIT
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-TIT.

            SELECT ARQ-PRECO   ASSIGN   TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-CHAVE-PRECO
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-PRC.

            SELECT ARQ-ROMANEIO ASSIGN  TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
                   RECORD KEY           IS FD-NUM-PEDIDO-ROM
                   ALTERNATE RECORD KEY IS FD-CHAVE-PARADA-ROM
                   LOCK MODE            IS MANUAL
                   FILE STATUS          IS WS-FS-ACESSO-ROM.

            SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                   ORGANIZATION         IS LINE SEQUENTIAL
                   FILE STATUS          IS WS-FS-PARAMSIS.

            SELECT ARQ-CONTAMAP  ASSIGN TO DISK
                   ORGANIZATION         IS LINE SEQUENTIAL
                   FILE STATUS          IS WS-FS-CONTAMAP.

            SELECT ARQ-CEP      ASSIGN  TO DISK
                   ORGANIZATION         IS INDEXED
                   ACCESS MODE          IS DYNAMIC
            SELECT ARQ-AUDITORIA ASSIGN TO DISK
                   FILE STATUS          IS WS-FS-ACESSO-AUD.

            SELECT ARQ-MOV-ESTOQUE ASSIGN TO DISK
                   FILE STATUS          IS WS-FS-MOV-EST.

            SELECT ARQ-LOG-ACESSO ASSIGN TO DISK
                   FILE STATUS          IS WS-FS-LOG-ACESSO.

            SELECT ARQ-CKPT-CLI  ASSIGN TO DISK
                   FILE STATUS          IS WS-FS-CKPT-CLI.

                    ACCESS MODE         IS SEQUENTIAL,
                    LOCK MODE           IS MANUAL,
                    FILE STATUS         IS WS-FS-IMPORT-PED.

            SELECT  ARQ-RETORNO ASSIGN
                                        TO WS-END-ARQUI,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    ACCESS MODE         IS SEQUENTIAL,
                    LOCK MODE           IS MANUAL,
                    FILE STATUS         IS WS-FS-RETORNO.

            SELECT  ARQ-IMPORT-PRECO ASSIGN
                                        TO WS-END-ARQUI,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    ACCESS MODE         IS SEQUENTIAL,
                    LOCK MODE           IS MANUAL,
                    FILE STATUS         IS WS-FS-IMPORT-PRC.

            SELECT  ARQ-RET-ENTREGA ASSIGN
                                        TO WS-END-ARQUI,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    ACCESS MODE         IS SEQUENTIAL,
                    LOCK MODE           IS MANUAL,
                    FILE STATUS         IS WS-FS-RET-ENTREGA.

            SELECT  ARQ-SITUACAO-RF ASSIGN
                                        TO WS-END-ARQUI,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    ACCESS MODE         IS SEQUENTIAL,
                    LOCK MODE           IS MANUAL,
                    FILE STATUS         IS WS-FS-SITUACAO-RF.

            SELECT  ARQ-CONSULTA-RF ASSIGN
                                        TO WS-NOME-CONSULTA-RF,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    FILE STATUS         IS WS-FS-CONSULTA-RF.

            SELECT  ARQ-CSV-RFM ASSIGN
                                        TO WS-NOME-CSV-RFM,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    FILE STATUS         IS WS-FS-CSV-RFM.

            SELECT  ARQ-DIARIO ASSIGN
                                        TO WS-NOME-DIARIO,
                    ORGANIZATION        IS LINE SEQUENTIAL,
                    FILE STATUS         IS WS-FS-DIARIO.
                   
       DATA DIVISION.
       
       01 REG-CARTEIRA.
          COPY 'CARTEIRA'.

       FD ARQ-ESTOQUE VALUE OF FILE-ID IS 'ESTOQUE'.
       01 REG-ESTOQUE.
          COPY 'ESTOQUE'.

       FD ARQ-NF-CAB VALUE OF FILE-ID IS 'NFCAB'.
       01 REG-NF-CAB.
          COPY 'NFCAB'.

       FD ARQ-NF-ITEM VALUE OF FILE-ID IS 'NFITEM'.
       01 REG-NF-ITEM.
          COPY 'NFITEM'.

       FD ARQ-ICMS VALUE OF FILE-ID IS 'ICMS'.
       01 REG-ICMS.
          COPY 'ICMS'.

       FD ARQ-NUMERADOR VALUE OF FILE-ID IS 'NUMERADOR'.
       01 REG-NUMERADOR.
          COPY 'NUMERADOR'.

       FD ARQ-TITULO VALUE OF FILE-ID IS 'TITULO'.
       01 REG-TITULO.
          COPY 'TITULO'.

       FD ARQ-PRECO VALUE OF FILE-ID IS 'PRECO'.
       01 REG-PRECO.
          COPY 'PRECO'.

       FD ARQ-ROMANEIO VALUE OF FILE-ID IS 'ROMANEIO'.
       01 REG-ROMANEIO.
          COPY 'ROMANEIO'.

       FD ARQ-PARAMSIS   VALUE OF FILE-ID IS 'PARAMSIS'
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-PARAMSIS              PIC X(060).

       FD ARQ-CONTAMAP   VALUE OF FILE-ID IS 'CONTAMAP'
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-CONTAMAP              PIC X(080).

       FD ARQ-CEP VALUE OF FILE-ID IS 'CEPFAIXA'.
       01 REG-CEP-FAIXA.
          COPY 'CEPFAIXA'.
          05 FD-AUD-TIPO               PIC X(003).
          05 FD-AUD-OPERACAO           PIC X(001).
          05 FD-AUD-CHAVE              PIC 9(007).
          05 FD-AUD-IMAGEM-ANTES       PIC X(250).
          05 FD-AUD-IMAGEM-DEPOIS      PIC X(250).

       FD ARQ-MOV-ESTOQUE VALUE OF FILE-ID IS 'MOVESTQ'
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-MOV-ESTOQUE.
          05 FD-MOV-DATA               PIC 9(008).
          05 FD-MOV-HORA               PIC 9(006).
          05 FD-MOV-PRODUTO            PIC 9(007).
          05 FD-MOV-TIPO               PIC X(001).
          05 FD-MOV-QTD                PIC S9(007).
          05 FD-MOV-DOCUMENTO          PIC 9(007).
          05 FD-MOV-OPERADOR           PIC X(005).
          05 FD-MOV-HISTORICO          PIC X(030).

       FD ARQ-LOG-ACESSO VALUE OF FILE-ID IS 'LOGACESSO'
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-LOG-ACESSO.
          05 FD-ACE-DATA               PIC 9(008).
          05 FD-ACE-HORA               PIC 9(006).
          05 FD-ACE-USUARIO            PIC X(005).
          05 FD-ACE-EVENTO             PIC X(012).
          05 FD-ACE-MENSAGEM           PIC X(040).

       FD ARQ-CKPT-CLI   VALUE OF FILE-ID IS 'CKPTCLI'
          RECORDING MODE IS F
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-BKP-CLI               PIC X(250).

       FD ARQ-BKP-VEN
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-BKP-VEN               PIC X(250).

       FD ARQ-AUD-ARQV
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-AUD-ARQV              PIC X(525).

       FD ARQ-LOG-ARQV
          RECORDING MODE IS F
          RECORDING MODE IS F
          LABEL RECORD   IS STANDARD
          BLOCK CONTAINS  0 RECORDS.
       01 FD-REG-TRABALHO              PIC X(525).

       FD ARQ-PARAM      VALUE OF FILE-ID IS 'PARAMJOB'
          RECORDING MODE IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-IMPORT-PED            PIC X(041).

       FD ARQ-RETORNO
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-RETORNO               PIC X(028).

       FD ARQ-IMPORT-PRECO
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-IMPORT-PRECO          PIC X(037).

       FD ARQ-RET-ENTREGA
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-RET-ENTREGA           PIC X(041).

       FD ARQ-SITUACAO-RF
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SITUACAO-RF           PIC X(024).

       FD ARQ-CONSULTA-RF
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-CONSULTA-RF           PIC X(024).

       FD ARQ-CSV-RFM
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-REG-CSV-RFM               PIC X(250).

       FD ARQ-DIARIO
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-REG-DIARIO                PIC X(095).
       
       WORKING-STORAGE SECTION.
       
         05 WS-FS-ACESSO-MUN           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-CEP           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-CAR           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-EST           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-NFC           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-NFI           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-ICM           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-NUM           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-TIT           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-PRC           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-ROM           PIC X(02) VALUE SPACES.
         05 WS-FS-PARAMSIS             PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-CSV           PIC X(02) VALUE SPACES.
         05 WS-FS-ACESSO-REL           PIC X(02) VALUE SPACES.
         05 WS-FS-IMPORT-CLI            PIC X(02) VALUE SPACES.
         05 WS-FS-IMPORT-VEN            PIC X(02) VALUE SPACES.
         05 WS-FS-IMPORT-PED            PIC X(02) VALUE SPACES.
         05 WS-FS-RETORNO               PIC X(02) VALUE SPACES.
         05 WS-FS-IMPORT-PRC            PIC X(02) VALUE SPACES.
         05 WS-FS-RET-ENTREGA           PIC X(02) VALUE SPACES.
         05 WS-FS-SITUACAO-RF           PIC X(02) VALUE SPACES.
         05 WS-FS-CONSULTA-RF           PIC X(02) VALUE SPACES.
         05 WS-FS-CSV-RFM               PIC X(02) VALUE SPACES.
         05 WS-FS-CONTAMAP              PIC X(02) VALUE SPACES.
         05 WS-FS-DIARIO                PIC X(02) VALUE SPACES.
         05 WS-FS-PARAM                 PIC X(02) VALUE SPACES.
         05 WS-FS-SUMARIO               PIC X(02) VALUE SPACES.
         05 WS-FS-BKP-CLI               PIC X(02) VALUE SPACES.
          05 WS-COD-PRODUTO-IMP           PIC  9(07)       VALUE ZEROS.
          05 WS-QTD-PED-IMP               PIC  9(05)       VALUE ZEROS.

       01 WS-AREA-RETORNO.
          05 WS-RET-NOSSO-NUMERO.
             10 WS-RET-PEDIDO             PIC  9(07)       VALUE ZEROS.
             10 WS-RET-PARCELA            PIC  9(02)       VALUE ZEROS.
          05 WS-RET-DATA-PAGTO            PIC  9(08)       VALUE ZEROS.
          05 WS-RET-VLR-PAGO              PIC  9(09)V9(02) VALUE ZEROS.

       01 WS-AREA-IMPORT-PRECO.
          05 WS-PRC-IMP-PRODUTO           PIC  9(07)       VALUE ZEROS.
          05 WS-PRC-IMP-UF                PIC  X(02)       VALUE SPACES.
          05 WS-PRC-IMP-GRUPO             PIC  X(03)       VALUE SPACES.
          05 WS-PRC-IMP-INICIO            PIC  9(08)       VALUE ZEROS.
          05 WS-PRC-IMP-FIM               PIC  9(08)       VALUE ZEROS.
          05 WS-PRC-IMP-VALOR             PIC  9(07)V9(02) VALUE ZEROS.

       01 WS-AREA-RET-ENTREGA.
          05 WS-ENT-ROMANEIO              PIC  9(07)       VALUE ZEROS.
          05 WS-ENT-PARADA                PIC  9(03)       VALUE ZEROS.
          05 WS-ENT-CODIGO                PIC  X(01)       VALUE SPACES.
          05 WS-ENT-MOTIVO                PIC  X(30)       VALUE SPACES.

       01 WS-AREA-SITUACAO-RF.
          05 WS-SRF-TIPO                  PIC  X(01)       VALUE SPACES.
          05 WS-SRF-DOCUMENTO             PIC  9(14)       VALUE ZEROS.
          05 WS-SRF-DOC-CPF               REDEFINES WS-SRF-DOCUMENTO.
             10 FILLER                    PIC  9(03).
             10 WS-SRF-CPF                PIC  9(11).
          05 WS-SRF-SITUACAO              PIC  X(01)       VALUE SPACES.
          05 WS-SRF-DATA                  PIC  9(08)       VALUE ZEROS.
          05 WS-SRF-DATA-X                REDEFINES WS-SRF-DATA
                                          PIC  X(08).

       01 WS-ACHOU                     PIC 9(01) VALUES ZEROS.

       01 WS-LATI-LONG-MASC            PIC +ZZZ,ZZZZZZZ9.
       01 WS-FIM-ARQ-PARAMSIS          PIC X(001) VALUE SPACES.
       01 WS-LINHA-PARAMSIS            PIC X(060) VALUE SPACES.
       01 WS-PARAMSIS-CHAVE            PIC X(010) VALUE SPACES.
       01 WS-PARAMSIS-VALOR            PIC X(015) VALUE SPACES.
       01 WS-PAR-IX                    PIC 9(002) VALUE ZEROS.
       01 WS-PAR-TAM                   PIC 9(001) VALUE ZEROS.
       01 WS-PAR-NUMERO                PIC 9(005) VALUE ZEROS.
       01 WS-PAR-NUM-OK                PIC X(001) VALUE SPACES.

       01 WS-UNI-SOBREV                PIC 9(007) VALUE ZEROS.
       01 WS-UNI-DUP                   PIC 9(007) VALUE ZEROS.
       01 WS-UNI-REG-SOBREV            PIC X(250) VALUE SPACES.
       01 WS-UNI-REG-DUP               PIC X(250) VALUE SPACES.
       01 WS-UNI-CONF                  PIC X(001) VALUE SPACES.
       01 ACU-UNI-PEDIDOS              PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-AUD-TIPO                  PIC X(003) VALUE SPACES.
       01 WS-AUD-OPERACAO              PIC X(001) VALUE SPACES.
       01 WS-AUD-CHAVE                 PIC 9(007) VALUE ZEROS.
       01 WS-AUD-ANTES                 PIC X(250) VALUE SPACES.
       01 WS-AUD-DEPOIS                PIC X(250) VALUE SPACES.
       01 WS-FIM-ARQ-AUD               PIC X(01)  VALUE SPACES.
       01 WS-AUD-CONS-TIPO             PIC X(001) VALUE SPACES.
       01 WS-AUD-CONS-CHAVE            PIC 9(007) VALUE ZEROS.
       01 WS-USU-VAZIO                 PIC X(001) VALUE SPACES.
       01 WS-FIM-ARQ-USUARIO           PIC X(001) VALUE SPACES.

       01 WS-FS-LOG-ACESSO             PIC X(002) VALUE SPACES.
       01 WS-FIM-ARQ-LOG-ACESSO        PIC X(001) VALUE SPACES.
       01 WS-ACE-USUARIO               PIC X(005) VALUE SPACES.
       01 WS-ACE-EVENTO                PIC X(012) VALUE SPACES.
       01 WS-ACE-MENSAGEM              PIC X(040) VALUE SPACES.
       01 WS-SEG-DIAS-SENHA            PIC 9(003) VALUE 90.
       01 WS-SEG-MAX-FALHAS            PIC 9(002) VALUE 3.
       01 WS-SEG-DIAS-INATIVO          PIC 9(003) VALUE 60.
       01 WS-SEG-DIAS-FALHAS           PIC 9(003) VALUE 30.
       01 WS-SEG-TEXTO.
          05 WS-SEG-TXT-COD            PIC 9(005) VALUE ZEROS.
          05 WS-SEG-TXT-SENHA          PIC X(010) VALUE SPACES.
          05 WS-SEG-TXT-SAL            PIC X(009) VALUE 'CARTCLIE*'.
       01 WS-SEG-HASH                  PIC X(018) VALUE SPACES.
       01 WS-SEG-HASH-NUM              REDEFINES WS-SEG-HASH.
          05 WS-SEG-H1                 PIC 9(009).
          05 WS-SEG-H2                 PIC 9(009).
       01 WS-SEG-PRODUTO               PIC 9(015) COMP-3 VALUE ZEROS.
       01 WS-SEG-QUOCIENTE             PIC 9(015) COMP-3 VALUE ZEROS.
       01 WS-SEG-CARACTER              PIC 9(003) VALUE ZEROS.
       01 WS-SEG-IX                    PIC 9(002) VALUE ZEROS.
       01 WS-SEG-RODADA                PIC 9(001) VALUE ZEROS.
       01 WS-SEG-NOVA-SENHA            PIC X(010) VALUE SPACES.
       01 WS-SEG-CONF-SENHA            PIC X(010) VALUE SPACES.
       01 WS-SEG-TAM                   PIC 9(002) VALUE ZEROS.
       01 WS-SEG-TROCA-OK              PIC X(001) VALUE SPACES.
       01 WS-SEG-LISTA                 PIC X(001) VALUE SPACES.
       01 WS-SEG-MOTIVO                PIC X(040) VALUE SPACES.
       01 WS-SEG-DIAS                  PIC S9(007) VALUE ZEROS.
       01 WS-SEG-DIAS-MASC             PIC ZZZZZZ9.
       01 WS-SEG-DATA-CORTE            PIC 9(008) VALUE ZEROS.
       01 WS-SEG-FALHAS-MASC           PIC Z9.
       01 ACU-SEG-FALHAS               PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SEG-BLOQUEADOS           PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SEG-INATIVOS             PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-LINHA-REL-SEGURANCA.
          05 WS-REL-SEG-DATA           PIC X(008).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SEG-HORA           PIC X(006).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SEG-USUARIO        PIC X(005).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SEG-NOME           PIC X(030).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SEG-EVENTO         PIC X(012).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SEG-INFO           PIC X(029).

       01 WS-DATA-COMPLETA             PIC 9(008) VALUE ZEROS.
       01 WS-HORA-AUX                  PIC X(008) VALUE SPACES.

       01 ACU-BKP-VEN                  PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-BKP-ERROS                PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-FS-MOV-EST                PIC X(002) VALUE SPACES.
       01 WS-EST-MODO                  PIC X(001) VALUE 'A'.
       01 WS-EST-PRODUTO               PIC 9(007) VALUE ZEROS.
       01 WS-EST-TIPO                  PIC X(001) VALUE SPACES.
       01 WS-EST-QTD                   PIC S9(007) VALUE ZEROS.
       01 WS-EST-DOCUMENTO             PIC 9(007) VALUE ZEROS.
       01 WS-EST-HISTORICO             PIC X(030) VALUE SPACES.
       01 WS-EST-NUM-PEDIDO            PIC 9(007) VALUE ZEROS.
       01 WS-EST-QTD-PEDIDA            PIC 9(007) VALUE ZEROS.
       01 WS-EST-DISPONIVEL            PIC S9(007) VALUE ZEROS.
       01 WS-EST-SUFICIENTE            PIC X(001) VALUE SPACES.
       01 WS-EST-IND                   PIC 9(003) VALUE ZEROS.
       01 WS-EST-QTD-TELA              PIC 9(007) VALUE ZEROS.
       01 WS-EST-SINAL                 PIC X(001) VALUE SPACES.
       01 WS-EST-FISICO-ATUAL          PIC S9(007) VALUE ZEROS.
       01 WS-EST-SUGESTAO              PIC 9(007) VALUE ZEROS.
       01 WS-EST-QTD-MASC              PIC -ZZZZZZ9.
       01 WS-FIM-ARQ-PRODUTO           PIC X(001) VALUE SPACES.
       01 ACU-EST-PRODUTOS             PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-EST-ABAIXO-MINIMO        PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-LINHA-REL-ESTOQUE.
          05 WS-REL-EST-PROD           PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EST-DESC           PIC X(030).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EST-FISICO         PIC -ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EST-RESERV         PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EST-DISP           PIC -ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EST-MINIMO         PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EST-SUGEST         PIC ZZZZZZ9.

       01 WS-NUM-CHAVE                 PIC X(010) VALUE SPACES.
       01 WS-NUM-PROXIMO               PIC 9(007) VALUE ZEROS.
       01 WS-NUM-TENT                  PIC 9(003) VALUE ZEROS.
       01 WS-NUM-MAX-TENT              PIC 9(003) VALUE 100.
       01 WS-NF-UF-ORIGEM              PIC X(002) VALUE 'SC'.
       01 WS-NF-UF-DESTINO             PIC X(002) VALUE SPACES.
       01 WS-NF-ICMS-OK                PIC X(001) VALUE SPACES.
       01 WS-NF-ALIQ                   PIC 9(002)V9(02) VALUE ZEROS.
       01 WS-NF-NUMERO                 PIC 9(007) VALUE ZEROS.
       01 WS-NF-FATURADO               PIC X(001) VALUE SPACES.
       01 WS-NF-PRIMEIRA               PIC 9(007) VALUE ZEROS.
       01 WS-NF-ULTIMA                 PIC 9(007) VALUE ZEROS.
       01 WS-NF-SEQ                    PIC 9(003) VALUE ZEROS.
       01 WS-NF-ANTERIOR               PIC 9(007) VALUE ZEROS.
       01 WS-NF-FALTA-INI              PIC 9(007) VALUE ZEROS.
       01 WS-NF-FALTA-FIM              PIC 9(007) VALUE ZEROS.
       01 WS-PER-DATA-INI              PIC 9(008) VALUE ZEROS.
       01 WS-PER-DATA-FIM              PIC 9(008) VALUE ZEROS.
       01 WS-NF-CONF                   PIC X(001) VALUE SPACES.
       01 WS-NF-MOTIVO                 PIC X(040) VALUE SPACES.
       01 WS-NF-CONS-NUM               PIC 9(007) VALUE ZEROS.
       01 WS-NF-DATA-ULTIMA            PIC 9(008) VALUE ZEROS.
       01 WS-NF-MASC                   PIC ZZZZZZ9.
       01 WS-NF-MASC-2                 PIC ZZZZZZ9.
       01 WS-NF-ALIQ-MASC              PIC Z9,99.
       01 WS-FIM-ARQ-NF                PIC X(001) VALUE SPACES.
       01 WS-FIM-ARQ-NF-ITEM           PIC X(001) VALUE SPACES.
       01 ACU-NF-EMITIDAS              PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-NF-SEM-ICMS              PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-NF-PERIODO               PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-NF-CANCELADAS            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-NF-FALTANTES             PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-LINHA-REL-NF-ITEM.
          05 WS-REL-NFI-SEQ            PIC ZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-NFI-PROD           PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-NFI-DESC           PIC X(030).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-NFI-QTD            PIC ZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-NFI-UNIT           PIC ZZZZZZ9,99.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-NFI-TOTAL          PIC ZZZZZZZZ9,99.

       01 WS-LINHA-REL-NF-TOTAL.
          05 FILLER                    PIC X(040) VALUE SPACES.
          05 WS-REL-NFT-ROTULO         PIC X(025).
          05 WS-REL-NFT-VALOR          PIC ZZZZZZZZZZ9,99.

       01 WS-TIT-PARCELAS              PIC 9(002) VALUE ZEROS.
       01 WS-TIT-PRAZO                 PIC 9(003) VALUE ZEROS.
       01 WS-TIT-INTERVALO             PIC 9(003) VALUE ZEROS.
       01 WS-TIT-IND                   PIC 9(002) VALUE ZEROS.
       01 WS-TIT-VLR-PARCELA           PIC 9(009)V9(02) VALUE ZEROS.
       01 WS-TIT-VLR-SALDO             PIC 9(009)V9(02) VALUE ZEROS.
       01 WS-TIT-VLR-ABERTO            PIC 9(009)V9(02) VALUE ZEROS.
       01 WS-TIT-VLR-BAIXA             PIC 9(009)V9(02) VALUE ZEROS.
       01 WS-TIT-DATA-BAIXA            PIC 9(008) VALUE ZEROS.
       01 WS-TIT-DIA-EMISSAO           PIC 9(007) VALUE ZEROS.
       01 WS-TIT-DIA-HOJE              PIC 9(007) VALUE ZEROS.
       01 WS-TIT-DIAS-ATRASO           PIC S9(007) VALUE ZEROS.
       01 WS-TIT-ORIGEM                PIC X(001) VALUE SPACES.
       01 WS-TIT-BAIXA-OK              PIC X(001) VALUE SPACES.
       01 WS-TIT-CONF                  PIC X(001) VALUE SPACES.
       01 WS-TIT-PEDIDO                PIC 9(007) VALUE ZEROS.
       01 WS-TIT-PARCELA               PIC 9(002) VALUE ZEROS.
       01 WS-TIT-CLIENTE               PIC 9(007) VALUE ZEROS.
       01 WS-TIT-SITUACAO              PIC X(009) VALUE SPACES.
       01 WS-TIT-MASC                  PIC ZZZZZZ9.
       01 WS-TIT-DIAS-MASC             PIC ZZ9.
       01 WS-TIT-PARC-MASC             PIC Z9.
       01 WS-FIM-ARQ-TITULO            PIC X(001) VALUE SPACES.
       01 WS-FIM-ARQ-RETORNO           PIC X(001) VALUE SPACES.
       01 WS-RETORNO-FATAL             PIC X(001) VALUE 'N'.
       01 ACU-TIT-GERADOS              PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RET-LIDOS                PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RET-BAIXADOS             PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RET-REJEITADOS           PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-EXT-TITULOS              PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-EXT-TOT-VALOR             PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-EXT-TOT-PAGO              PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-EXT-TOT-ABERTO            PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-EXT-TOT-VENCIDO           PIC 9(011)V9(02) VALUE ZEROS.

       01 WS-AGN-IND                   PIC 9(001) VALUE ZEROS.
       01 WS-AGN-CLI-ATUAL             PIC 9(007) VALUE ZEROS.
       01 WS-AGN-VEN-ATUAL             PIC 9(007) VALUE ZEROS.
       01 WS-AGN-VEN-QTD               PIC 9(003) VALUE ZEROS.
       01 WS-AGN-VEN-IND               PIC 9(003) VALUE ZEROS.
       01 WS-AGN-VEN-ACHOU             PIC X(001) VALUE SPACES.
       01 WS-AGN-TOTAL                 PIC 9(011)V9(02) VALUE ZEROS.
       01 ACU-AGN-CLIENTES             PIC 9(009) COMP-3 VALUE ZEROS.
       01 WS-AGN-CLI-TOTAIS.
          05 WS-AGN-CLI-FAIXA          PIC 9(011)V9(02)
                                       OCCURS 5 TIMES.
       01 WS-AGN-GER-TOTAIS.
          05 WS-AGN-GER-FAIXA          PIC 9(011)V9(02)
                                       OCCURS 5 TIMES.
       01 WS-AGN-VEN-TABELA.
          05 WS-AGN-VEN-ENT            OCCURS 200 TIMES.
             10 WS-AGN-VEN-COD         PIC 9(007).
             10 WS-AGN-VEN-FAIXA       PIC 9(011)V9(02)
                                       OCCURS 5 TIMES.

       01 WS-LINHA-REL-AGING.
          05 WS-REL-AGN-COD            PIC ZZZZZZ9
                                       BLANK WHEN ZERO.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-AGN-NOME           PIC X(019).
          05 WS-REL-AGN-COLUNA         OCCURS 5 TIMES.
             10 FILLER                 PIC X(001) VALUE SPACES.
             10 WS-REL-AGN-FAIXA       PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-AGN-TOTAL          PIC ZZZZZZZZ9,99.

       01 WS-LINHA-REL-EXTRATO.
          05 WS-REL-EXT-PEDIDO         PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE '-'.
          05 WS-REL-EXT-PARC           PIC 9(002).
          05 FILLER                    PIC X(001) VALUE '/'.
          05 WS-REL-EXT-QTD            PIC 9(002).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-NF             PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-EMISSAO        PIC 9(008).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-VENCTO         PIC 9(008).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-VALOR          PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-PAGO           PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-DATA-PAGTO     PIC Z(008).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-SITUACAO       PIC X(009).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-EXT-ATRASO         PIC ZZZZ9.

       01 WS-LINHA-REL-RETORNO.
          05 WS-REL-RET-NOSSO          PIC X(009).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-RET-DATA           PIC X(008).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-RET-VALOR          PIC ZZZZZZZZ9,99.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-RET-MOTIVO         PIC X(040).

       01 WS-CRD-CLIENTE               PIC 9(007) VALUE ZEROS.
       01 WS-CRD-PEDIDO                PIC 9(007) VALUE ZEROS.
       01 WS-CRD-LIMITE                PIC 9(009)V9(02) VALUE ZEROS.
       01 WS-CRD-EXPOSICAO             PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CRD-COMPROMETIDO          PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CRD-SITUACAO              PIC X(001) VALUE SPACES.
       01 WS-CRD-STATUS-ANT            PIC X(001) VALUE SPACES.
       01 WS-CRD-DECISAO               PIC X(001) VALUE SPACES.
       01 WS-CRD-CONF                  PIC X(001) VALUE SPACES.
       01 WS-CRD-FIM                   PIC X(001) VALUE SPACES.
       01 WS-CRD-QTD-LINHA             PIC 9(002) VALUE ZEROS.
       01 WS-CRD-POS                   PIC 9(004) VALUE ZEROS.
       01 WS-CRD-REG-PEDIDO            PIC X(095) VALUE SPACES.
       01 ACU-RETIDOS-PED              PIC 9(009) COMP-3 VALUE ZEROS.
       01 WS-CRD-SUM-RETIDOS           PIC 9(009) VALUE ZEROS.
       01 WS-CRD-IMAGEM.
          05 WS-CRD-IMG-PEDIDO         PIC X(095).
          05 WS-CRD-IMG-DECISAO        PIC X(001).
          05 WS-CRD-IMG-OPERADOR       PIC X(005).
          05 WS-CRD-IMG-LIMITE         PIC 9(009)V9(02).
          05 WS-CRD-IMG-COMPROMETIDO   PIC 9(011)V9(02).

       01 WS-LINHA-FILA-CREDITO.
          05 WS-FIL-PEDIDO             PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-FIL-DATA               PIC 9(008).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-FIL-CLIENTE            PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-FIL-RAZAO              PIC X(020).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-FIL-VALOR              PIC ZZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-FIL-LIMITE             PIC ZZZZZZZZ9,99.

       01 WS-PRC-PRODUTO               PIC 9(007) VALUE ZEROS.
       01 WS-PRC-CLIENTE               PIC 9(007) VALUE ZEROS.
       01 WS-PRC-UF                    PIC X(002) VALUE SPACES.
       01 WS-PRC-GRUPO                 PIC X(003) VALUE SPACES.
       01 WS-PRC-DATA                  PIC 9(008) VALUE ZEROS.
       01 WS-PRC-VALOR                 PIC 9(007)V9(02) VALUE ZEROS.
       01 WS-PRC-ACHOU                 PIC X(001) VALUE SPACES.
       01 WS-PRC-UF-BUSCA              PIC X(002) VALUE SPACES.
       01 WS-PRC-GRUPO-BUSCA           PIC X(003) VALUE SPACES.
       01 WS-PRC-FIM                   PIC X(001) VALUE SPACES.
       01 WS-PRC-VIGENCIA              PIC 9(008) VALUE ZEROS.
       01 WS-PRC-DIA-ANTERIOR          PIC 9(008) VALUE ZEROS.
       01 WS-PRC-VLR-ANTERIOR          PIC 9(007)V9(02) VALUE ZEROS.
       01 WS-PRC-VARIACAO              PIC S9(005)V9(02) VALUE ZEROS.
       01 WS-PRC-CHAVE-ATUAL           PIC X(020) VALUE SPACES.
       01 WS-PRC-REG-ATUAL             PIC X(056) VALUE SPACES.
       01 WS-PRC-MASC                  PIC ZZZZZZ9.
       01 WS-FIM-ARQ-IMP-PRECO         PIC X(001) VALUE SPACES.
       01 WS-PRC-IMP-FATAL             PIC X(001) VALUE 'N'.
       01 ACU-PRC-LIDOS                PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-PRC-GRAVADOS             PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-PRC-REJEITADOS           PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-PRC-LISTADOS             PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-LINHA-REL-PRECO.
          05 WS-REL-PRC-PRODUTO        PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-DESC           PIC X(025).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-UF             PIC X(002).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-PRC-GRUPO          PIC X(003).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-INICIO         PIC 9(008).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-FIM            PIC 9(008).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-ANTERIOR       PIC ZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-NOVO           PIC ZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-PRC-VARIACAO       PIC -ZZZ9,99.

       01 WS-ROM-DEP-LAT               PIC S9(3)V9(8)  COMP-3
                                       VALUE ZEROS.
       01 WS-ROM-DEP-LON               PIC S9(3)V9(8)  COMP-3
                                       VALUE ZEROS.
       01 WS-ROM-DEP-INFORMADO         PIC X(001) VALUE 'N'.
       01 WS-ROM-COORD-AUX             PIC S9(5)V9(8)  VALUE ZEROS.
       01 WS-ROM-MAX-PARADAS           PIC 9(003) VALUE 20.
       01 WS-ROM-AGRUPAR               PIC X(001) VALUE 'M'.
       01 WS-ROM-AGRUP-ATUAL           PIC X(007) VALUE SPACES.
       01 WS-ROM-AGRUP-CLI             PIC X(007) VALUE SPACES.
       01 WS-ROM-NUMERO                PIC 9(007) VALUE ZEROS.
       01 WS-ROM-SEQ                   PIC 9(003) VALUE ZEROS.
       01 WS-ROM-ABERTO                PIC X(001) VALUE 'N'.
       01 WS-ROM-FIM-ROTA              PIC X(001) VALUE SPACES.
       01 WS-ROM-FATAL                 PIC X(001) VALUE 'N'.
       01 WS-ROM-POS-LAT               PIC S9(3)V9(8)  COMP-3
                                       VALUE ZEROS.
       01 WS-ROM-POS-LON               PIC S9(3)V9(8)  COMP-3
                                       VALUE ZEROS.
       01 WS-ROM-IX                    PIC 9(004) VALUE ZEROS.
       01 WS-ROM-JX                    PIC 9(004) VALUE ZEROS.
       01 WS-ROM-PROX-IX               PIC 9(004) VALUE ZEROS.
       01 WS-ROM-ITENS-PED             PIC 9(007) VALUE ZEROS.
       01 WS-ROM-MOTIVO                PIC X(040) VALUE SPACES.
       01 WS-ROM-TOT-PARADAS           PIC 9(003) VALUE ZEROS.
       01 WS-ROM-TOT-ITENS             PIC 9(007) VALUE ZEROS.
       01 WS-ROM-TOT-VALOR             PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-ROM-QTD-MASC              PIC ZZ9.
       01 WS-ROM-ITENS-MASC            PIC ZZZZZZ9.
       01 WS-ROM-LON-MASC              PIC +ZZZ,ZZZZZZZ9.
       01 WS-ROM-SUM-EXCECOES          PIC 9(009) VALUE ZEROS.
       01 ACU-ROM-ROMANEIOS            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-ROM-PEDIDOS              PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-ROM-EXCECOES             PIC 9(009) COMP-3 VALUE ZEROS.
       01 WS-ENT-ACHADOS               PIC 9(003) VALUE ZEROS.
       01 WS-ENT-FIM                   PIC X(001) VALUE SPACES.
       01 WS-FIM-ARQ-RET-ENTREGA       PIC X(001) VALUE SPACES.
       01 WS-ENT-FATAL                 PIC X(001) VALUE 'N'.
       01 ACU-ENT-LIDOS                PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-ENT-ENTREGUES            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-ENT-NAO-ENTREGUES        PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-ENT-EXCECOES             PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-NOME-CONSULTA-RF          PIC X(040) VALUE SPACES.
       01 WS-FIM-ARQ-SITUACAO-RF       PIC X(001) VALUE SPACES.
       01 WS-SRF-FATAL                 PIC X(001) VALUE 'N'.
       01 WS-SRF-MOTIVO                PIC X(040) VALUE SPACES.
       01 WS-SRF-DIAS-CONSULTA         PIC 9(003) VALUE 30.
       01 WS-SRF-DATA-CORTE            PIC 9(008) VALUE ZEROS.
       01 WS-SRF-SITUACAO-TESTE        PIC X(001) VALUE SPACES.
       01 WS-SRF-DESCRICAO             PIC X(012) VALUE SPACES.
       01 WS-SRF-FIM                   PIC X(001) VALUE SPACES.
       01 WS-SRF-MUDOU                 PIC X(001) VALUE SPACES.
       01 WS-SRF-PED-CLIENTE           PIC 9(005) VALUE ZEROS.
       01 WS-SRF-SUM-IRREG             PIC 9(009) VALUE ZEROS.
       01 ACU-SRF-LIDOS                PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SRF-ATUALIZADOS          PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SRF-REJEITADOS           PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SRF-CLI-IRREG            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SRF-VEN-IRREG            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SRF-PED-ABERTOS          PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-SRF-PENDENTES            PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-LINHA-REL-SITUACAO-RF.
          05 WS-REL-SRF-CODIGO         PIC ZZZZZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SRF-DOCUMENTO      PIC Z(13)9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SRF-NOME           PIC X(040).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SRF-SITUACAO       PIC X(012).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-SRF-DATA           PIC X(008).

       01 WS-LINHA-REL-SRF-PED.
          05 FILLER                    PIC X(013) VALUE
                                       '      PEDIDO '.
          05 WS-REL-SPD-PEDIDO         PIC ZZZZZZ9.
          05 FILLER                    PIC X(007) VALUE '  DATA '.
          05 WS-REL-SPD-DATA           PIC 9(008).
          05 FILLER                    PIC X(009) VALUE '  STATUS '.
          05 WS-REL-SPD-STATUS         PIC X(001).
          05 FILLER                    PIC X(008) VALUE '  VALOR '.
          05 WS-REL-SPD-VALOR          PIC ZZZZZZZZ9,99.

       01 WS-NOME-CSV-RFM              PIC X(040) VALUE SPACES.
       01 WS-RFM-FATAL                 PIC X(001) VALUE 'N'.
       01 WS-RFM-DIAS-INATIVO          PIC 9(003) VALUE 90.
       01 WS-RFM-PCT-QUEDA             PIC 9(002) VALUE 50.
       01 WS-RFM-DATA-REF.
          05 WS-RFM-REF-ANO            PIC 9(004) VALUE ZEROS.
          05 WS-RFM-REF-MES            PIC 9(002) VALUE ZEROS.
          05 WS-RFM-REF-DIA            PIC 9(002) VALUE ZEROS.
       01 WS-RFM-DATA-REF-N            REDEFINES WS-RFM-DATA-REF
                                       PIC 9(008).
       01 WS-RFM-DATA-AUX.
          05 WS-RFM-AUX-ANO            PIC 9(004) VALUE ZEROS.
          05 WS-RFM-AUX-MES            PIC 9(002) VALUE ZEROS.
          05 WS-RFM-AUX-DIA            PIC 9(002) VALUE ZEROS.
       01 WS-RFM-DATA-AUX-N            REDEFINES WS-RFM-DATA-AUX
                                       PIC 9(008).
       01 WS-RFM-CORTE-03              PIC 9(008) VALUE ZEROS.
       01 WS-RFM-CORTE-06              PIC 9(008) VALUE ZEROS.
       01 WS-RFM-CORTE-12              PIC 9(008) VALUE ZEROS.
       01 WS-RFM-MESES                 PIC 9(002) VALUE ZEROS.
       01 WS-RFM-ANOMES                PIC 9(006) VALUE ZEROS.
       01 WS-RFM-QTD                   PIC 9(004) VALUE ZEROS.
       01 WS-RFM-IX                    PIC 9(004) VALUE ZEROS.
       01 WS-RFM-JX                    PIC 9(004) VALUE ZEROS.
       01 WS-RFM-INI                   PIC 9(004) VALUE ZEROS.
       01 WS-RFM-FIM-BUSCA             PIC 9(004) VALUE ZEROS.
       01 WS-RFM-MEIO                  PIC 9(004) VALUE ZEROS.
       01 WS-RFM-ACHOU                 PIC X(001) VALUE SPACES.
       01 WS-RFM-POSICAO-OK            PIC X(001) VALUE SPACES.
       01 WS-RFM-FIM                   PIC X(001) VALUE SPACES.
       01 WS-RFM-ITENS-PED             PIC 9(005) VALUE ZEROS.
       01 WS-RFM-VALOR-PED             PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-RFM-LIMITE-QUEDA          PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-RFM-DIAS                  PIC 9(005) VALUE ZEROS.
       01 WS-RFM-INATIVO               PIC X(001) VALUE SPACES.
       01 WS-RFM-QUEDA                 PIC X(001) VALUE SPACES.
       01 WS-RFM-PRIMEIRO              PIC X(001) VALUE SPACES.
       01 WS-RFM-VEN-ATUAL             PIC 9(007) VALUE ZEROS.
       01 WS-RFM-UF-ATUAL              PIC X(002) VALUE SPACES.
       01 WS-RFM-MUN-ATUAL             PIC 9(007) VALUE ZEROS.
       01 WS-RFM-NOME-VEN              PIC X(040) VALUE SPACES.
       01 WS-RFM-NOME-MUN              PIC X(040) VALUE SPACES.
       01 WS-RFM-VEN-VALOR-12          PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-RFM-TOT-VALOR-12          PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-RFM-SUM-QUEDA             PIC 9(009) VALUE ZEROS.
       01 WS-RFM-QTD-MASC              PIC ZZZZ9.
       01 WS-RFM-VALOR-MASC            PIC ZZZZZZZZZZ9,99.
       01 WS-CSV-RFM-VEN               PIC ZZZZZZ9.
       01 WS-CSV-RFM-MUN               PIC ZZZZZZ9.
       01 WS-CSV-RFM-DIAS              PIC ZZZZ9.
       01 WS-CSV-RFM-P03               PIC ZZZZ9.
       01 WS-CSV-RFM-P06               PIC ZZZZ9.
       01 WS-CSV-RFM-P12               PIC ZZZZ9.
       01 WS-CSV-RFM-V03               PIC ZZZZZZZZZZ9,99.
       01 WS-CSV-RFM-V06               PIC ZZZZZZZZZZ9,99.
       01 WS-CSV-RFM-V12               PIC ZZZZZZZZZZ9,99.
       01 ACU-RFM-CLIENTES             PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-INATIVOS             PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-QUEDA                PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-PEDIDOS              PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-EXCEDIDOS            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-VEN-CLIENTES         PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-VEN-INATIVOS         PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-RFM-VEN-QUEDA            PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-RFM-TABELA.
          05 WS-RFM-ENT                OCCURS 3000 TIMES.
             10 WS-RFM-CLIENTE         PIC 9(007).
             10 WS-RFM-CHAVE.
                15 WS-RFM-VENDEDOR     PIC 9(007).
                15 WS-RFM-UF           PIC X(002).
                15 WS-RFM-MUNICIPIO    PIC 9(007).
                15 WS-RFM-CLI-CHAVE    PIC 9(007).
             10 WS-RFM-RAZAO           PIC X(040).
             10 WS-RFM-ULT-COMPRA      PIC 9(008).
             10 WS-RFM-PED-03          PIC 9(005).
             10 WS-RFM-PED-06          PIC 9(005).
             10 WS-RFM-PED-12          PIC 9(005).
             10 WS-RFM-VLR-03          PIC 9(011)V9(02).
             10 WS-RFM-VLR-06          PIC 9(011)V9(02).
             10 WS-RFM-VLR-12          PIC 9(011)V9(02).
       01 WS-RFM-ORDEM-TABELA.
          05 WS-RFM-ORDEM              PIC 9(004) OCCURS 3000 TIMES.

       01 WS-LINHA-REL-RFM.
          05 WS-REL-RFM-CLIENTE        PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-RAZAO          PIC X(016).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-ULT-COMPRA     PIC X(008).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-DIAS           PIC X(005).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-PED-03         PIC ZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-PED-06         PIC ZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-PED-12         PIC ZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-VLR-03         PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-VLR-06         PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-VLR-12         PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-RFM-SITUACAO       PIC X(008).

       01 WS-NOME-DIARIO               PIC X(040) VALUE SPACES.
       01 WS-CTB-FATAL                 PIC X(001) VALUE 'N'.
       01 WS-CTB-DATA-INI              PIC 9(008) VALUE ZEROS.
       01 WS-CTB-DATA-FIM              PIC 9(008) VALUE ZEROS.
       01 WS-CTB-TIPO                  PIC X(001) VALUE SPACES.
       01 WS-CTB-DATA-LANC             PIC 9(008) VALUE ZEROS.
       01 WS-CTB-GRUPO                 PIC X(003) VALUE SPACES.
       01 WS-CTB-UF                    PIC X(002) VALUE SPACES.
       01 WS-CTB-GRUPO-BUSCA           PIC X(003) VALUE SPACES.
       01 WS-CTB-UF-BUSCA              PIC X(002) VALUE SPACES.
       01 WS-CTB-ACHOU-IX              PIC 9(003) VALUE ZEROS.
       01 WS-CTB-IX                    PIC 9(003) VALUE ZEROS.
       01 WS-CTB-FIM                   PIC X(001) VALUE SPACES.
       01 WS-CTB-SEM-CONTA             PIC X(001) VALUE SPACES.
       01 WS-CTB-ACHOU-PED             PIC X(001) VALUE SPACES.
       01 WS-CTB-NATUREZA              PIC X(001) VALUE SPACES.
       01 WS-CTB-CONTA                 PIC X(015) VALUE SPACES.
       01 WS-CTB-VALOR                 PIC 9(009)V9(02) VALUE ZEROS.
       01 WS-CTB-HISTORICO             PIC X(030) VALUE SPACES.
       01 WS-CTB-LINHA-MAPA            PIC X(080) VALUE SPACES.
       01 WS-CTB-TOKEN-GRUPO           PIC X(015) VALUE SPACES.
       01 WS-CTB-TOKEN-UF              PIC X(015) VALUE SPACES.
       01 WS-CTB-TOKEN-DEB             PIC X(015) VALUE SPACES.
       01 WS-CTB-TOKEN-CRED            PIC X(015) VALUE SPACES.
       01 WS-CTB-TOKEN-ICMS-DEB        PIC X(015) VALUE SPACES.
       01 WS-CTB-TOKEN-ICMS-CRED       PIC X(015) VALUE SPACES.
       01 WS-CTB-VLR-NOTA              PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-VLR-ICMS-NOTA         PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-VLR-PEDIDO            PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-VENDAS            PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-ICMS              PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-EST-VENDAS        PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-EST-ICMS          PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-PED-FATURADO      PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-PED-CANCELADO     PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-DEBITO            PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-TOT-CREDITO           PIC 9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-DIFERENCA             PIC S9(011)V9(02) VALUE ZEROS.
       01 WS-CTB-CONCILIADO            PIC X(001) VALUE 'S'.
       01 WS-CTB-VALOR-MASC            PIC ZZZZZZZZZZ9,99.
       01 WS-CTB-DIF-MASC              PIC -ZZZZZZZZZZ9,99.
       01 WS-CTB-SUM-LANC              PIC 9(009) VALUE ZEROS.
       01 ACU-CTB-NOTAS                PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-CTB-ESTORNOS             PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-CTB-LANCAMENTOS          PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-CTB-SEM-CONTA            PIC 9(009) COMP-3 VALUE ZEROS.
       01 ACU-CTB-DIVERGENTES          PIC 9(009) COMP-3 VALUE ZEROS.

       01 WS-CTB-MAPA-QTD              PIC 9(003) VALUE ZEROS.
       01 WS-CTB-MAPA-TABELA.
          05 WS-CTB-MAPA-ENT           OCCURS 200 TIMES.
             10 WS-CTB-MAPA-GRUPO      PIC X(003).
             10 WS-CTB-MAPA-UF         PIC X(002).
             10 WS-CTB-MAPA-DEB        PIC X(015).
             10 WS-CTB-MAPA-CRED       PIC X(015).
             10 WS-CTB-MAPA-ICMS-DEB   PIC X(015).
             10 WS-CTB-MAPA-ICMS-CRED  PIC X(015).

       01 WS-AREA-DIARIO.
          05 WS-DIA-DATA               PIC 9(008).
          05 WS-DIA-TIPO               PIC X(001).
          05 WS-DIA-NATUREZA           PIC X(001).
          05 WS-DIA-CONTA              PIC X(015).
          05 WS-DIA-VALOR              PIC 9(009)V9(02).
          05 WS-DIA-NUM-NF             PIC 9(007).
          05 WS-DIA-NUM-PEDIDO         PIC 9(007).
          05 WS-DIA-SEQ-ITEM           PIC 9(003).
          05 WS-DIA-CLIENTE            PIC 9(007).
          05 WS-DIA-UF                 PIC X(002).
          05 WS-DIA-GRUPO              PIC X(003).
          05 WS-DIA-HISTORICO          PIC X(030).

       01 WS-LINHA-REL-CTB.
          05 WS-REL-CTB-DATA           PIC 9(008).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-TIPO           PIC X(007).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-NF             PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-PEDIDO         PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-VLR-DIARIO     PIC ZZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-VLR-PEDIDO     PIC ZZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-VLR-ICMS       PIC ZZZZZZZ9,99.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-CTB-SITUACAO       PIC X(010).

       01 WS-RPA-QTD                   PIC 9(004) VALUE ZEROS.
       01 WS-ROM-PARADAS.
          05 WS-RPA-ENT                OCCURS 500 TIMES.
             10 WS-RPA-CLIENTE         PIC 9(007).
             10 WS-RPA-AGRUP           PIC X(007).
             10 WS-RPA-LAT             PIC S9(3)V9(8)  COMP-3.
             10 WS-RPA-LON             PIC S9(3)V9(8)  COMP-3.
             10 WS-RPA-VALOR           PIC 9(011)V9(02).
             10 WS-RPA-ITENS           PIC 9(007).
             10 WS-RPA-PEDIDOS         PIC 9(003).
             10 WS-RPA-ROMANEIO        PIC 9(007).
             10 WS-RPA-SEQ             PIC 9(003).

       01 WS-RPE-QTD                   PIC 9(004) VALUE ZEROS.
       01 WS-ROM-PEDIDOS.
          05 WS-RPE-ENT                OCCURS 2000 TIMES.
             10 WS-RPE-PEDIDO          PIC 9(007).
             10 WS-RPE-PARADA          PIC 9(004).
             10 WS-RPE-DATA            PIC 9(008).
             10 WS-RPE-VALOR           PIC 9(009)V9(02).
             10 WS-RPE-ITENS           PIC 9(007).

       01 WS-LINHA-REL-ROMANEIO.
          05 WS-REL-ROM-SEQ            PIC ZZ9.
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-ROM-CLIENTE        PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ROM-RAZAO          PIC X(025).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ROM-LOGRADOURO     PIC X(024).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ROM-NUMERO         PIC X(006).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ROM-PEDIDOS        PIC ZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ROM-ITENS          PIC ZZZZZZ9.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ROM-VALOR          PIC ZZZZZZZZ9,99.

       01 WS-LINHA-REL-ROM-PED.
          05 FILLER                    PIC X(013) VALUE
                                       '      PEDIDO '.
          05 WS-REL-RPD-PEDIDO         PIC ZZZZZZ9.
          05 FILLER                    PIC X(007) VALUE '  DATA '.
          05 WS-REL-RPD-DATA           PIC 9(008).
          05 FILLER                    PIC X(008) VALUE '  ITENS '.
          05 WS-REL-RPD-ITENS          PIC ZZZZZZ9.
          05 FILLER                    PIC X(008) VALUE '  VALOR '.
          05 WS-REL-RPD-VALOR          PIC ZZZZZZZZ9,99.

       01 WS-LINHA-REL-ENTREGA.
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ENT-ROMANEIO       PIC Z(007).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-ENT-PARADA         PIC ZZ9.
          05 FILLER                    PIC X(003) VALUE SPACES.
          05 WS-REL-ENT-PEDIDO         PIC Z(007).
          05 FILLER                    PIC X(001) VALUE SPACES.
          05 WS-REL-ENT-CLIENTE        PIC Z(007).
          05 FILLER                    PIC X(002) VALUE SPACES.
          05 WS-REL-ENT-MOTIVO         PIC X(040).

       01 WS-MODO-BATCH                PIC X(01) VALUE 'N'.
       01 WS-BATCH-ERRO                PIC X(01) VALUE 'N'.
       01 WS-BATCH-AVISO               PIC X(01) VALUE 'N'.
          05 VALUE "08 - CADASTRO DE MUNICIPIOS" LINE 12 COL 5.
          05 VALUE "09 - CADASTRO DE PRODUTOS"   LINE 13 COL 5.
          05 VALUE "10 - CADASTRO FAIXAS DE CEP" LINE 14 COL 5.
          05 VALUE "11 - MOVIMENTO DE ESTOQUE"   LINE 15 COL 5.
          05 VALUE "12 - ALIQUOTAS DE ICMS"      LINE 16 COL 5.
          05 VALUE "13 - VOLTAR"                 LINE 17 COL 5.
          05 VALUE "ENTRE COM A OPCAO: "         LINE 23 COL 3.
          05 SS-OPCAO                  PIC 9(02) LINE 23 COL 22
                                       BLANK WHEN ZEROS
                                       SECURE
                                       TO WS-LOGIN-SENHA.

       01 WS-TELA-TROCA-SENHA.
          05 VALUE " - TROCA OBRIGATORIA DE SENHA -"
                                                 LINE 5 COL 25.
          05 VALUE "NOVA SENHA...: "             LINE 9 COL 3.
          05 SS-NOVA-SENHA             PIC X(10) LINE 9  COL 18
                                       SECURE
                                       TO WS-SEG-NOVA-SENHA.
          05 VALUE "CONFIRMACAO..: "             LINE 11 COL 3.
          05 SS-CONF-SENHA             PIC X(10) LINE 11 COL 18
                                       SECURE
                                       TO WS-SEG-CONF-SENHA.

       01 SS-TELA-CADASTRO-USUARIO.
          05 VALUE "CODIGO.......: "   LINE 5 COL 5.
          05 SS-CODIGO-USUARIO         PIC ZZZZ9          LINE 5 COL 20
          05 VALUE "SENHA........: "   LINE 9 COL 5.
          05 SS-SENHA-USUARIO          PIC X(010)        LINE 9 COL 20
                                       SECURE
                                       TO WS-SEG-NOVA-SENHA.

          05 VALUE "PERFIL CO/S..: "   LINE 11 COL 5.
          05 SS-PERFIL-USUARIO         PIC X(001)        LINE 11 COL 20
                                       TO FD-PERFIL-USUARIO.

          05 VALUE "SITUACAO.....: "   LINE 13 COL 5.

       01 SS-TELA-CADASTRO-MUNICIPIO.
          05 VALUE "CODIGO IBGE..: "   LINE 5 COL 5.
          05 SS-CODIGO-MUNICIPIO       PIC ZZZZZZ9        LINE 5 COL 20
          05 SS-ATIVO-PRODUTO          PIC X(001)        LINE 13 COL 20
                                       TO FD-ATIVO-PRODUTO.

          05 VALUE "GRUPO CONTAB.: "   LINE 15 COL 5.
          05 SS-GRUPO-PRODUTO          PIC X(003)        LINE 15 COL 20
                                       TO FD-GRUPO-PRODUTO.

       01 SS-TELA-MOV-ESTOQUE.
          05 VALUE "PRODUTO......: "   LINE 5 COL 5.
          05 SS-EST-PRODUTO            PIC ZZZZZZ9        LINE 5 COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-EST-PRODUTO.

          05 VALUE "SALDO FISICO.: "   LINE 7 COL 5.
          05 VALUE "RESERVADO....: "   LINE 9 COL 5.
          05 VALUE "DISPONIVEL...: "   LINE 11 COL 5.
          05 VALUE "MINIMO.......: "   LINE 13 COL 5.

          05 VALUE "QUANTIDADE...: "   LINE 15 COL 5.
          05 SS-EST-QTD                PIC ZZZZZZ9        LINE 15 COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-EST-QTD-TELA.

          05 VALUE "SINAL (+/-)..: "   LINE 17 COL 5.
          05 SS-EST-SINAL              PIC X(001)        LINE 17 COL 20
                                       TO WS-EST-SINAL.

          05 VALUE "HISTORICO....: "   LINE 19 COL 5.
          05 SS-EST-HISTORICO          PIC X(030)        LINE 19 COL 20
                                       TO WS-EST-HISTORICO.

       01 SS-TELA-CADASTRO-ICMS.
          05 VALUE "UF ORIGEM....: "   LINE 5 COL 5.
          05 SS-UF-ORIGEM-ICMS         PIC X(002)        LINE 5 COL 20
                                       TO FD-UF-ORIGEM-ICMS.

          05 VALUE "UF DESTINO...: "   LINE 7 COL 5.
          05 SS-UF-DESTINO-ICMS        PIC X(002)        LINE 7 COL 20
                                       TO FD-UF-DESTINO-ICMS.

          05 VALUE "ALIQUOTA (%).: "   LINE 9 COL 5.
          05 SS-ALIQ-ICMS              PIC Z9,99         LINE 9 COL 20
                                       TO FD-ALIQ-ICMS.

       01 SS-TELA-CANCELA-NF.
          05 VALUE "NOTA FISCAL..: "   LINE 5 COL 5.
          05 SS-NF-CONS-NUM            PIC ZZZZZZ9        LINE 5 COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-NF-CONS-NUM.

          05 VALUE "PEDIDO.......: "   LINE 7 COL 5.
          05 VALUE "CLIENTE......: "   LINE 9 COL 5.
          05 VALUE "EMISSAO......: "   LINE 11 COL 5.
          05 VALUE "VALOR TOTAL..: "   LINE 13 COL 5.
          05 VALUE "SITUACAO.....: "   LINE 15 COL 5.

          05 VALUE "MOTIVO.......: "   LINE 17 COL 5.
          05 SS-NF-MOTIVO              PIC X(040)        LINE 17 COL 20
                                       TO WS-NF-MOTIVO.

       01 SS-TELA-BAIXA-TITULO.
          05 VALUE "PEDIDO.......: "   LINE 5 COL 5.
          05 SS-TIT-PEDIDO             PIC ZZZZZZ9        LINE 5 COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-TIT-PEDIDO.
          05 VALUE "PARCELA....: "     LINE 5 COL 40.
          05 SS-TIT-PARCELA            PIC Z9             LINE 5 COL 53
                                       BLANK WHEN ZEROS
                                       TO WS-TIT-PARCELA.

          05 VALUE "CLIENTE......: "   LINE 7 COL 5.
          05 VALUE "NOTA FISCAL..: "   LINE 9 COL 5.
          05 VALUE "VENCIMENTO...: "   LINE 11 COL 5.
          05 VALUE "VALOR TITULO.: "   LINE 13 COL 5.
          05 VALUE "VALOR PAGO...: "   LINE 15 COL 5.
          05 VALUE "SALDO........: "   LINE 17 COL 5.

          05 VALUE "DATA PAGTO...: "   LINE 19 COL 5.
          05 SS-TIT-DATA-BAIXA         PIC 9(008)         LINE 19 COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-TIT-DATA-BAIXA.
          05 VALUE "(AAAAMMDD)"        LINE 19 COL 30.
          05 VALUE "VALOR BAIXA..: "   LINE 21 COL 5.
          05 SS-TIT-VLR-BAIXA          PIC ZZZZZZZZ9,99   LINE 21 COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-TIT-VLR-BAIXA.

       01 SS-TELA-CADASTRO-CEP.
          05 VALUE "CEP INICIAL..: "   LINE 5 COL 5.
          05 SS-CEP-FAIXA-INI          PIC 9(008)         LINE 5 COL 20
          05 SS-CODIGO-CLIENTE         PIC ZZZZZZ9        LINE 5 COL 20
                                       BLANK WHEN ZEROS
                                       TO FD-COD-CLIENTE.
          05 VALUE "PARCELAS.....: "   LINE 5 COL 45.
          05 SS-PARCELAS-CLIENTE       PIC 9(002)        LINE 5 COL 60
                                       TO FD-QTD-PARCELAS-CLI.
                                       
          05 VALUE "CNPJ.........: "   LINE 7 COL 5.
          05 SS-CNPJ-CLIENTE           PIC 9(014)         LINE 7 COL 20 
                                       BLANK WHEN ZEROS
                                       TO FD-CNPJ.
          05 VALUE "1o VENCTO DIAS: "  LINE 7 COL 44.
          05 SS-PRAZO-CLIENTE          PIC 9(003)        LINE 7 COL 60
                                       TO FD-PRAZO-INICIAL-CLI.
          
          05 VALUE "RAZAO SOCIAL.: "   LINE 9 COL 5.
          05 SS-RZSOCIAL-CLIENTE       PIC X(040)        LINE 9 COL 20  
          05 VALUE "LATITUDE.....: "   LINE 11 COL 5.
          05 SS-LATITUDE-CLIENTE       PIC +ZZZ,ZZZZZZZ9 LINE 11 COL 20
                                       TO FD-LATITUDE-CLI.
          05 VALUE "INTERVALO DIAS: "  LINE 11 COL 44.
          05 SS-INTERVALO-CLIENTE      PIC 9(003)        LINE 11 COL 60
                                       TO FD-INTERVALO-PARC-CLI.
          
          05 VALUE "LONGITUDE....: "   LINE 13 COL 5.  
          05 SS-LONGITUDE-CLIENTE      PIC +ZZZ,ZZZZZZZ9  LINE 13 COL 20
                                       TO FD-LONGITUDE-CLI.
          05 VALUE "LIMITE CREDITO: "  LINE 13 COL 44.
          05 SS-LIMITE-CLIENTE         PIC ZZZZZZZZ9,99  LINE 13 COL 60
                                       TO FD-LIMITE-CREDITO-CLI.

          05 VALUE "LOGRADOURO...: "   LINE 15 COL 5.
          05 SS-LOGRADOURO-CLIENTE     PIC X(040)        LINE 15 COL 20
          05 SS-MUNICIPIO-CLIENTE      PIC ZZZZZZ9       LINE 19 COL 20
                                       BLANK WHEN ZEROS
                                       TO FD-COD-MUNICIPIO-CLI.
          05 VALUE "GRUPO PRECO..: "   LINE 19 COL 45.
          05 SS-GRUPO-PRECO-CLIENTE    PIC X(003)        LINE 19 COL 60
                                       TO FD-GRUPO-PRECO-CLI.

          05 VALUE "UF...........: "   LINE 21 COL 5.
      *
      *
       01 WS-TELA-RELATORIO.
          05 VALUE "01 - RELATORIO DE CLIENTES"    LINE 5 COL 5.
          05 VALUE "02 - RELATORIO DE VENDEDORES"  LINE 6 COL 5.
          05 VALUE "03 - EXPORTAR CSV"             LINE 7 COL 5.
          05 VALUE "04 - VENDEDOR MAIS PROXIMO"    LINE 8 COL 5.
          05 VALUE "05 - CONSULTA DE AUDITORIA"    LINE 9 COL 5.
          05 VALUE "06 - CLIENTES POR UF/MUNICIPIO"
                                                   LINE 10 COL 5.
          05 VALUE "07 - VENDAS POR VENDEDOR"      LINE 11 COL 5.
          05 VALUE "08 - CATALOGO DE RELATORIOS"   LINE 12 COL 5.
          05 VALUE "09 - POSICAO DE ESTOQUE"       LINE 13 COL 5.
          05 VALUE "10 - REPOSICAO DE ESTOQUE"     LINE 14 COL 5.
          05 VALUE "11 - SEQUENCIA DE NOTAS FISCAIS"
                                                   LINE 15 COL 5.
          05 VALUE "12 - AGING DE CONTAS A RECEBER"
                                                   LINE 16 COL 5.
          05 VALUE "13 - EXTRATO DO CLIENTE"       LINE 17 COL 5.
          05 VALUE "14 - COMPARATIVO DE PRECOS"    LINE 18 COL 5.
          05 VALUE "15 - SEGURANCA DE ACESSO"      LINE 19 COL 5.
          05 VALUE "16 - RFM - INATIVIDADE DE CLIENTES"
                                                   LINE 20 COL 5.
          05 VALUE "17 - VOLTAR"                   LINE 21 COL 5.
          05 VALUE "ENTRE COM A OPCAO: "           LINE 23 COL 3.
          05 SS-OPCAO                  PIC 9(02)   LINE 23 COL 22
                                       BLANK WHEN ZEROS
          05 SS-VND-ANO                PIC 9999  LINE 11 COL 18
                                       BLANK WHEN ZEROS
                                       TO WS-VND-ANO.
      *
       01 WS-TELA-REL-PERIODO.
          05 VALUE " - INFORME O PERIODO DO RELATORIO -"
                                                 LINE 5 COL 22.
          05 VALUE "DATA INICIAL.: "             LINE 9 COL 3.
          05 SS-PER-DATA-INI           PIC 9(008) LINE 9 COL 18
                                       BLANK WHEN ZEROS
                                       TO WS-PER-DATA-INI.
          05 VALUE "(AAAAMMDD)"                  LINE 9 COL 28.
          05 VALUE "DATA FINAL...: "             LINE 11 COL 3.
          05 SS-PER-DATA-FIM           PIC 9(008) LINE 11 COL 18
                                       BLANK WHEN ZEROS
                                       TO WS-PER-DATA-FIM.
          05 VALUE "(AAAAMMDD)"                  LINE 11 COL 28.
      *
       01 WS-TELA-REL-EXTRATO.
          05 VALUE " - EXTRATO DE TITULOS DO CLIENTE -"
                                                 LINE 5 COL 22.
          05 VALUE "CLIENTE......: "             LINE 9 COL 3.
          05 SS-EXT-CLIENTE            PIC ZZZZZZ9 LINE 9 COL 18
                                       BLANK WHEN ZEROS
                                       TO WS-TIT-CLIENTE.
      *
       01 WS-TELA-REL-PRECO.
          05 VALUE " - COMPARATIVO DE PRECOS POR VIGENCIA -"
                                                 LINE 5 COL 20.
          05 VALUE "VIGENCIA.....: "             LINE 9 COL 3.
          05 SS-PRC-VIGENCIA           PIC 9(008) LINE 9 COL 18
                                       BLANK WHEN ZEROS
                                       TO WS-PRC-VIGENCIA.
          05 VALUE "(AAAAMMDD)"                  LINE 9 COL 28.
      *
       01 WS-TELA-UTILITARIOS.
          05 VALUE "01 - GERAR BACKUP DOS MESTRES"  LINE 5 COL 5.
          05 VALUE "02 - RESTAURAR BACKUP"          LINE 6 COL 5.
          05 VALUE "03 - VERIFICAR BACKUP"          LINE 7 COL 5.
          05 VALUE "04 - QUALIDADE DE DADOS"        LINE 8 COL 5.
          05 VALUE "05 - CARTEIRA DE CLIENTES"      LINE 9 COL 5.
          05 VALUE "06 - UNIFICAR CLIENTES"         LINE 10 COL 5.
          05 VALUE "07 - CANCELAR NOTA FISCAL"      LINE 11 COL 5.
          05 VALUE "08 - BAIXA MANUAL DE TITULO"    LINE 12 COL 5.
          05 VALUE "09 - FILA DE PEDIDOS RETIDOS"   LINE 13 COL 5.
          05 VALUE "10 - VOLTAR"                    LINE 14 COL 5.
          05 VALUE "ENTRE COM A OPCAO: "            LINE 23 COL 3.
          05 SS-OPCAO                  PIC 9(02)    LINE 23 COL 22
                                       BLANK WHEN ZEROS
                    PERFORM 0057-UTILITARIOS
                 END-IF
               WHEN 5
                 MOVE WS-USU-LOGADO    TO WS-ACE-USUARIO
                 MOVE 'LOGOUT'         TO WS-ACE-EVENTO
                 MOVE 'SAIDA DO SISTEMA'
                                       TO WS-ACE-MENSAGEM
                 PERFORM 0220-REGISTRAR-ACESSO
                 STOP RUN
               WHEN OTHER
                 DISPLAY WS-LINHA-BRANCO     AT 2302
               
               INITIALIZE              WS-OPCAO

               PERFORM UNTIL WS-OPCAO EQUAL 13
                  ACCEPT  WS-OPCAO
                  EVALUATE WS-OPCAO
                     WHEN 1
                       PERFORM 0102-CADASTRAR-FAIXA-CEP

                     WHEN 11
                       PERFORM 0149-CADASTRAR-ESTOQUE

                     WHEN 12
                       PERFORM 0163-CADASTRAR-ICMS

                     WHEN 13
                       PERFORM 0001-PRINCIPAL

                     WHEN OTHER
                       DISPLAY  "FAVOR DIGITAR UM VALOR ENTRE 1 E 13!!"
                                       AT 2320
                       MOVE 'MENU CADASTRO' TO WS-OPERACAO
                       MOVE SPACES     TO WS-LOG-FILE-STATUS
          PERFORM 0010-LIMPAR-TELA
          DISPLAY WS-TELA-RELATORIO
          INITIALIZE                   WS-OPCAO
          PERFORM UNTIL WS-OPCAO EQUAL 17
            ACCEPT  WS-OPCAO
            EVALUATE WS-OPCAO
              WHEN 1
              WHEN 8
                 PERFORM 0109-CATALOGO-RELATORIOS
              WHEN 9
                 PERFORM 0151-RELATORIO-POSICAO-ESTOQUE
              WHEN 10
                 PERFORM 0152-RELATORIO-REPOSICAO-ESTQ
              WHEN 11
                 PERFORM 0166-RELATORIO-SEQUENCIA-NF
              WHEN 12
                 PERFORM 0179-RELATORIO-AGING
              WHEN 13
                 PERFORM 0182-EXTRATO-CLIENTE
              WHEN 14
                 PERFORM 0202-COMPARATIVO-PRECOS
              WHEN 15
                 PERFORM 0227-RELATORIO-SEGURANCA
              WHEN 16
                 PERFORM 0241-RELATORIO-RFM
              WHEN 17
                 PERFORM 0001-PRINCIPAL
              WHEN OTHER
                 DISPLAY  "FAVOR DIGITAR UM VALOR ENTRE 1 E 17!!"
                                       AT 2320
                 MOVE 'MENU RELATORIO' TO WS-OPERACAO
                 MOVE SPACES           TO WS-LOG-FILE-STATUS
                   ARQ-MUNICIPIO
                   ARQ-CEP
                   ARQ-CARTEIRA
                   ARQ-ESTOQUE
                   ARQ-NF-CAB
                   ARQ-NF-ITEM
                   ARQ-ICMS
                   ARQ-NUMERADOR
                   ARQ-TITULO
                   ARQ-PRECO
                   ARQ-ROMANEIO
           OUTPUT  ARQ-CSV
           MOVE WS-ABERTURA            TO WS-OPERACAO

           PERFORM 0079-TESTAR-ARQMUNICIPIO
           PERFORM 0101-TESTAR-ARQCEP
           PERFORM 0114-TESTAR-ARQCARTEIRA
           PERFORM 0143-TESTAR-ARQESTOQUE
           PERFORM 0153-TESTAR-ARQNFCAB
           PERFORM 0154-TESTAR-ARQNFITEM
           PERFORM 0155-TESTAR-ARQICMS
           PERFORM 0156-TESTAR-ARQNUMERADOR
           PERFORM 0170-TESTAR-ARQTITULO
           PERFORM 0191-TESTAR-ARQPRECO
           PERFORM 0206-TESTAR-ARQROMANEIO
           PERFORM 0007-TESTAR-ARQCSV
           PERFORM 0028-ABRIR-ARQLOG
           PERFORM 0037-ABRIR-ARQREJ
           PERFORM 0050-ABRIR-ARQAUD
           PERFORM 0144-ABRIR-ARQMOVEST
           PERFORM 0219-ABRIR-ARQACESSO
           PERFORM 0115-LER-PARAMETROS-SISTEMA
           .
      *-----------------------------------------------------------------
            PERFORM 0077-LER-CLIENTE-LOCK

            IF WS-TRAVA-OPCAO          EQUAL 'V'
               MOVE 13                 TO WS-OPCAO
               DISPLAY WS-LINHA-BRANCO AT 2302
               PERFORM 0010-LIMPAR-TELA
            ELSE
                  ACCEPT SS-LATITUDE-CLIENTE
                  ACCEPT SS-LONGITUDE-CLIENTE
                  PERFORM 0082-ACEITAR-ENDERECO-CLI
                  PERFORM 0169-ACEITAR-CONDICAO-PAGTO
                  MOVE ZEROS           TO FD-LIMITE-CREDITO-CLI
                  PERFORM 0184-ACEITAR-LIMITE-CREDITO
                  MOVE SPACES          TO FD-GRUPO-PRECO-CLI
                  PERFORM 0195-ACEITAR-GRUPO-PRECO
                  MOVE SPACES          TO FD-SITUACAO-RF-CLI
                  MOVE ZEROS           TO FD-DATA-SITUACAO-RF-CLI
                  PERFORM 0009-GRAVAR-CLIENTE
                  PERFORM 0002-CADASTRAR
               END-IF
            END-IF
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
            PERFORM 0078-LER-VENDEDOR-LOCK

            IF WS-TRAVA-OPCAO          EQUAL 'V'
               MOVE 13                 TO WS-OPCAO
               DISPLAY WS-LINHA-BRANCO AT 2302
               PERFORM 0010-LIMPAR-TELA
            ELSE
               ACCEPT SS-LONGITUDE-VENDEDOR
               PERFORM 0083-ACEITAR-ENDERECO-VEN
               ACCEPT SS-COMISSAO-VENDEDOR
               MOVE SPACES             TO FD-SITUACAO-RF-VEN
               MOVE ZEROS              TO FD-DATA-SITUACAO-RF-VEN
               PERFORM 0013-GRAVAR-VENDEDOR
               PERFORM 0002-CADASTRAR
            ELSE
            END-IF
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
         ACCEPT WS-END-ARQUI           AT 0921

         IF WS-END-ARQUI               EQUAL 'S'
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
            PERFORM 0002-CADASTRAR
              MOVE WS-COD-MUNICIPIO-CLI
                                      TO FD-COD-MUNICIPIO-CLI
              MOVE WS-UF-IMP          TO FD-UF-CLI
              MOVE 1                  TO FD-QTD-PARCELAS-CLI
              MOVE 30                 TO FD-PRAZO-INICIAL-CLI
                                         FD-INTERVALO-PARC-CLI
              MOVE ZEROS              TO FD-LIMITE-CREDITO-CLI
              MOVE SPACES             TO FD-GRUPO-PRECO-CLI
              MOVE SPACES             TO FD-SITUACAO-RF-CLI
              MOVE ZEROS              TO FD-DATA-SITUACAO-RF-CLI
              PERFORM 0066-CARIMBAR-CLIENTE
              WRITE REG-CLIENTE
              MOVE WS-GRAVACAO        TO WS-OPERACAO
         ACCEPT WS-END-ARQUI           AT 0921

         IF WS-END-ARQUI               EQUAL 'S'
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
            PERFORM 0002-CADASTRAR
                                      TO FD-COD-MUNICIPIO-VEN
              MOVE WS-UF-IMP          TO FD-UF-VEN
              MOVE ZEROS              TO FD-PCT-COMISSAO
              MOVE SPACES             TO FD-SITUACAO-RF-VEN
              MOVE ZEROS              TO FD-DATA-SITUACAO-RF-VEN
              PERFORM 0067-CARIMBAR-VENDEDOR
              WRITE REG-VENDEDOR
              MOVE WS-GRAVACAO        TO WS-OPERACAO
      *----------------------------------------------------------------*
      *ROTINA DE CADASTRO DE PEDIDOS - INCLUSAO, ALTERACAO E           *
      *CANCELAMENTO, COM VALIDACAO DO CLIENTE E DO VENDEDOR NOS        *
      *ARQUIVOS MESTRES ANTES DE ACEITAR O PEDIDO; PEDIDO INCLUIDO OU  *
      *ALTERADO ACIMA DO LIMITE DE CREDITO DO CLIENTE FICA RETIDO (R)  *
      *----------------------------------------------------------------*
       0040-CADASTRAR-PEDIDO.
      *-----------------------------------------------------------------
                  AND FD-COD-VENDEDOR-PED
                                       NOT EQUAL ZEROS
                  ACCEPT SS-DATA-PEDIDO
                  MOVE ZEROS           TO WS-EST-NUM-PEDIDO
                  PERFORM 0095-ACEITAR-ITENS-PED
                  IF WS-ITEM-SEQ       EQUAL ZEROS
                     DISPLAY WS-LINHA-BRANCO
                                       AT 2310
                  ELSE
                     PERFORM 0141-GRAVAR-ITENS-PED
                     PERFORM 0186-VERIFICAR-CREDITO-PED
                     MOVE WS-CRD-SITUACAO
                                       TO FD-STATUS-PED
                     DISPLAY FD-STATUS-PED
                                       AT 2120
                     WRITE REG-PEDIDO
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0039-TESTAR-ARQPEDIDO
                     IF WS-FS-ACESSO-PED
                                       EQUAL ZEROS
                        MOVE 'R'       TO WS-EST-TIPO
                        MOVE 'RESERVA DO PEDIDO'
                                       TO WS-EST-HISTORICO
                        PERFORM 0148-MOVIMENTAR-ITENS-PED
                        IF FD-STATUS-PED
                                       EQUAL 'R'
                           MOVE SPACES TO WS-AUD-ANTES
                           MOVE 'R'    TO WS-CRD-DECISAO
                           PERFORM 0187-AUDITAR-CREDITO-PED
                           DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                           DISPLAY
                              "PEDIDO RETIDO POR LIMITE DE CREDITO!!!"
                                       AT 2310
                        END-IF
                     END-IF
                  END-IF
               END-IF
               PERFORM 0002-CADASTRAR
                        MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                        PERFORM 0039-TESTAR-ARQPEDIDO
                        IF WS-FS-ACESSO-PED
                                       EQUAL ZEROS
                           MOVE 'L'    TO WS-EST-TIPO
                           MOVE 'CANCELAMENTO DO PEDIDO'
                                       TO WS-EST-HISTORICO
                           PERFORM 0148-MOVIMENTAR-ITENS-PED
                        END-IF
                     END-IF
                     PERFORM 0002-CADASTRAR
                  WHEN 'A'
                     IF FD-STATUS-PED  NOT EQUAL 'A'
                        AND FD-STATUS-PED
                                       NOT EQUAL 'R'
                        PERFORM 0089-AVISAR-STATUS-PED
                     ELSE
                        MOVE FD-NUM-PEDIDO
                                       TO WS-EST-NUM-PEDIDO
                        MOVE FD-STATUS-PED
                                       TO WS-CRD-STATUS-ANT
                        MOVE REG-PEDIDO
                                       TO WS-AUD-ANTES
                        PERFORM 0095-ACEITAR-ITENS-PED
                        IF WS-ITEM-SEQ EQUAL ZEROS
                           DISPLAY WS-LINHA-BRANCO
                           DISPLAY "PEDIDO SEM ITENS NAO ALTERADO!!!"
                                       AT 2310
                        ELSE
                           MOVE 'L'    TO WS-EST-TIPO
                           MOVE 'ALTERACAO DO PEDIDO'
                                       TO WS-EST-HISTORICO
                           PERFORM 0148-MOVIMENTAR-ITENS-PED
                           PERFORM 0096-EXCLUIR-ITENS-PED
                           PERFORM 0141-GRAVAR-ITENS-PED
                           PERFORM 0186-VERIFICAR-CREDITO-PED
                           MOVE WS-CRD-SITUACAO
                                       TO FD-STATUS-PED
                           DISPLAY FD-STATUS-PED
                                       AT 2120
                           REWRITE REG-PEDIDO
                           MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                           PERFORM 0039-TESTAR-ARQPEDIDO
                           MOVE 'R'    TO WS-EST-TIPO
                           PERFORM 0148-MOVIMENTAR-ITENS-PED
                           IF WS-FS-ACESSO-PED
                                       EQUAL ZEROS
                              AND (FD-STATUS-PED EQUAL 'R'
                                OR WS-CRD-STATUS-ANT EQUAL 'R')
                              MOVE FD-STATUS-PED
                                       TO WS-CRD-DECISAO
                              IF FD-STATUS-PED
                                       EQUAL 'A'
                                 MOVE 'L'
                                       TO WS-CRD-DECISAO
                              END-IF
                              PERFORM 0187-AUDITAR-CREDITO-PED
                              IF FD-STATUS-PED
                                       EQUAL 'R'
                                 DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                                 DISPLAY
                              "PEDIDO RETIDO POR LIMITE DE CREDITO!!!"
                                       AT 2310
                              END-IF
                           END-IF
                        END-IF
                     END-IF
                     PERFORM 0002-CADASTRAR
                     IF FD-STATUS-PED  NOT EQUAL 'A'
                        PERFORM 0089-AVISAR-STATUS-PED
                     ELSE
                        PERFORM 0158-VERIFICAR-ICMS-PEDIDO
                     END-IF
                     IF FD-STATUS-PED  EQUAL 'A'
                        AND WS-NF-ICMS-OK
                                       EQUAL 'S'
                        MOVE ZEROS     TO WS-NF-PRIMEIRA
                        PERFORM 0258-FATURAR-PEDIDO
                        IF WS-NF-PRIMEIRA
                                       NOT EQUAL ZEROS
                           PERFORM 0161-IMPRIMIR-NOTAS-FISCAIS
                        END-IF
                     END-IF
                     PERFORM 0002-CADASTRAR
                  WHEN 'E'
                     END-IF
                     PERFORM 0002-CADASTRAR
                  WHEN 'V'
                     MOVE 13           TO WS-OPCAO
                     DISPLAY WS-LINHA-BRANCO    AT 2302
                     PERFORM 0010-LIMPAR-TELA
                  WHEN OTHER
               DISPLAY WS-LINHA-BRANCO AT 2302
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
                 MOVE 'CLIENTE INEXISTENTE INFORMADO NO PEDIDO'
                                            TO WS-LOG-MENSAGEM
                 PERFORM 0029-REGISTRAR-LOG-ERRO
              ELSE
                 MOVE FD-SITUACAO-RF-CLI    TO WS-SRF-SITUACAO-TESTE
                 IF WS-SRF-SITUACAO-TESTE   EQUAL LOW-VALUES
                    MOVE SPACES             TO WS-SRF-SITUACAO-TESTE
                 END-IF
                 IF WS-SRF-SITUACAO-TESTE   NOT EQUAL SPACES AND 'A'
                    MOVE ZEROS              TO WS-ACHOU
                    DISPLAY WS-LINHA-BRANCO AT 2302
                    DISPLAY
                       "CLIENTE COM SITUACAO IRREGULAR NA RECEITA!!!"
                                            AT 2315
                    MOVE 'CADASTRO PEDIDO'  TO WS-OPERACAO
                    MOVE SPACES             TO WS-LOG-FILE-STATUS
                    MOVE FD-COD-CLIENTE-PED TO WS-LOG-CHAVE
                    MOVE 'CLIENTE IRREGULAR NA RECEITA NO PEDIDO'
                                            TO WS-LOG-MENSAGEM
                    PERFORM 0029-REGISTRAR-LOG-ERRO
                 END-IF
              END-IF
           END-IF
         END-PERFORM
      *    BACKUP             GERACAO DE BACKUP DOS MESTRES            *
      *    FATURA <AAAAMMDD>  FATURAMENTO DOS PEDIDOS ABERTOS ATE A    *
      *                       DATA DE CORTE (SEM DATA = DATA DO DIA)   *
      *                       COM EMISSAO DAS NOTAS FISCAIS            *
      *    CARTEIRA           GERACAO DA CARTEIRA DE CLIENTES PELO     *
      *                       VENDEDOR MAIS PROXIMO COM CAPACIDADE     *
      *    ARCHIVE <meses>    EXPURGO PARA ARQUIVOS ANUAIS DOS EVENTOS *
      *                       DE AUDITORIA, LOG, SUMARIO E PEDIDOS EM  *
      *                       SITUACAO FINAL MAIS ANTIGOS QUE O NUMERO *
      *                       DE MESES (PADRAO 12)                     *
      *    ESTOQUE            POSICAO DE ESTOQUE E REPOSICAO DOS       *
      *                       PRODUTOS ABAIXO DO MINIMO                *
      *    RETORNO <arquivo>  BAIXA DOS TITULOS PELO RETORNO BANCARIO  *
      *                       COM RELATORIO DOS PAGAMENTOS REJEITADOS  *
      *    PRECOS <arquivo>   CARGA DA TABELA DE PRECOS FUTUROS COM    *
      *                       COMPARATIVO PRECO ATUAL X PRECO NOVO     *
      *    ROMANEIO <M/U>     ROMANEIOS DE ENTREGA DOS PEDIDOS         *
      *                       FATURADOS POR MUNICIPIO (M, PADRAO) OU   *
      *                       POR UF (U), COM ROTA A PARTIR DO DEPOSITO*
      *    ENTREGAS <arquivo> RETORNO DOS ROMANEIOS: ENTREGUES PASSAM  *
      *                       A E, NAO ENTREGUES VAO AO RELATORIO      *
      *    RECEITA [arquivo]  CARGA DA SITUACAO CADASTRAL DA RECEITA   *
      *                       (SEM ARQUIVO SO EMITE O RELATORIO), COM  *
      *                       ARQUIVO CONSRF.<AAAAMMDD> DOS CNPJ/CPF A *
      *                       CONSULTAR E RELATORIO DOS IRREGULARES    *
      *    RFM                RECENCIA, FREQUENCIA E VALOR DE COMPRA   *
      *                       DOS CLIENTES POR VENDEDOR E UF/MUNICIPIO *
      *                       (INATIVOS E EM QUEDA), COM ARQUIVO CSV   *
      *    CONTABIL           DIARIO CONTABIL DO FATURAMENTO E DOS     *
      *                       ESTORNOS DE NOTAS CANCELADAS DOS DIAS    *
      *                       AINDA NAO ENVIADOS ATE A VESPERA, COM    *
      *                       CONCILIACAO CONTRA OS PEDIDOS (RETORNO 4 *
      *                       QUANDO O DIARIO NAO BATE COM OS PEDIDOS) *
      *RETORNO: 0 = OK, 4 = COM REJEICOES/INCONSISTENCIAS, 8 = ERRO    *
      *----------------------------------------------------------------*
       0045-PROCESSAR-JOB-BATCH.
               IF WS-IMPORT-PED-FATAL  EQUAL 'Y'
                  MOVE 'S'             TO WS-BATCH-ERRO
               END-IF
               MOVE ACU-RETIDOS-PED    TO WS-CRD-SUM-RETIDOS
               IF WS-SUM-CONT-2        GREATER ZEROS
                  OR ACU-RETIDOS-PED   GREATER ZEROS
                  MOVE 'S'             TO WS-BATCH-AVISO
               END-IF
               STRING 'GRAVADOS='      DELIMITED BY SIZE
                      WS-SUM-CONT-1    DELIMITED BY SIZE
                      ' REJEITADOS='   DELIMITED BY SIZE
                      WS-SUM-CONT-2    DELIMITED BY SIZE
                      ' RETIDOS='      DELIMITED BY SIZE
                      WS-CRD-SUM-RETIDOS
                                       DELIMITED BY SIZE
                      INTO WS-SUM-TEXTO
               END-STRING

               ELSE
                  PERFORM 0088-PROCESSAR-FATURA
                  MOVE ACU-FAT-PEDIDOS TO WS-SUM-CONT-1
                  MOVE ACU-NF-SEM-ICMS TO WS-SUM-CONT-2
                  MOVE ACU-NF-EMITIDAS TO WS-NF-NUMERO
                  STRING 'FATURADOS='  DELIMITED BY SIZE
                         WS-SUM-CONT-1 DELIMITED BY SIZE
                         ' NOTAS='     DELIMITED BY SIZE
                         WS-NF-NUMERO  DELIMITED BY SIZE
                         ' SEM-ICMS='  DELIMITED BY SIZE
                         WS-SUM-CONT-2 DELIMITED BY SIZE
                         INTO WS-SUM-TEXTO
                  END-STRING
                  IF WS-SUM-CONT-2     GREATER ZEROS
                     MOVE 'S'          TO WS-BATCH-AVISO
                  END-IF
               END-IF

            WHEN 'ESTOQUE'
               PERFORM 0151-RELATORIO-POSICAO-ESTOQUE
               PERFORM 0152-RELATORIO-REPOSICAO-ESTQ
               MOVE ACU-EST-PRODUTOS   TO WS-SUM-CONT-1
               MOVE ACU-EST-ABAIXO-MINIMO
                                       TO WS-SUM-CONT-2
               STRING 'PRODUTOS='      DELIMITED BY SIZE
                      WS-SUM-CONT-1    DELIMITED BY SIZE
                      ' ABAIXO-MINIMO='
                                       DELIMITED BY SIZE
                      WS-SUM-CONT-2    DELIMITED BY SIZE
                      INTO WS-SUM-TEXTO
               END-STRING
               IF WS-SUM-CONT-2        GREATER ZEROS
                  MOVE 'S'             TO WS-BATCH-AVISO
               END-IF

            WHEN 'RETORNO'
               IF WS-PARAM-ARG         EQUAL SPACES
                  MOVE 'S'             TO WS-BATCH-ERRO
                  MOVE 'ARQUIVO DE RETORNO NAO INFORMADO'
                                       TO WS-SUM-TEXTO
               ELSE
                  MOVE WS-PARAM-ARG    TO WS-END-ARQUI
                  PERFORM 0173-PROCESSAR-RETORNO
                  MOVE ACU-RET-BAIXADOS
                                       TO WS-SUM-CONT-1
                  MOVE ACU-RET-REJEITADOS
                                       TO WS-SUM-CONT-2
                  IF WS-RETORNO-FATAL  EQUAL 'Y'
                     MOVE 'S'          TO WS-BATCH-ERRO
                  END-IF
                  IF WS-SUM-CONT-2     GREATER ZEROS
                     MOVE 'S'          TO WS-BATCH-AVISO
                  END-IF
                  STRING 'BAIXADOS='   DELIMITED BY SIZE
                         WS-SUM-CONT-1 DELIMITED BY SIZE
                         ' REJEITADOS='
                                       DELIMITED BY SIZE
                         WS-SUM-CONT-2 DELIMITED BY SIZE
                         INTO WS-SUM-TEXTO
                  END-STRING
               END-IF

            WHEN 'ROMANEIO'
               EVALUATE WS-PARAM-ARG
                  WHEN SPACES
                  WHEN 'M'
                     MOVE 'M'          TO WS-ROM-AGRUPAR
                  WHEN 'U'
                     MOVE 'U'          TO WS-ROM-AGRUPAR
                  WHEN OTHER
                     MOVE SPACES       TO WS-ROM-AGRUPAR
               END-EVALUATE
               IF WS-ROM-AGRUPAR       EQUAL SPACES
                  MOVE 'S'             TO WS-BATCH-ERRO
                  MOVE 'AGRUPAMENTO INVALIDO (M OU U)'
                                       TO WS-SUM-TEXTO
               ELSE
                  PERFORM 0207-GERAR-ROMANEIOS
                  MOVE ACU-ROM-ROMANEIOS
                                       TO WS-SUM-CONT-1
                  MOVE ACU-ROM-PEDIDOS TO WS-SUM-CONT-2
                  MOVE ACU-ROM-EXCECOES
                                       TO WS-ROM-SUM-EXCECOES
                  IF WS-ROM-FATAL      EQUAL 'Y'
                     MOVE 'S'          TO WS-BATCH-ERRO
                  END-IF
                  IF WS-ROM-SUM-EXCECOES
                                       GREATER ZEROS
                     OR WS-ROM-DEP-INFORMADO
                                       EQUAL 'N'
                     MOVE 'S'          TO WS-BATCH-AVISO
                  END-IF
                  STRING 'ROMANEIOS='  DELIMITED BY SIZE
                         WS-SUM-CONT-1 DELIMITED BY SIZE
                         ' PEDIDOS='   DELIMITED BY SIZE
                         WS-SUM-CONT-2 DELIMITED BY SIZE
                         ' EXCECOES='  DELIMITED BY SIZE
                         WS-ROM-SUM-EXCECOES
                                       DELIMITED BY SIZE
                         INTO WS-SUM-TEXTO
                  END-STRING
               END-IF

            WHEN 'ENTREGAS'
               IF WS-PARAM-ARG         EQUAL SPACES
                  MOVE 'S'             TO WS-BATCH-ERRO
                  MOVE 'ARQUIVO DE RETORNO DE ENTREGAS NAO INFORMADO'
                                       TO WS-SUM-TEXTO
               ELSE
                  MOVE WS-PARAM-ARG    TO WS-END-ARQUI
                  PERFORM 0214-PROCESSAR-RET-ENTREGA
                  MOVE ACU-ENT-ENTREGUES
                                       TO WS-SUM-CONT-1
                  MOVE ACU-ENT-NAO-ENTREGUES
                                       TO WS-SUM-CONT-2
                  MOVE ACU-ENT-EXCECOES
                                       TO WS-ROM-SUM-EXCECOES
                  IF WS-ENT-FATAL      EQUAL 'Y'
                     MOVE 'S'          TO WS-BATCH-ERRO
                  END-IF
                  IF WS-SUM-CONT-2     GREATER ZEROS
                     OR WS-ROM-SUM-EXCECOES
                                       GREATER ZEROS
                     MOVE 'S'          TO WS-BATCH-AVISO
                  END-IF
                  STRING 'ENTREGUES='  DELIMITED BY SIZE
                         WS-SUM-CONT-1 DELIMITED BY SIZE
                         ' NAO-ENTREG='
                                       DELIMITED BY SIZE
                         WS-SUM-CONT-2 DELIMITED BY SIZE
                         ' EXCECOES='  DELIMITED BY SIZE
                         WS-ROM-SUM-EXCECOES
                                       DELIMITED BY SIZE
                         INTO WS-SUM-TEXTO
                  END-STRING
               END-IF

            WHEN 'RECEITA'
               MOVE WS-PARAM-ARG       TO WS-END-ARQUI
               PERFORM 0231-PROCESSAR-SITUACAO-RF
               MOVE ACU-SRF-ATUALIZADOS
                                       TO WS-SUM-CONT-1
               MOVE ACU-SRF-REJEITADOS TO WS-SUM-CONT-2
               COMPUTE WS-SRF-SUM-IRREG = ACU-SRF-CLI-IRREG
                                        + ACU-SRF-VEN-IRREG
               IF WS-SRF-FATAL         EQUAL 'Y'
                  MOVE 'S'             TO WS-BATCH-ERRO
               END-IF
               IF WS-SUM-CONT-2        GREATER ZEROS
                  OR WS-SRF-SUM-IRREG  GREATER ZEROS
                  MOVE 'S'             TO WS-BATCH-AVISO
               END-IF
               STRING 'ATUALIZ='       DELIMITED BY SIZE
                      WS-SUM-CONT-1    DELIMITED BY SIZE
                      ' REJEIT='       DELIMITED BY SIZE
                      WS-SUM-CONT-2    DELIMITED BY SIZE
                      ' IRREG='        DELIMITED BY SIZE
                      WS-SRF-SUM-IRREG DELIMITED BY SIZE
                      INTO WS-SUM-TEXTO
               END-STRING

            WHEN 'RFM'
               PERFORM 0241-RELATORIO-RFM
               MOVE ACU-RFM-CLIENTES   TO WS-SUM-CONT-1
               MOVE ACU-RFM-INATIVOS   TO WS-SUM-CONT-2
               MOVE ACU-RFM-QUEDA      TO WS-RFM-SUM-QUEDA
               IF WS-RFM-FATAL         EQUAL 'Y'
                  MOVE 'S'             TO WS-BATCH-ERRO
               END-IF
               IF ACU-RFM-EXCEDIDOS    GREATER ZEROS
                  MOVE 'S'             TO WS-BATCH-AVISO
               END-IF
               STRING 'CLIENTES='      DELIMITED BY SIZE
                      WS-SUM-CONT-1    DELIMITED BY SIZE
                      ' INATIVOS='     DELIMITED BY SIZE
                      WS-SUM-CONT-2    DELIMITED BY SIZE
                      ' EM-QUEDA='     DELIMITED BY SIZE
                      WS-RFM-SUM-QUEDA DELIMITED BY SIZE
                      INTO WS-SUM-TEXTO
               END-STRING

            WHEN 'CONTABIL'
               PERFORM 0250-PROCESSAR-DIARIO-CONTABIL
               MOVE ACU-CTB-NOTAS      TO WS-SUM-CONT-1
               MOVE ACU-CTB-ESTORNOS   TO WS-SUM-CONT-2
               MOVE ACU-CTB-LANCAMENTOS
                                       TO WS-CTB-SUM-LANC
               IF WS-CTB-FATAL         EQUAL 'Y'
                  MOVE 'S'             TO WS-BATCH-ERRO
               END-IF
               IF WS-CTB-CONCILIADO    EQUAL 'N'
                  MOVE 'S'             TO WS-BATCH-AVISO
               END-IF
               STRING 'NOTAS='         DELIMITED BY SIZE
                      WS-SUM-CONT-1    DELIMITED BY SIZE
                      ' ESTORNOS='     DELIMITED BY SIZE
                      WS-SUM-CONT-2    DELIMITED BY SIZE
                      ' LANCAMENTOS='  DELIMITED BY SIZE
                      WS-CTB-SUM-LANC  DELIMITED BY SIZE
                      INTO WS-SUM-TEXTO
               END-STRING

            WHEN 'PRECOS'
               IF WS-PARAM-ARG         EQUAL SPACES
                  MOVE 'S'             TO WS-BATCH-ERRO
                  MOVE 'ARQUIVO DE PRECOS NAO INFORMADO'
                                       TO WS-SUM-TEXTO
               ELSE
                  MOVE WS-PARAM-ARG    TO WS-END-ARQUI
                  PERFORM 0196-PROCESSAR-IMPORT-PRECO
                  MOVE ACU-PRC-GRAVADOS
                                       TO WS-SUM-CONT-1
                  MOVE ACU-PRC-REJEITADOS
                                       TO WS-SUM-CONT-2
                  IF WS-PRC-IMP-FATAL  EQUAL 'Y'
                     MOVE 'S'          TO WS-BATCH-ERRO
                  END-IF
                  IF WS-SUM-CONT-2     GREATER ZEROS
                     MOVE 'S'          TO WS-BATCH-AVISO
                  END-IF
                  STRING 'GRAVADOS='   DELIMITED BY SIZE
                         WS-SUM-CONT-1 DELIMITED BY SIZE
                         ' REJEITADOS='
                                       DELIMITED BY SIZE
                         WS-SUM-CONT-2 DELIMITED BY SIZE
                         INTO WS-SUM-TEXTO
                  END-STRING
               END-IF
                                      TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                     MOVE SPACES      TO WS-REL-IMG-ROTULO
                     MOVE FD-AUD-IMAGEM-ANTES(92:91)
                                      TO WS-REL-IMG-TEXTO
                     MOVE WS-LINHA-REL-IMAGEM
                                      TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                     MOVE FD-AUD-IMAGEM-ANTES(183:68)
                                      TO WS-REL-IMG-TEXTO
                     MOVE WS-LINHA-REL-IMAGEM
                                      TO FD-REG-RELATORIO
                                      TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                     MOVE SPACES      TO WS-REL-IMG-ROTULO
                     MOVE FD-AUD-IMAGEM-DEPOIS(92:91)
                                      TO WS-REL-IMG-TEXTO
                     MOVE WS-LINHA-REL-IMAGEM
                                      TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                     MOVE FD-AUD-IMAGEM-DEPOIS(183:68)
                                      TO WS-REL-IMG-TEXTO
                     MOVE WS-LINHA-REL-IMAGEM
                                      TO FD-REG-RELATORIO
         MOVE FD-COD-MUNICIPIO-CLI     TO WS-REL-CLI-COD
         DISPLAY WS-REL-CLI-COD        AT 1920
         DISPLAY FD-UF-CLI             AT 2120
         DISPLAY FD-QTD-PARCELAS-CLI   AT 0560
         DISPLAY FD-PRAZO-INICIAL-CLI  AT 0760
         DISPLAY FD-INTERVALO-PARC-CLI AT 1160
         IF FD-LIMITE-CREDITO-CLI      NOT NUMERIC
            MOVE ZEROS                 TO FD-LIMITE-CREDITO-CLI
         END-IF
         MOVE FD-LIMITE-CREDITO-CLI    TO WS-VALOR-MASC
         DISPLAY WS-VALOR-MASC         AT 1360
         IF FD-GRUPO-PRECO-CLI         EQUAL LOW-VALUES
            MOVE SPACES                TO FD-GRUPO-PRECO-CLI
         END-IF
         DISPLAY FD-GRUPO-PRECO-CLI    AT 1960
         DISPLAY WS-LINHA-BRANCO    AT 2302
         DISPLAY "CLIENTE JA EXISTE, A = ALTERAR | D = EXCLUIR |"
                                       AT 2310
               ACCEPT SS-LATITUDE-CLIENTE
               ACCEPT SS-LONGITUDE-CLIENTE
               PERFORM 0082-ACEITAR-ENDERECO-CLI
               PERFORM 0169-ACEITAR-CONDICAO-PAGTO
               PERFORM 0184-ACEITAR-LIMITE-CREDITO
               PERFORM 0195-ACEITAR-GRUPO-PRECO
               PERFORM 0066-CARIMBAR-CLIENTE
               REWRITE REG-CLIENTE
               IF WS-FS-ACESSO-CLI EQUAL ZEROS
               PERFORM 0002-CADASTRAR
            ELSE
              IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                 MOVE 13                    TO WS-OPCAO
                 DISPLAY WS-LINHA-BRANCO    AT 2302
                 PERFORM 0010-LIMPAR-TELA
              END-IF
               PERFORM 0002-CADASTRAR
            ELSE
              IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                 MOVE 13                    TO WS-OPCAO
                 DISPLAY WS-LINHA-BRANCO    AT 2302
                 PERFORM 0010-LIMPAR-TELA
              END-IF
      *
      *----------------------------------------------------------------*
      *ROTINA DO MENU DE UTILITARIOS - BACKUP, RESTAURACAO E           *
      *VERIFICACAO DOS ARQUIVOS MESTRES, CANCELAMENTO DE NOTA FISCAL,  *
      *BAIXA MANUAL DE TITULO A RECEBER E FILA DE PEDIDOS RETIDOS POR  *
      *LIMITE DE CREDITO                                               *
      *----------------------------------------------------------------*
       0057-UTILITARIOS.
      *-----------------------------------------------------------------
          PERFORM 0010-LIMPAR-TELA
          DISPLAY WS-TELA-UTILITARIOS
          INITIALIZE                   WS-OPCAO
          PERFORM UNTIL WS-OPCAO EQUAL 10
            ACCEPT  WS-OPCAO
            EVALUATE WS-OPCAO
              WHEN 1
                    PERFORM 0123-UNIFICAR-CLIENTES
                 END-IF
              WHEN 7
                 IF WS-USU-PERFIL NOT EQUAL 'S'
                    PERFORM 0075-ACESSO-NEGADO
                 ELSE
                    PERFORM 0164-CANCELAR-NOTA-FISCAL
                 END-IF
              WHEN 8
                 IF WS-USU-PERFIL NOT EQUAL 'S'
                    PERFORM 0075-ACESSO-NEGADO
                 ELSE
                    PERFORM 0177-BAIXA-MANUAL-TITULO
                 END-IF
              WHEN 9
                 IF WS-USU-PERFIL NOT EQUAL 'S'
                    PERFORM 0075-ACESSO-NEGADO
                 ELSE
                    PERFORM 0188-FILA-CREDITO
                 END-IF
              WHEN 10
                 PERFORM 0001-PRINCIPAL
              WHEN OTHER
                 DISPLAY  "FAVOR DIGITAR UM VALOR ENTRE 1 E 10!!!"
                                       AT 2320
                 MOVE 'MENU UTILITARIOS'
                                       TO WS-OPERACAO
      *----------------------------------------------------------------*
      *ROTINA DE LOGIN DO OPERADOR - EXIGE CODIGO E SENHA VALIDOS EM   *
      *ATE TRES TENTATIVAS; COM O ARQUIVO DE USUARIOS VAZIO CRIA O     *
      *SUPERVISOR INICIAL 00001 COM SENHA MASTER. A SENHA E CONFERIDA  *
      *PELO HASH, A CONTA BLOQUEIA APOS SENHATENT FALHAS SEGUIDAS E A  *
      *SENHA NOVA, RESETADA OU VENCIDA (SENHADIAS) OBRIGA A TROCA      *
      *----------------------------------------------------------------*
       0073-LOGIN.
      *-----------------------------------------------------------------
         IF WS-USU-VAZIO               EQUAL 'S'
            MOVE 1                     TO FD-COD-USUARIO
            MOVE 'SUPERVISOR'          TO FD-NOME-USUARIO
            MOVE 'S'                   TO FD-PERFIL-USUARIO
            MOVE 'MASTER'              TO WS-SEG-NOVA-SENHA
            PERFORM 0225-DEFINIR-SENHA-USUARIO
            MOVE ZEROS                 TO FD-DATA-ULT-ACESSO-USU
                                          FD-HORA-ULT-ACESSO-USU
            WRITE REG-USUARIO
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0072-TESTAR-ARQUSUARIO
               DISPLAY "USUARIO INICIAL 00001 SENHA MASTER CRIADO"
                                       AT 2302
            END-IF
         ELSE
            PERFORM 0222-CONVERTER-SENHAS-LEGADAS
         END-IF

         MOVE 'N'                      TO WS-LOGIN-OK
            ACCEPT SS-LOGIN-COD
            ACCEPT SS-LOGIN-SENHA
            ADD 1                      TO WS-LOGIN-TENTATIVAS
            PERFORM 0223-VALIDAR-LOGIN
         END-PERFORM

         IF WS-LOGIN-OK                NOT EQUAL 'S'
                                       AT 2320
            STOP RUN
         END-IF
         IF WS-SEG-MOTIVO              NOT EQUAL SPACES
            PERFORM 0224-TROCAR-SENHA
         END-IF
         DISPLAY WS-LINHA-BRANCO       AT 2302
         .
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CADASTRO DE USUARIOS - INCLUSAO, ALTERACAO E EXCLUSAO *
      *DE OPERADORES (RESTRITA AO PERFIL SUPERVISOR); SENHA INFORMADA  *
      *NA INCLUSAO OU ALTERACAO OBRIGA A TROCA NO PRIMEIRO LOGIN E A   *
      *OPCAO L LIBERA A CONTA BLOQUEADA POR FALHAS DE LOGIN            *
      *----------------------------------------------------------------*
       0074-CADASTRAR-USUARIO.
      *-----------------------------------------------------------------

            IF WS-ACHOU EQUAL ZEROS
               ACCEPT SS-NOME-USUARIO
               MOVE SPACES             TO WS-SEG-NOVA-SENHA
               PERFORM UNTIL WS-SEG-NOVA-SENHA NOT EQUAL SPACES
                  ACCEPT SS-SENHA-USUARIO
                  IF WS-SEG-NOVA-SENHA EQUAL SPACES
                     DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                     DISPLAY "INFORME A SENHA INICIAL DO USUARIO!!!"
                                       AT 2320
                  END-IF
               END-PERFORM
               MOVE SPACES             TO FD-PERFIL-USUARIO
               PERFORM UNTIL FD-PERFIL-USUARIO EQUAL 'C' OR 'O' OR 'S'
                  ACCEPT SS-PERFIL-USUARIO
                                       AT 2320
                  END-IF
               END-PERFORM
               PERFORM 0225-DEFINIR-SENHA-USUARIO
               MOVE ZEROS              TO FD-DATA-ULT-ACESSO-USU
                                          FD-HORA-ULT-ACESSO-USU
               WRITE REG-USUARIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0072-TESTAR-ARQUSUARIO
               DISPLAY FD-NOME-USUARIO       AT 0720
               DISPLAY "**********"          AT 0920
               DISPLAY FD-PERFIL-USUARIO     AT 1120
               IF FD-BLOQUEIO-USU      EQUAL 'S'
                  DISPLAY "BLOQUEADO"        AT 1320
               ELSE
                  DISPLAY "ATIVO"            AT 1320
               END-IF
               DISPLAY WS-LINHA-BRANCO       AT 2302
               DISPLAY "USUARIO JA EXISTE, A=ALTERAR | D=EXCLUIR |"
                                             AT 2303
               DISPLAY "L=LIBERAR | V=VOLTAR"
                                             AT 2346
               ACCEPT WS-DEL-ALT-CLIENTE    UPPER AT 2368
               MOVE FD-COD-USUARIO     TO WS-USU-COD-X
               IF WS-DEL-ALT-CLIENTE EQUAL 'D'
               ELSE
                  IF WS-DEL-ALT-CLIENTE EQUAL 'A'
                     ACCEPT SS-NOME-USUARIO
                     DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                     DISPLAY "SENHA EM BRANCO MANTEM A SENHA ATUAL"
                                       AT 2320
                     MOVE SPACES       TO WS-SEG-NOVA-SENHA
                     ACCEPT SS-SENHA-USUARIO
                     MOVE 'N'          TO WS-SEG-TROCA-OK
                     IF WS-SEG-NOVA-SENHA
                                       NOT EQUAL SPACES
                        MOVE 'S'       TO WS-SEG-TROCA-OK
                        PERFORM 0225-DEFINIR-SENHA-USUARIO
                     END-IF
                     MOVE SPACES       TO FD-PERFIL-USUARIO
                     PERFORM UNTIL FD-PERFIL-USUARIO
                                       EQUAL 'C' OR 'O' OR 'S'
                     REWRITE REG-USUARIO
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0072-TESTAR-ARQUSUARIO
                     IF WS-FS-ACESSO-USU
                                       EQUAL ZEROS
                        AND WS-SEG-TROCA-OK
                                       EQUAL 'S'
                        MOVE FD-COD-USUARIO
                                       TO WS-ACE-USUARIO
                        MOVE 'RESET-SENHA'
                                       TO WS-ACE-EVENTO
                        MOVE SPACES    TO WS-ACE-MENSAGEM
                        STRING 'SENHA REDEFINIDA PELO SUPERVISOR '
                               WS-USU-LOGADO
                               DELIMITED BY SIZE
                                       INTO WS-ACE-MENSAGEM
                        PERFORM 0220-REGISTRAR-ACESSO
                     END-IF
                     PERFORM 0002-CADASTRAR
                  ELSE
                    IF WS-DEL-ALT-CLIENTE EQUAL 'L'
                       PERFORM 0226-LIBERAR-USUARIO
                       PERFORM 0002-CADASTRAR
                    ELSE
                      IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                         MOVE 13                  TO WS-OPCAO
                         DISPLAY WS-LINHA-BRANCO  AT 2302
                         PERFORM 0010-LIMPAR-TELA
                      END-IF
                    END-IF
                  END-IF
               END-IF
               DISPLAY WS-LINHA-BRANCO AT 2302
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
                     PERFORM 0002-CADASTRAR
                  ELSE
                    IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                       MOVE 13                    TO WS-OPCAO
                       DISPLAY WS-LINHA-BRANCO    AT 2302
                       PERFORM 0010-LIMPAR-TELA
                    END-IF
               DISPLAY WS-LINHA-BRANCO AT 2302
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
      *----------------------------------------------------------------*
      *ROTINA DE FATURAMENTO EM LOTE - FATURA TODOS OS PEDIDOS ABERTOS *
      *(STATUS A) COM DATA ATE O CORTE INFORMADO E GERA O RELATORIO DE *
      *FATURAMENTO POR CLIENTE COM QUANTIDADES, VALORES E TOTAL GERAL; *
      *CADA PEDIDO FATURADO DA BAIXA DOS SEUS ITENS NO ESTOQUE FISICO  *
      *E RECEBE NOTA FISCAL NUMERADA; PEDIDO SEM ALIQUOTA DE ICMS PARA *
      *A UF DO CLIENTE FICA ABERTO E E CONTADO COMO SEM-ICMS; PEDIDO   *
      *RETIDO POR CREDITO (R) NAO E FATURADO                           *
      *----------------------------------------------------------------*
       0088-PROCESSAR-FATURA.
      *-----------------------------------------------------------------
         INITIALIZE                   WS-FAT-TABELA
                                      ACU-FAT-PEDIDOS
                                      WS-FAT-TOT-GERAL
                                      ACU-NF-EMITIDAS
                                      ACU-NF-SEM-ICMS
                                      WS-NF-PRIMEIRA
                                      WS-NF-ULTIMA
         MOVE ZEROS                   TO WS-FAT-QTD

         MOVE 'FAT'                   TO WS-REL-TIPO
            IF WS-FIM-ARQ-PEDIDO      NOT EQUAL 'S'
               AND FD-STATUS-PED      EQUAL 'A'
               AND FD-DATA-PEDIDO     NOT GREATER WS-FAT-DATA-CORTE
               PERFORM 0158-VERIFICAR-ICMS-PEDIDO
               IF WS-NF-ICMS-OK       NOT EQUAL 'S'
                  ADD 1               TO ACU-NF-SEM-ICMS
               ELSE
                  PERFORM 0258-FATURAR-PEDIDO
                  IF WS-NF-FATURADO   EQUAL 'S'
                     ADD 1            TO ACU-FAT-PEDIDOS
                     ADD FD-VLR-TOTAL-PED
                                      TO WS-FAT-TOT-GERAL
                     MOVE 'N'         TO WS-FAT-ACHOU
                     MOVE 1           TO WS-FAT-IND
                     PERFORM UNTIL WS-FAT-ACHOU EQUAL 'S'
                                OR WS-FAT-IND GREATER WS-FAT-QTD
                        IF WS-FAT-CLI(WS-FAT-IND)
                                      EQUAL FD-COD-CLIENTE-PED
                           MOVE 'S'   TO WS-FAT-ACHOU
                        ELSE
                           ADD 1      TO WS-FAT-IND
                        END-IF
                     END-PERFORM
                     IF WS-FAT-ACHOU  EQUAL 'S'
                        ADD 1         TO WS-FAT-QTD-PED(WS-FAT-IND)
                        ADD FD-VLR-TOTAL-PED
                                      TO WS-FAT-VALOR(WS-FAT-IND)
                     ELSE
                        IF WS-FAT-QTD LESS 200
                           ADD 1      TO WS-FAT-QTD
                           MOVE FD-COD-CLIENTE-PED
                                      TO WS-FAT-CLI(WS-FAT-QTD)
                           MOVE 1     TO WS-FAT-QTD-PED(WS-FAT-QTD)
                           MOVE FD-VLR-TOTAL-PED
                                      TO WS-FAT-VALOR(WS-FAT-QTD)
                        END-IF
                     END-IF
                  END-IF
               END-IF
                                       AT 2302
            DISPLAY ACU-FAT-PEDIDOS   AT 2321
         END-IF

         IF ACU-NF-EMITIDAS           GREATER ZEROS
            PERFORM 0161-IMPRIMIR-NOTAS-FISCAIS
         END-IF
         .
      *-----------------------------------------------------------------
       0088-EXIT.
      *----------------------------------------------------------------*
      *ROTINA DE AVISO DE TRANSICAO INVALIDA DE STATUS DO PEDIDO -     *
      *SO PEDIDO ABERTO (A) PODE SER ALTERADO, CANCELADO OU FATURADO E *
      *SO PEDIDO FATURADO (F) PODE SER ENTREGUE; C E E SAO TERMINAIS;  *
      *PEDIDO RETIDO POR CREDITO (R) SO PODE SER ALTERADO AQUI - A     *
      *LIBERACAO OU O CANCELAMENTO SAO FEITOS NA FILA DE CREDITO       *
      *----------------------------------------------------------------*
       0089-AVISAR-STATUS-PED.
      *-----------------------------------------------------------------
               ACCEPT SS-UNID-PRODUTO
               ACCEPT SS-PRECO-PRODUTO
               PERFORM 0097-ACEITAR-ATIVO-PRODUTO
               PERFORM 0249-ACEITAR-GRUPO-PRODUTO
               WRITE REG-PRODUTO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0092-TESTAR-ARQPRODUTO
               MOVE FD-PRECO-PRODUTO   TO WS-VALOR-MASC
               DISPLAY WS-VALOR-MASC         AT 1120
               DISPLAY FD-ATIVO-PRODUTO      AT 1320
               IF FD-GRUPO-PRODUTO     EQUAL LOW-VALUES
                  MOVE SPACES          TO FD-GRUPO-PRODUTO
               END-IF
               DISPLAY FD-GRUPO-PRODUTO      AT 1520
               DISPLAY WS-LINHA-BRANCO       AT 2302
               DISPLAY "PRODUTO JA EXISTE, A = ALTERAR | D = EXCLUIR |"
                                             AT 2310
                     ACCEPT SS-UNID-PRODUTO
                     ACCEPT SS-PRECO-PRODUTO
                     PERFORM 0097-ACEITAR-ATIVO-PRODUTO
                     PERFORM 0249-ACEITAR-GRUPO-PRODUTO
                     REWRITE REG-PRODUTO
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0092-TESTAR-ARQPRODUTO
                     PERFORM 0002-CADASTRAR
                  ELSE
                    IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                       MOVE 13                    TO WS-OPCAO
                       DISPLAY WS-LINHA-BRANCO    AT 2302
                       PERFORM 0010-LIMPAR-TELA
                    END-IF
               DISPLAY WS-LINHA-BRANCO AT 2302
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
      *----------------------------------------------------------------*
      *ROTINA DE ENTRADA DOS ITENS DO PEDIDO - ACEITA CODIGO DE        *
      *PRODUTO E QUANTIDADE ATE O OPERADOR INFORMAR PRODUTO ZERO; O    *
      *PRECO UNITARIO E O VIGENTE NA DATA DO PEDIDO PARA A UF E O      *
      *GRUPO DE PRECO DO CLIENTE (SEM PRECO NA TABELA DE PRECOS VALE O *
      *PRECO DO CADASTRO DE PRODUTOS); OS ITENS FICAM NA               *
      *TABELA EM MEMORIA E SO SAO GRAVADOS PELA ROTINA DE GRAVACAO DE  *
      *ITENS QUANDO O PEDIDO E CONFIRMADO; CADA ITEM TEM O DISPONIVEL  *
      *EM ESTOQUE CONFERIDO (ESTQMODO A=AVISA, B=RECUSA O ITEM)        *
      *----------------------------------------------------------------*
       0095-ACEITAR-ITENS-PED.
      *-----------------------------------------------------------------
                                          WS-ITN-VLR-TOTAL
         INITIALIZE                    WS-ITENS-TABELA
         MOVE SPACES                   TO WS-ITEM-FIM
         MOVE FD-COD-CLIENTE-PED       TO WS-PRC-CLIENTE
         MOVE FD-DATA-PEDIDO           TO WS-PRC-DATA
         PERFORM 0194-PREPARAR-PRECO-CLIENTE
         DISPLAY WS-LINHA-BRANCO       AT 2302
         DISPLAY "PRODUTO ZERO ENCERRA OS ITENS!!!"
                                       AT 2320
               ELSE
                  DISPLAY FD-DESC-PRODUTO(1:30)
                                       AT 1330
                  MOVE WS-ITEM-PRODUTO TO WS-PRC-PRODUTO
                  PERFORM 0192-OBTER-PRECO-VIGENTE
                  MOVE WS-PRC-VALOR    TO WS-VALOR-MASC
                  DISPLAY WS-VALOR-MASC
                                       AT 1720
                  ACCEPT SS-QTD-ITEM-PED
                  MOVE 'S'             TO WS-EST-SUFICIENTE
                  IF WS-ITEM-QTD       NOT EQUAL ZEROS
                     MOVE WS-ITEM-PRODUTO
                                       TO WS-EST-PRODUTO
                     MOVE WS-ITEM-QTD  TO WS-EST-QTD-PEDIDA
                     PERFORM 0147-VERIFICAR-SALDO-ESTOQUE
                     IF WS-EST-SUFICIENTE
                                       EQUAL 'N'
                        MOVE 'CADASTRO PEDIDO'
                                             TO WS-OPERACAO
                        MOVE SPACES          TO WS-LOG-FILE-STATUS
                        MOVE WS-ITEM-PRODUTO TO WS-LOG-CHAVE
                        MOVE 'ESTOQUE INSUFICIENTE PARA O ITEM'
                                             TO WS-LOG-MENSAGEM
                        PERFORM 0029-REGISTRAR-LOG-ERRO
                        DISPLAY WS-LINHA-BRANCO AT 2302
                        IF WS-EST-MODO EQUAL 'B'
                           DISPLAY "SEM ESTOQUE, ITEM RECUSADO!!!"
                                             AT 2315
                        ELSE
                           DISPLAY "ATENCAO: ESTOQUE INSUFICIENTE!!!"
                                             AT 2315
                        END-IF
                     END-IF
                  END-IF
                  IF WS-ITEM-QTD       EQUAL ZEROS
                     DISPLAY WS-LINHA-BRANCO AT 2302
                     DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO!!!"
                                             AT 2315
                  ELSE
                  IF WS-EST-SUFICIENTE EQUAL 'N'
                     AND WS-EST-MODO   EQUAL 'B'
                     CONTINUE
                  ELSE
                     ADD 1             TO WS-ITEM-SEQ
                     MOVE WS-ITEM-PRODUTO
                     MOVE FD-DESC-PRODUTO
                                       TO WS-ITN-DESC(WS-ITEM-SEQ)
                     MOVE WS-ITEM-QTD  TO WS-ITN-QTDE(WS-ITEM-SEQ)
                     MOVE WS-PRC-VALOR TO WS-ITN-UNIT(WS-ITEM-SEQ)
                     COMPUTE WS-ITN-TOTAL(WS-ITEM-SEQ) =
                             WS-ITEM-QTD * WS-PRC-VALOR
                     ADD WS-ITN-TOTAL(WS-ITEM-SEQ)
                                       TO WS-ITN-VLR-TOTAL
                     MOVE WS-ITN-VLR-TOTAL
                     DISPLAY WS-VALOR-MASC
                                       AT 1920
                  END-IF
                  END-IF
               END-IF
            END-IF
            END-IF
            MOVE SPACES                 TO WS-FIM-ARQ-IMPORT-PED
            INITIALIZE                  ACU-GRAVADOS-PED
                                        ACU-REJEITADOS-PED
                                        ACU-RETIDOS-PED

            OPEN INPUT ARQ-IMPORT-PED
            MOVE WS-ABERTURA            TO WS-OPERACAO
            END-IF
         END-IF

         IF WS-PED-IMP-OK              EQUAL 'S'
            MOVE FD-SITUACAO-RF-CLI    TO WS-SRF-SITUACAO-TESTE
            IF WS-SRF-SITUACAO-TESTE   EQUAL LOW-VALUES
               MOVE SPACES             TO WS-SRF-SITUACAO-TESTE
            END-IF
            IF WS-SRF-SITUACAO-TESTE   NOT EQUAL SPACES AND 'A'
               MOVE 'N'                TO WS-PED-IMP-OK
               MOVE WS-NUM-PEDIDO-IMP  TO WS-REJ-CHAVE
               MOVE 'CLIENTE COM SITUACAO IRREGULAR NA RECEITA'
                                       TO WS-REJ-MOTIVO
            END-IF
         END-IF

         IF WS-PED-IMP-OK              EQUAL 'S'
            MOVE WS-COD-VENDEDOR-IMP   TO FD-COD-VENDEDOR
            MOVE 1                     TO WS-ACHOU
                                       TO WS-REJ-MOTIVO
         END-IF

         IF WS-PED-IMP-OK              EQUAL 'S'
            MOVE WS-COD-PRODUTO-IMP    TO WS-EST-PRODUTO
            MOVE WS-QTD-PED-IMP        TO WS-EST-QTD-PEDIDA
            MOVE ZEROS                 TO WS-EST-NUM-PEDIDO
                                          WS-ITEM-SEQ
            PERFORM 0147-VERIFICAR-SALDO-ESTOQUE
            IF WS-EST-SUFICIENTE       EQUAL 'N'
               IF WS-EST-MODO          EQUAL 'B'
                  MOVE 'N'             TO WS-PED-IMP-OK
                  MOVE WS-NUM-PEDIDO-IMP
                                       TO WS-REJ-CHAVE
                  MOVE 'ESTOQUE INSUFICIENTE NO PEDIDO IMPORTADO'
                                       TO WS-REJ-MOTIVO
               ELSE
                  MOVE 'IMPORT PEDIDO' TO WS-OPERACAO
                  MOVE SPACES          TO WS-LOG-FILE-STATUS
                  MOVE WS-NUM-PEDIDO-IMP
                                       TO WS-LOG-CHAVE
                  MOVE 'PEDIDO IMPORTADO COM ESTOQUE INSUFICIENTE'
                                       TO WS-LOG-MENSAGEM
                  PERFORM 0029-REGISTRAR-LOG-ERRO
               END-IF
            END-IF
         END-IF

         IF WS-PED-IMP-OK              EQUAL 'S'
            MOVE WS-COD-PRODUTO-IMP    TO WS-PRC-PRODUTO
            MOVE WS-COD-CLIENTE-IMP    TO WS-PRC-CLIENTE
            MOVE WS-DATA-PEDIDO-IMP    TO WS-PRC-DATA
            PERFORM 0194-PREPARAR-PRECO-CLIENTE
            PERFORM 0192-OBTER-PRECO-VIGENTE
         END-IF

         IF WS-PED-IMP-OK              NOT EQUAL 'S'
            PERFORM 0036-REGISTRAR-REJEITADO
            ADD 1                      TO ACU-REJEITADOS-PED
            MOVE 1                     TO FD-SEQ-ITEM
            MOVE WS-COD-PRODUTO-IMP    TO FD-COD-PRODUTO-ITEM
            MOVE WS-QTD-PED-IMP        TO FD-QTD-ITEM
            MOVE WS-PRC-VALOR          TO FD-VLR-UNIT-ITEM
            COMPUTE FD-VLR-TOTAL-ITEM =
                    FD-QTD-ITEM * FD-VLR-UNIT-ITEM
            WRITE REG-ITEM-PED
               MOVE WS-DATA-PEDIDO-IMP TO FD-DATA-PEDIDO
               MOVE FD-DESC-PRODUTO    TO FD-DESC-ITEM-PED
               MOVE WS-QTD-PED-IMP     TO FD-QTD-PED
               MOVE WS-PRC-VALOR       TO FD-VLR-UNIT-PED
               MOVE FD-VLR-TOTAL-ITEM  TO FD-VLR-TOTAL-PED
               PERFORM 0186-VERIFICAR-CREDITO-PED
               MOVE WS-CRD-SITUACAO    TO FD-STATUS-PED
               WRITE REG-PEDIDO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0039-TESTAR-ARQPEDIDO
               IF WS-FS-ACESSO-PED     EQUAL ZEROS
                  ADD 1                TO ACU-GRAVADOS-PED
                  IF FD-STATUS-PED     EQUAL 'R'
                     ADD 1             TO ACU-RETIDOS-PED
                     MOVE SPACES       TO WS-AUD-ANTES
                     MOVE 'R'          TO WS-CRD-DECISAO
                     PERFORM 0187-AUDITAR-CREDITO-PED
                     MOVE 'IMPORT PEDIDO'
                                       TO WS-OPERACAO
                     MOVE SPACES       TO WS-LOG-FILE-STATUS
                     MOVE WS-NUM-PEDIDO-IMP
                                       TO WS-LOG-CHAVE
                     MOVE 'PEDIDO IMPORTADO RETIDO POR CREDITO'
                                       TO WS-LOG-MENSAGEM
                     PERFORM 0029-REGISTRAR-LOG-ERRO
                  END-IF
                  MOVE WS-COD-PRODUTO-IMP
                                       TO WS-EST-PRODUTO
                  MOVE WS-QTD-PED-IMP  TO WS-EST-QTD
                  MOVE WS-NUM-PEDIDO-IMP
                                       TO WS-EST-DOCUMENTO
                  MOVE 'R'             TO WS-EST-TIPO
                  MOVE 'RESERVA DO PEDIDO IMPORTADO'
                                       TO WS-EST-HISTORICO
                  PERFORM 0146-MOVIMENTAR-ESTOQUE
               ELSE
                  DELETE ARQ-ITEM-PED
                  MOVE WS-NUM-PEDIDO-IMP
                     PERFORM 0002-CADASTRAR
                  ELSE
                    IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                       MOVE 13                    TO WS-OPCAO
                       DISPLAY WS-LINHA-BRANCO    AT 2302
                       PERFORM 0010-LIMPAR-TELA
                    END-IF
               DISPLAY WS-LINHA-BRANCO AT 2302
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
      *    MAXCLIVEN <n>      MAXIMO DE CLIENTES POR VENDEDOR NA       *
      *                       CARTEIRA (PADRAO 99999)                  *
      *    CARTMODO <A/B>     CARTEIRA NO PEDIDO: A=AVISA B=BLOQUEIA   *
      *    ESTQMODO <A/B>     ESTOQUE INSUFICIENTE NO PEDIDO: A=AVISA  *
      *                       B=BLOQUEIA (PADRAO A)                    *
      *    UFORIGEM <UF>      UF DO EMITENTE DAS NOTAS FISCAIS, ORIGEM *
      *                       NA TABELA DE ICMS (PADRAO SC)            *
      *    DEPOSLAT <coord>   LATITUDE E LONGITUDE DO DEPOSITO, ORIGEM *
      *    DEPOSLON <coord>   DAS ROTAS DO ROMANEIO (+GGG,DDDDDDDD)    *
      *    ROMPARADAS <n>     MAXIMO DE PARADAS POR CAMINHAO NO        *
      *                       ROMANEIO (PADRAO 20)                     *
      *    SENHADIAS <n>      DIAS DE VALIDADE DA SENHA, ZERO = NAO    *
      *                       EXPIRA (PADRAO 90)                       *
      *    SENHATENT <n>      FALHAS SEGUIDAS DE LOGIN QUE BLOQUEIAM A *
      *                       CONTA (PADRAO 3)                         *
      *    USUINATIVO <n>     DIAS SEM ACESSO PARA O USUARIO SER       *
      *                       LISTADO COMO INATIVO (PADRAO 60)         *
      *    RFDIAS <n>         DIAS DE VALIDADE DA CONSULTA DE SITUACAO *
      *                       NA RECEITA ANTES DE NOVA CONSULTA        *
      *                       (PADRAO 30)                              *
      *    RFMINATIVO <n>     DIAS SEM COMPRA PARA O CLIENTE SER       *
      *                       MARCADO INATIVO NO RFM (PADRAO 90)       *
      *    RFMQUEDA <n>       QUEDA PERCENTUAL DO VALOR DOS ULTIMOS 3  *
      *                       MESES CONTRA A MEDIA TRIMESTRAL DOS 12   *
      *                       MESES PARA MARCAR EM QUEDA (PADRAO 50)   *
      *ARQUIVO AUSENTE MANTEM OS PADROES                               *
      *----------------------------------------------------------------*
       0115-LER-PARAMETROS-SISTEMA.
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'ESTQMODO'
                        IF WS-PARAMSIS-VALOR(1:1) EQUAL 'A' OR 'B'
                           MOVE WS-PARAMSIS-VALOR(1:1)
                                       TO WS-EST-MODO
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'UFORIGEM'
                        MOVE WS-PARAMSIS-VALOR(1:2)
                                       TO WS-UF-TESTE
                        PERFORM 0081-VALIDAR-UF
                        IF WS-UF-OK    EQUAL 'S'
                           AND WS-PARAMSIS-VALOR(3:1) EQUAL SPACE
                           MOVE WS-UF-TESTE
                                       TO WS-NF-UF-ORIGEM
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'DEPOSLAT'
                        MOVE ZEROS     TO WS-ROM-COORD-AUX
                        IF FUNCTION TEST-NUMVAL(WS-PARAMSIS-VALOR)
                                       EQUAL ZEROS
                           COMPUTE WS-ROM-COORD-AUX =
                                   FUNCTION NUMVAL(WS-PARAMSIS-VALOR)
                        ELSE
                           MOVE 999    TO WS-ROM-COORD-AUX
                        END-IF
                        IF WS-ROM-COORD-AUX NOT GREATER 90
                           AND WS-ROM-COORD-AUX NOT LESS -90
                           MOVE WS-ROM-COORD-AUX
                                       TO WS-ROM-DEP-LAT
                           MOVE 'S'    TO WS-ROM-DEP-INFORMADO
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'DEPOSLON'
                        MOVE ZEROS     TO WS-ROM-COORD-AUX
                        IF FUNCTION TEST-NUMVAL(WS-PARAMSIS-VALOR)
                                       EQUAL ZEROS
                           COMPUTE WS-ROM-COORD-AUX =
                                   FUNCTION NUMVAL(WS-PARAMSIS-VALOR)
                        ELSE
                           MOVE 999    TO WS-ROM-COORD-AUX
                        END-IF
                        IF WS-ROM-COORD-AUX NOT GREATER 180
                           AND WS-ROM-COORD-AUX NOT LESS -180
                           MOVE WS-ROM-COORD-AUX
                                       TO WS-ROM-DEP-LON
                           MOVE 'S'    TO WS-ROM-DEP-INFORMADO
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'ROMPARADAS'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO GREATER ZEROS
                           AND WS-PAR-NUMERO NOT GREATER 999
                           MOVE WS-PAR-NUMERO
                                       TO WS-ROM-MAX-PARADAS
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'SENHADIAS'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO NOT GREATER 999
                           MOVE WS-PAR-NUMERO
                                       TO WS-SEG-DIAS-SENHA
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'SENHATENT'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO GREATER ZEROS
                           AND WS-PAR-NUMERO NOT GREATER 99
                           MOVE WS-PAR-NUMERO
                                       TO WS-SEG-MAX-FALHAS
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'USUINATIVO'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO GREATER ZEROS
                           AND WS-PAR-NUMERO NOT GREATER 999
                           MOVE WS-PAR-NUMERO
                                       TO WS-SEG-DIAS-INATIVO
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'RFDIAS'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO GREATER ZEROS
                           AND WS-PAR-NUMERO NOT GREATER 999
                           MOVE WS-PAR-NUMERO
                                       TO WS-SRF-DIAS-CONSULTA
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'RFMINATIVO'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO GREATER ZEROS
                           AND WS-PAR-NUMERO NOT GREATER 999
                           MOVE WS-PAR-NUMERO
                                       TO WS-RFM-DIAS-INATIVO
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN 'RFMQUEDA'
                        PERFORM 0205-CONVERTER-PARAMSIS-NUM
                        IF WS-PAR-NUM-OK EQUAL 'S'
                           AND WS-PAR-NUMERO GREATER ZEROS
                           AND WS-PAR-NUMERO NOT GREATER 99
                           MOVE WS-PAR-NUMERO
                                       TO WS-RFM-PCT-QUEDA
                        ELSE
                           PERFORM 0142-LOG-PARAMSIS-INVALIDO
                        END-IF
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
            END-PERFORM
            CLOSE ARQ-PARAMSIS
         END-IF
         IF WS-MAX-CLI-VEN             EQUAL ZEROS
            MOVE 99999                 TO WS-MAX-CLI-VEN
         END-IF
         .
      *-----------------------------------------------------------------
       0115-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE MANUTENCAO MANUAL DA CARTEIRA DE CLIENTES - ATRIBUI,  *
      *ALTERA OU REMOVE O VENDEDOR DE UM CLIENTE RESPEITANDO O MAXIMO  *
      *DE CLIENTES POR VENDEDOR                                        *
      *----------------------------------------------------------------*
       0116-MANTER-CARTEIRA.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO       AT 2302
         DISPLAY SS-TELA-CARTEIRA
         DISPLAY "DIGITE CLIENTE ZERO PRA SAIR!!!"
                                       AT 2320
         ACCEPT SS-CART-CLIENTE
         IF WS-CART-CLIENTE            NOT EQUAL ZEROS
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  MOVE SPACES          TO WS-REL-IMG-ROTULO
                  MOVE FD-AUD-IMAGEM-ANTES(92:91)
                                       TO WS-REL-IMG-TEXTO
                  MOVE WS-LINHA-REL-IMAGEM
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  MOVE FD-AUD-IMAGEM-ANTES(183:68)
                                       TO WS-REL-IMG-TEXTO
                  MOVE WS-LINHA-REL-IMAGEM
                                       TO FD-REG-RELATORIO
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  MOVE SPACES          TO WS-REL-IMG-ROTULO
                  MOVE FD-AUD-IMAGEM-DEPOIS(92:91)
                                       TO WS-REL-IMG-TEXTO
                  MOVE WS-LINHA-REL-IMAGEM
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  MOVE FD-AUD-IMAGEM-DEPOIS(183:68)
                                       TO WS-REL-IMG-TEXTO
                  MOVE WS-LINHA-REL-IMAGEM
                                       TO FD-REG-RELATORIO
      *-----------------------------------------------------------------
       0142-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0143-TESTAR-ARQESTOQUE.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-EST NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-EST
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0143-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0144-ABRIR-ARQMOVEST.
      *-----------------------------------------------------------------

           OPEN EXTEND ARQ-MOV-ESTOQUE
           IF WS-FS-MOV-EST             EQUAL '35'
              OPEN OUTPUT ARQ-MOV-ESTOQUE
           END-IF
           IF WS-FS-MOV-EST NOT EQUAL ZEROS AND '35'
              IF WS-MODO-BATCH          EQUAL 'S'
                 MOVE 'S'               TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-MOV-EST
                                       AT 2320
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       0144-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LEITURA DO SALDO DE ESTOQUE DO PRODUTO EM             *
      *WS-EST-PRODUTO - PRODUTO SEM REGISTRO DE SALDO FICA COM O       *
      *REGISTRO ZERADO E WS-ACHOU = ZEROS. DEVOLVE O DISPONIVEL        *
      *(FISICO - RESERVADO) EM WS-EST-DISPONIVEL                       *
      *----------------------------------------------------------------*
       0145-LER-SALDO-ESTOQUE.
      *-----------------------------------------------------------------

         MOVE WS-EST-PRODUTO           TO FD-COD-PRODUTO-EST
         MOVE 1                        TO WS-ACHOU
         READ ARQ-ESTOQUE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            INITIALIZE                 REG-ESTOQUE
            MOVE WS-EST-PRODUTO        TO FD-COD-PRODUTO-EST
         END-IF
         COMPUTE WS-EST-DISPONIVEL     = FD-QTD-FISICA-EST
                                       - FD-QTD-RESERVADA-EST
         .
      *-----------------------------------------------------------------
       0145-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE MOVIMENTACAO DO ESTOQUE - APLICA NO SALDO DO PRODUTO  *
      *EM WS-EST-PRODUTO A QUANTIDADE WS-EST-QTD CONFORME O TIPO E     *
      *GRAVA O MOVIMENTO NO ARQ-MOV-ESTOQUE (MOVESTQ):                 *
      *    E = ENTRADA    SOMA NO SALDO FISICO                         *
      *    A = AJUSTE     SOMA NO FISICO A QUANTIDADE COM SINAL        *
      *    R = RESERVA    SOMA NO SALDO RESERVADO                      *
      *    L = LIBERACAO  SUBTRAI DO RESERVADO (NUNCA ABAIXO DE ZERO)  *
      *    B = BAIXA      LIBERA A RESERVA E SUBTRAI DO FISICO         *
      *    M = MINIMO     TROCA O ESTOQUE MINIMO DO PRODUTO            *
      *----------------------------------------------------------------*
       0146-MOVIMENTAR-ESTOQUE.
      *-----------------------------------------------------------------

         PERFORM 0145-LER-SALDO-ESTOQUE
         EVALUATE WS-EST-TIPO
            WHEN 'E'
               ADD WS-EST-QTD          TO FD-QTD-FISICA-EST
            WHEN 'A'
               ADD WS-EST-QTD          TO FD-QTD-FISICA-EST
            WHEN 'R'
               ADD WS-EST-QTD          TO FD-QTD-RESERVADA-EST
            WHEN 'L'
               IF WS-EST-QTD           GREATER FD-QTD-RESERVADA-EST
                  MOVE ZEROS           TO FD-QTD-RESERVADA-EST
               ELSE
                  SUBTRACT WS-EST-QTD  FROM FD-QTD-RESERVADA-EST
               END-IF
            WHEN 'B'
               IF WS-EST-QTD           GREATER FD-QTD-RESERVADA-EST
                  MOVE ZEROS           TO FD-QTD-RESERVADA-EST
               ELSE
                  SUBTRACT WS-EST-QTD  FROM FD-QTD-RESERVADA-EST
               END-IF
               SUBTRACT WS-EST-QTD     FROM FD-QTD-FISICA-EST
            WHEN 'M'
               MOVE WS-EST-QTD         TO FD-QTD-MINIMA-EST
         END-EVALUATE

         ACCEPT WS-HORA-AUX            FROM TIME
         MOVE WS-DATA-COMPLETA         TO FD-DATA-MANUT-EST
         MOVE WS-HORA-AUX(1:6)         TO FD-HORA-MANUT-EST
         IF WS-ACHOU                   EQUAL ZEROS
            WRITE REG-ESTOQUE
         ELSE
            REWRITE REG-ESTOQUE
         END-IF
         MOVE WS-GRAVACAO              TO WS-OPERACAO
         PERFORM 0143-TESTAR-ARQESTOQUE

         IF WS-FS-ACESSO-EST           EQUAL ZEROS
            MOVE FD-DATA-MANUT-EST     TO FD-MOV-DATA
            MOVE FD-HORA-MANUT-EST     TO FD-MOV-HORA
            MOVE WS-EST-PRODUTO        TO FD-MOV-PRODUTO
            MOVE WS-EST-TIPO           TO FD-MOV-TIPO
            MOVE WS-EST-QTD            TO FD-MOV-QTD
            MOVE WS-EST-DOCUMENTO      TO FD-MOV-DOCUMENTO
            MOVE WS-USU-LOGADO         TO FD-MOV-OPERADOR
            MOVE WS-EST-HISTORICO      TO FD-MOV-HISTORICO
            WRITE FD-REG-MOV-ESTOQUE
            IF WS-FS-MOV-EST           NOT EQUAL ZEROS
               IF WS-MODO-BATCH        EQUAL 'S'
                  MOVE 'S'             TO WS-BATCH-ERRO
               ELSE
                  DISPLAY WS-FS-MOV-EST
                                       AT 2320
               END-IF
            END-IF
         ELSE
            MOVE 'ESTOQUE'             TO WS-OPERACAO
            MOVE WS-FS-ACESSO-EST      TO WS-LOG-FILE-STATUS
            MOVE WS-EST-PRODUTO        TO WS-LOG-CHAVE
            MOVE 'SALDO DE ESTOQUE NAO ATUALIZADO'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         END-IF
         .
      *-----------------------------------------------------------------
       0146-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE VERIFICACAO DE SALDO PARA UM ITEM DE PEDIDO - O       *
      *DISPONIVEL DO PRODUTO RECEBE DE VOLTA O QUE O PROPRIO PEDIDO    *
      *JA TEM RESERVADO (ALTERACAO, WS-EST-NUM-PEDIDO PREENCHIDO) E    *
      *PERDE O QUE JA FOI DIGITADO DO MESMO PRODUTO NA TABELA DE       *
      *ITENS. WS-EST-SUFICIENTE = 'N' QUANDO WS-EST-QTD-PEDIDA NAO     *
      *CABE NO DISPONIVEL                                              *
      *----------------------------------------------------------------*
       0147-VERIFICAR-SALDO-ESTOQUE.
      *-----------------------------------------------------------------

         PERFORM 0145-LER-SALDO-ESTOQUE

         IF WS-EST-NUM-PEDIDO          NOT EQUAL ZEROS
            MOVE WS-EST-NUM-PEDIDO     TO FD-NUM-PEDIDO-ITEM
            MOVE ZEROS                 TO FD-SEQ-ITEM
            MOVE SPACES                TO WS-FIM-ARQ-ITEM
            START ARQ-ITEM-PED         KEY IS NOT LESS FD-CHAVE-ITEM
                  INVALID KEY
                  MOVE 'S'             TO WS-FIM-ARQ-ITEM
            END-START
            PERFORM UNTIL WS-FIM-ARQ-ITEM EQUAL 'S'
               READ ARQ-ITEM-PED NEXT RECORD
                    AT END
                    MOVE 'S'           TO WS-FIM-ARQ-ITEM
               END-READ
               IF WS-FIM-ARQ-ITEM      NOT EQUAL 'S'
                  IF FD-NUM-PEDIDO-ITEM
                                       EQUAL WS-EST-NUM-PEDIDO
                     IF FD-COD-PRODUTO-ITEM
                                       EQUAL WS-EST-PRODUTO
                        ADD FD-QTD-ITEM
                                       TO WS-EST-DISPONIVEL
                     END-IF
                  ELSE
                     MOVE 'S'          TO WS-FIM-ARQ-ITEM
                  END-IF
               END-IF
            END-PERFORM
         END-IF

         MOVE 1                        TO WS-EST-IND
         PERFORM UNTIL WS-EST-IND      GREATER WS-ITEM-SEQ
            IF WS-ITN-PRODUTO(WS-EST-IND)
                                       EQUAL WS-EST-PRODUTO
               SUBTRACT WS-ITN-QTDE(WS-EST-IND)
                                       FROM WS-EST-DISPONIVEL
            END-IF
            ADD 1                      TO WS-EST-IND
         END-PERFORM

         IF WS-EST-QTD-PEDIDA          GREATER WS-EST-DISPONIVEL
            MOVE 'N'                   TO WS-EST-SUFICIENTE
         ELSE
            MOVE 'S'                   TO WS-EST-SUFICIENTE
         END-IF
         .
      *-----------------------------------------------------------------
       0147-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE MOVIMENTACAO DE ESTOQUE DOS ITENS DE UM PEDIDO -      *
      *PERCORRE O ARQ-ITEM-PED DO PEDIDO EM FD-NUM-PEDIDO E APLICA EM  *
      *CADA ITEM O TIPO E O HISTORICO INFORMADOS PELO CHAMADOR         *
      *(R = RESERVA, L = LIBERACAO, B = BAIXA NO FATURAMENTO)          *
      *----------------------------------------------------------------*
       0148-MOVIMENTAR-ITENS-PED.
      *-----------------------------------------------------------------

         MOVE FD-NUM-PEDIDO            TO FD-NUM-PEDIDO-ITEM
                                          WS-EST-DOCUMENTO
         MOVE ZEROS                    TO FD-SEQ-ITEM
         MOVE SPACES                   TO WS-FIM-ARQ-ITEM
         START ARQ-ITEM-PED            KEY IS NOT LESS FD-CHAVE-ITEM
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-ITEM
         END-START
         PERFORM UNTIL WS-FIM-ARQ-ITEM EQUAL 'S'
            READ ARQ-ITEM-PED NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-ITEM
            END-READ
            IF WS-FIM-ARQ-ITEM         NOT EQUAL 'S'
               IF FD-NUM-PEDIDO-ITEM   EQUAL FD-NUM-PEDIDO
                  MOVE FD-COD-PRODUTO-ITEM
                                       TO WS-EST-PRODUTO
                  MOVE FD-QTD-ITEM     TO WS-EST-QTD
                  PERFORM 0146-MOVIMENTAR-ESTOQUE
               ELSE
                  MOVE 'S'             TO WS-FIM-ARQ-ITEM
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0148-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE MOVIMENTO DE ESTOQUE PELO TERMINAL - MOSTRA O SALDO   *
      *DO PRODUTO E ACEITA ENTRADA (E), AJUSTE COM SINAL E HISTORICO   *
      *OBRIGATORIO (A, SO PERFIL S) OU NOVO ESTOQUE MINIMO (M)         *
      *----------------------------------------------------------------*
       0149-CADASTRAR-ESTOQUE.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY SS-TELA-MOV-ESTOQUE
         DISPLAY "DIGITE CODIGO ZERO PRA SAIR!!!"
                                       AT 2320
         MOVE ZEROS                    TO WS-EST-PRODUTO
         ACCEPT  SS-EST-PRODUTO

         IF WS-EST-PRODUTO             NOT EQUAL ZEROS
            MOVE WS-EST-PRODUTO        TO FD-COD-PRODUTO
            MOVE 1                     TO WS-ACHOU
            READ ARQ-PRODUTO           INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "PRODUTO NAO CADASTRADO!!!"
                                       AT 2315
            ELSE
               PERFORM 0145-LER-SALDO-ESTOQUE
               MOVE FD-QTD-FISICA-EST  TO WS-EST-FISICO-ATUAL
               DISPLAY FD-DESC-PRODUTO(1:30)
                                             AT 0530
               MOVE FD-QTD-FISICA-EST  TO WS-EST-QTD-MASC
               DISPLAY WS-EST-QTD-MASC       AT 0720
               MOVE FD-QTD-RESERVADA-EST
                                       TO WS-EST-QTD-MASC
               DISPLAY WS-EST-QTD-MASC       AT 0920
               MOVE WS-EST-DISPONIVEL  TO WS-EST-QTD-MASC
               DISPLAY WS-EST-QTD-MASC       AT 1120
               MOVE FD-QTD-MINIMA-EST  TO WS-EST-QTD-MASC
               DISPLAY WS-EST-QTD-MASC       AT 1320
               DISPLAY WS-LINHA-BRANCO       AT 2302
               DISPLAY "E=ENTRADA | A=AJUSTE | M=MINIMO | V=VOLTA"
                                             AT 2303
               ACCEPT WS-DEL-ALT-CLIENTE    UPPER AT 2358
               MOVE ZEROS              TO WS-EST-DOCUMENTO
               MOVE SPACES             TO WS-EST-HISTORICO
               EVALUATE WS-DEL-ALT-CLIENTE
                  WHEN 'E'
                     PERFORM 0150-ACEITAR-QTD-ESTOQUE
                     ACCEPT SS-EST-HISTORICO
                     IF WS-EST-HISTORICO
                                       EQUAL SPACES
                        MOVE 'ENTRADA DE MERCADORIA'
                                       TO WS-EST-HISTORICO
                     END-IF
                     MOVE 'E'          TO WS-EST-TIPO
                     MOVE WS-EST-QTD-TELA
                                       TO WS-EST-QTD
                     PERFORM 0146-MOVIMENTAR-ESTOQUE
                     PERFORM 0002-CADASTRAR
                  WHEN 'A'
                     IF WS-USU-PERFIL  NOT EQUAL 'S'
                        PERFORM 0075-ACESSO-NEGADO
                     ELSE
                        PERFORM 0150-ACEITAR-QTD-ESTOQUE
                        MOVE SPACES    TO WS-EST-SINAL
                        PERFORM UNTIL WS-EST-SINAL EQUAL '+' OR '-'
                           ACCEPT SS-EST-SINAL
                           IF WS-EST-SINAL
                                       NOT EQUAL '+' AND '-'
                              DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                              DISPLAY "SINAL DEVE SER + OU -!!!"
                                       AT 2320
                           END-IF
                        END-PERFORM
                        PERFORM UNTIL WS-EST-HISTORICO
                                       NOT EQUAL SPACES
                           ACCEPT SS-EST-HISTORICO
                           IF WS-EST-HISTORICO
                                       EQUAL SPACES
                              DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                              DISPLAY "INFORME O HISTORICO!!!"
                                       AT 2320
                           END-IF
                        END-PERFORM
                        DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                        IF WS-EST-SINAL EQUAL '-' AND
                           WS-EST-QTD-TELA GREATER WS-EST-FISICO-ATUAL
                           DISPLAY "AJUSTE DEIXARIA SALDO NEGATIVO!!!"
                                       AT 2315
                           MOVE 'MOV ESTOQUE'
                                       TO WS-OPERACAO
                           MOVE SPACES TO WS-LOG-FILE-STATUS
                           MOVE WS-EST-PRODUTO
                                       TO WS-LOG-CHAVE
                           MOVE 'AJUSTE RECUSADO - SALDO NEGATIVO'
                                       TO WS-LOG-MENSAGEM
                           PERFORM 0029-REGISTRAR-LOG-ERRO
                        ELSE
                           MOVE 'A'    TO WS-EST-TIPO
                           IF WS-EST-SINAL
                                       EQUAL '-'
                              COMPUTE WS-EST-QTD = ZEROS
                                                 - WS-EST-QTD-TELA
                           ELSE
                              MOVE WS-EST-QTD-TELA
                                       TO WS-EST-QTD
                           END-IF
                           PERFORM 0146-MOVIMENTAR-ESTOQUE
                           PERFORM 0002-CADASTRAR
                        END-IF
                     END-IF
                  WHEN 'M'
                     MOVE ZEROS        TO WS-EST-QTD-TELA
                     ACCEPT SS-EST-QTD
                     MOVE 'M'          TO WS-EST-TIPO
                     MOVE 'ALTERACAO DO ESTOQUE MINIMO'
                                       TO WS-EST-HISTORICO
                     MOVE WS-EST-QTD-TELA
                                       TO WS-EST-QTD
                     PERFORM 0146-MOVIMENTAR-ESTOQUE
                     PERFORM 0002-CADASTRAR
                  WHEN 'V'
                     MOVE 13           TO WS-OPCAO
                     DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                     PERFORM 0010-LIMPAR-TELA
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
         .
      *-----------------------------------------------------------------
       0149-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ENTRADA DA QUANTIDADE DO MOVIMENTO DE ESTOQUE - SO    *
      *ACEITA QUANTIDADE MAIOR QUE ZERO                                *
      *----------------------------------------------------------------*
       0150-ACEITAR-QTD-ESTOQUE.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-EST-QTD-TELA
         PERFORM UNTIL WS-EST-QTD-TELA GREATER ZEROS
            ACCEPT SS-EST-QTD
            IF WS-EST-QTD-TELA         EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO!!!"
                                       AT 2320
            END-IF
         END-PERFORM
         DISPLAY WS-LINHA-BRANCO       AT 2302
         .
      *-----------------------------------------------------------------
       0150-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE RELATORIO DE POSICAO DE ESTOQUE - UMA LINHA POR       *
      *PRODUTO COM FISICO, RESERVADO, DISPONIVEL E MINIMO              *
      *----------------------------------------------------------------*
       0151-RELATORIO-POSICAO-ESTOQUE.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-PRODUTO
         INITIALIZE                    ACU-EST-PRODUTOS

         MOVE 'EST'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO

         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'POSICAO DE ESTOQUE  -  DATA: '
                WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO FD-REG-RELATORIO
         MOVE 'PRODUTO  DESCRICAO'     TO FD-REG-RELATORIO(1:18)
         MOVE '  FISICO'               TO FD-REG-RELATORIO(42:8)
         MOVE 'RESERV.'                TO FD-REG-RELATORIO(52:7)
         MOVE '  DISPON'               TO FD-REG-RELATORIO(61:8)
         MOVE ' MINIMO'                TO FD-REG-RELATORIO(71:7)
         WRITE FD-REG-RELATORIO

         MOVE LOW-VALUES               TO FD-COD-PRODUTO
         START ARQ-PRODUTO             KEY IS NOT LESS FD-COD-PRODUTO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-PRODUTO
         END-START

         PERFORM UNTIL WS-FIM-ARQ-PRODUTO EQUAL 'S'
            READ ARQ-PRODUTO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-PRODUTO
            END-READ
            IF WS-FIM-ARQ-PRODUTO      NOT EQUAL 'S'
               MOVE FD-COD-PRODUTO     TO WS-EST-PRODUTO
               PERFORM 0145-LER-SALDO-ESTOQUE
               MOVE SPACES             TO WS-LINHA-REL-ESTOQUE
               MOVE FD-COD-PRODUTO     TO WS-REL-EST-PROD
               MOVE FD-DESC-PRODUTO    TO WS-REL-EST-DESC
               MOVE FD-QTD-FISICA-EST  TO WS-REL-EST-FISICO
               MOVE FD-QTD-RESERVADA-EST
                                       TO WS-REL-EST-RESERV
               MOVE WS-EST-DISPONIVEL  TO WS-REL-EST-DISP
               MOVE FD-QTD-MINIMA-EST  TO WS-REL-EST-MINIMO
               MOVE WS-LINHA-REL-ESTOQUE
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               ADD 1                   TO ACU-EST-PRODUTOS
            END-IF
         END-PERFORM

         PERFORM 0108-FECHAR-RELATORIO

         IF WS-MODO-BATCH              EQUAL 'N'
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY 'PRODUTOS NA POSICAO DE ESTOQUE: '
                                       AT 2302
            DISPLAY ACU-EST-PRODUTOS   AT 2335
         END-IF
         .
      *-----------------------------------------------------------------
       0151-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE RELATORIO DE REPOSICAO DE ESTOQUE - PRODUTOS ATIVOS   *
      *COM DISPONIVEL ABAIXO DO MINIMO E A QUANTIDADE SUGERIDA PARA    *
      *COMPRA (MINIMO - DISPONIVEL)                                    *
      *----------------------------------------------------------------*
       0152-RELATORIO-REPOSICAO-ESTQ.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-PRODUTO
         INITIALIZE                    ACU-EST-ABAIXO-MINIMO

         MOVE 'REP'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO

         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'REPOSICAO DE ESTOQUE  -  DATA: '
                WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO FD-REG-RELATORIO
         MOVE 'PRODUTO  DESCRICAO'     TO FD-REG-RELATORIO(1:18)
         MOVE '  FISICO'               TO FD-REG-RELATORIO(42:8)
         MOVE 'RESERV.'                TO FD-REG-RELATORIO(52:7)
         MOVE '  DISPON'               TO FD-REG-RELATORIO(61:8)
         MOVE ' MINIMO'                TO FD-REG-RELATORIO(71:7)
         MOVE 'SUGEST.'                TO FD-REG-RELATORIO(80:7)
         WRITE FD-REG-RELATORIO

         MOVE LOW-VALUES               TO FD-COD-PRODUTO
         START ARQ-PRODUTO             KEY IS NOT LESS FD-COD-PRODUTO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-PRODUTO
         END-START

         PERFORM UNTIL WS-FIM-ARQ-PRODUTO EQUAL 'S'
            READ ARQ-PRODUTO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-PRODUTO
            END-READ
            IF WS-FIM-ARQ-PRODUTO      NOT EQUAL 'S'
               AND FD-ATIVO-PRODUTO    EQUAL 'S'
               MOVE FD-COD-PRODUTO     TO WS-EST-PRODUTO
               PERFORM 0145-LER-SALDO-ESTOQUE
               IF WS-EST-DISPONIVEL    LESS FD-QTD-MINIMA-EST
                  COMPUTE WS-EST-SUGESTAO = FD-QTD-MINIMA-EST
                                          - WS-EST-DISPONIVEL
                  MOVE SPACES          TO WS-LINHA-REL-ESTOQUE
                  MOVE FD-COD-PRODUTO  TO WS-REL-EST-PROD
                  MOVE FD-DESC-PRODUTO TO WS-REL-EST-DESC
                  MOVE FD-QTD-FISICA-EST
                                       TO WS-REL-EST-FISICO
                  MOVE FD-QTD-RESERVADA-EST
                                       TO WS-REL-EST-RESERV
                  MOVE WS-EST-DISPONIVEL
                                       TO WS-REL-EST-DISP
                  MOVE FD-QTD-MINIMA-EST
                                       TO WS-REL-EST-MINIMO
                  MOVE WS-EST-SUGESTAO TO WS-REL-EST-SUGEST
                  MOVE WS-LINHA-REL-ESTOQUE
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  ADD 1                TO ACU-EST-ABAIXO-MINIMO
               END-IF
            END-IF
         END-PERFORM

         PERFORM 0108-FECHAR-RELATORIO

         IF WS-MODO-BATCH              EQUAL 'N'
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY 'PRODUTOS ABAIXO DO MINIMO: '
                                       AT 2302
            DISPLAY ACU-EST-ABAIXO-MINIMO
                                       AT 2330
         END-IF
         .
      *-----------------------------------------------------------------
       0152-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0153-TESTAR-ARQNFCAB.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-NFC NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-NFC
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0153-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0154-TESTAR-ARQNFITEM.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-NFI NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-NFI
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0154-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0155-TESTAR-ARQICMS.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-ICM NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-ICM
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0155-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0156-TESTAR-ARQNUMERADOR.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-NUM NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-NUM
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0156-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE NUMERACAO CONTROLADA - SOMA 1 NO ULTIMO NUMERO DA     *
      *SEQUENCIA EM WS-NUM-CHAVE (CRIA A SEQUENCIA NA PRIMEIRA VEZ) E  *
      *DEVOLVE O NUMERO EM WS-NUM-PROXIMO; ZEROS QUANDO O ARQUIVO NAO  *
      *PODE SER ATUALIZADO, COM O ERRO REGISTRADO NO ARQ-LOG. O        *
      *REGISTRO E LIDO COM LOCK PARA QUE DOIS OPERADORES (OU UM JOB)   *
      *NAO RECEBAM O MESMO NUMERO; EM USO APOS WS-NUM-MAX-TENT         *
      *TENTATIVAS O NUMERO FICA EM ZEROS                               *
      *----------------------------------------------------------------*
       0157-OBTER-PROXIMO-NUMERO.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-NUM-PROXIMO
         MOVE 1                        TO WS-NUM-TENT
         MOVE WS-NUM-CHAVE             TO FD-CHAVE-NUMERADOR
         MOVE 1                        TO WS-ACHOU
         READ ARQ-NUMERADOR WITH LOCK
              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         PERFORM UNTIL WS-FS-ACESSO-NUM NOT EQUAL '51'
                    OR WS-NUM-TENT     NOT LESS WS-NUM-MAX-TENT
            ADD 1                      TO WS-NUM-TENT
            MOVE 1                     TO WS-ACHOU
            READ ARQ-NUMERADOR WITH LOCK
                 INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
         END-PERFORM

         IF WS-FS-ACESSO-NUM           EQUAL '51'
            MOVE 'NUMERADOR'           TO WS-OPERACAO
            MOVE WS-FS-ACESSO-NUM      TO WS-LOG-FILE-STATUS
            MOVE WS-NUM-CHAVE          TO WS-LOG-CHAVE
            MOVE 'NUMERADOR EM USO POR OUTRO OPERADOR'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         ELSE
            IF WS-ACHOU                EQUAL ZEROS
               UNLOCK ARQ-NUMERADOR
               INITIALIZE              REG-NUMERADOR
               MOVE WS-NUM-CHAVE       TO FD-CHAVE-NUMERADOR
            END-IF

            ADD 1                      TO FD-ULTIMO-NUMERADOR
            ACCEPT WS-HORA-AUX         FROM TIME
            MOVE WS-DATA-COMPLETA      TO FD-DATA-MANUT-NUM
            MOVE WS-HORA-AUX(1:6)      TO FD-HORA-MANUT-NUM
            IF WS-ACHOU                EQUAL ZEROS
               WRITE REG-NUMERADOR
            ELSE
               REWRITE REG-NUMERADOR
            END-IF
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0156-TESTAR-ARQNUMERADOR

            IF WS-FS-ACESSO-NUM        EQUAL ZEROS
               MOVE FD-ULTIMO-NUMERADOR
                                       TO WS-NUM-PROXIMO
               UNLOCK ARQ-NUMERADOR
            ELSE
               MOVE 'NUMERADOR'        TO WS-OPERACAO
               MOVE WS-FS-ACESSO-NUM   TO WS-LOG-FILE-STATUS
               MOVE WS-NUM-CHAVE       TO WS-LOG-CHAVE
               MOVE 'NUMERADOR NAO ATUALIZADO'
                                       TO WS-LOG-MENSAGEM
               UNLOCK ARQ-NUMERADOR
               PERFORM 0029-REGISTRAR-LOG-ERRO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0157-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE VERIFICACAO DO ICMS DO PEDIDO EM REG-PEDIDO - LE A UF *
      *DO CLIENTE (DESTINO) E PROCURA A ALIQUOTA NA TABELA DE ICMS     *
      *PARA A UF DE ORIGEM DO PARAMSIS. WS-NF-ICMS-OK = 'S' COM A      *
      *ALIQUOTA EM WS-NF-ALIQ; SEM ALIQUOTA O PEDIDO NAO PODE SER      *
      *FATURADO E A FALTA FICA REGISTRADA NO ARQ-LOG                   *
      *----------------------------------------------------------------*
       0158-VERIFICAR-ICMS-PEDIDO.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-NF-ICMS-OK
         MOVE ZEROS                    TO WS-NF-ALIQ
         MOVE SPACES                   TO WS-NF-UF-DESTINO

         MOVE FD-COD-CLIENTE-PED       TO FD-COD-CLIENTE
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            MOVE 'CLIENTE DO PEDIDO NAO CADASTRADO'
                                       TO WS-LOG-MENSAGEM
         ELSE
            MOVE FD-UF-CLI             TO WS-NF-UF-DESTINO
            MOVE WS-NF-UF-ORIGEM       TO FD-UF-ORIGEM-ICMS
            MOVE WS-NF-UF-DESTINO      TO FD-UF-DESTINO-ICMS
            MOVE 1                     TO WS-ACHOU
            READ ARQ-ICMS              INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL ZEROS
               MOVE 'ALIQUOTA DE ICMS NAO CADASTRADA'
                                       TO WS-LOG-MENSAGEM
            ELSE
               MOVE 'S'                TO WS-NF-ICMS-OK
               MOVE FD-ALIQ-ICMS       TO WS-NF-ALIQ
            END-IF
         END-IF

         IF WS-NF-ICMS-OK              NOT EQUAL 'S'
            IF WS-MODO-BATCH           EQUAL 'N'
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY WS-LOG-MENSAGEM AT 2310
            END-IF
            MOVE 'NOTA FISCAL'         TO WS-OPERACAO
            MOVE SPACES                TO WS-LOG-FILE-STATUS
            MOVE FD-NUM-PEDIDO         TO WS-LOG-CHAVE
            PERFORM 0029-REGISTRAR-LOG-ERRO
         END-IF
         .
      *-----------------------------------------------------------------
       0158-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE EMISSAO DA NOTA FISCAL DO PEDIDO EM REG-PEDIDO -      *
      *NUMERO JA RESERVADO PELA 0258 EM WS-NF-NUMERO, UM ITEM DE       *
      *NOTA POR ITEM DO PEDIDO (PEDIDO SEM ITENS GERA UM ITEM COM OS   *
      *DADOS DO PROPRIO PEDIDO) E ICMS PELA ALIQUOTA DE WS-NF-ALIQ.    *
      *GUARDA A PRIMEIRA E A ULTIMA NOTA EMITIDAS PARA A IMPRESSAO E   *
      *GERA OS TITULOS A RECEBER DA NOTA                               *
      *----------------------------------------------------------------*
       0159-EMITIR-NOTA-FISCAL.
      *-----------------------------------------------------------------

         IF WS-NF-NUMERO               EQUAL ZEROS
            MOVE 'NOTA FISCAL'         TO WS-OPERACAO
            MOVE SPACES                TO WS-LOG-FILE-STATUS
            MOVE FD-NUM-PEDIDO         TO WS-LOG-CHAVE
            MOVE 'PEDIDO FATURADO SEM NOTA FISCAL'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         ELSE
            INITIALIZE                 REG-NF-CAB
            MOVE WS-NF-NUMERO          TO FD-NUM-NF
            MOVE FD-NUM-PEDIDO         TO FD-NUM-PEDIDO-NF
            MOVE FD-COD-CLIENTE-PED    TO FD-COD-CLIENTE-NF
            ACCEPT WS-HORA-AUX         FROM TIME
            MOVE WS-DATA-COMPLETA      TO FD-DATA-EMISSAO-NF
            MOVE WS-HORA-AUX(1:6)      TO FD-HORA-EMISSAO-NF
            MOVE WS-NF-UF-ORIGEM       TO FD-UF-ORIGEM-NF
            MOVE WS-NF-UF-DESTINO      TO FD-UF-DESTINO-NF
            MOVE WS-NF-ALIQ            TO FD-ALIQ-ICMS-NF
            MOVE 'N'                   TO FD-STATUS-NF
            MOVE WS-USU-LOGADO         TO FD-OPERADOR-NF
            MOVE ZEROS                 TO WS-NF-SEQ

            MOVE FD-NUM-PEDIDO         TO FD-NUM-PEDIDO-ITEM
            MOVE ZEROS                 TO FD-SEQ-ITEM
            MOVE SPACES                TO WS-FIM-ARQ-ITEM
            START ARQ-ITEM-PED         KEY IS NOT LESS FD-CHAVE-ITEM
                  INVALID KEY
                  MOVE 'S'             TO WS-FIM-ARQ-ITEM
            END-START
            PERFORM UNTIL WS-FIM-ARQ-ITEM EQUAL 'S'
               READ ARQ-ITEM-PED NEXT RECORD
                    AT END
                    MOVE 'S'           TO WS-FIM-ARQ-ITEM
               END-READ
               IF WS-FIM-ARQ-ITEM      NOT EQUAL 'S'
                  IF FD-NUM-PEDIDO-ITEM
                                       EQUAL FD-NUM-PEDIDO
                     MOVE FD-COD-PRODUTO-ITEM
                                       TO FD-COD-PRODUTO
                                          FD-COD-PRODUTO-NF
                     MOVE 1            TO WS-ACHOU
                     READ ARQ-PRODUTO  INVALID KEY
                          MOVE ZEROS   TO WS-ACHOU
                     END-READ
                     IF WS-ACHOU       EQUAL ZEROS
                        MOVE 'PRODUTO NAO CADASTRADO'
                                       TO FD-DESC-PRODUTO-NF
                     ELSE
                        MOVE FD-DESC-PRODUTO
                                       TO FD-DESC-PRODUTO-NF
                     END-IF
                     MOVE FD-QTD-ITEM  TO FD-QTD-NF-ITEM
                     MOVE FD-VLR-UNIT-ITEM
                                       TO FD-VLR-UNIT-NF-ITEM
                     MOVE FD-VLR-TOTAL-ITEM
                                       TO FD-VLR-TOTAL-NF-ITEM
                     PERFORM 0160-GRAVAR-ITEM-NF
                  ELSE
                     MOVE 'S'          TO WS-FIM-ARQ-ITEM
                  END-IF
               END-IF
            END-PERFORM

            IF WS-NF-SEQ               EQUAL ZEROS
               MOVE ZEROS              TO FD-COD-PRODUTO-NF
               MOVE FD-DESC-ITEM-PED   TO FD-DESC-PRODUTO-NF
               MOVE FD-QTD-PED         TO FD-QTD-NF-ITEM
               MOVE FD-VLR-UNIT-PED    TO FD-VLR-UNIT-NF-ITEM
               MOVE FD-VLR-TOTAL-PED   TO FD-VLR-TOTAL-NF-ITEM
               PERFORM 0160-GRAVAR-ITEM-NF
            END-IF

            MOVE FD-VLR-PRODUTOS-NF    TO FD-BASE-ICMS-NF
                                          FD-VLR-TOTAL-NF
            WRITE REG-NF-CAB
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0153-TESTAR-ARQNFCAB
            IF WS-FS-ACESSO-NFC        EQUAL ZEROS
               ADD 1                   TO ACU-NF-EMITIDAS
               IF WS-NF-PRIMEIRA       EQUAL ZEROS
                  MOVE WS-NF-NUMERO    TO WS-NF-PRIMEIRA
               END-IF
               MOVE WS-NF-NUMERO       TO WS-NF-ULTIMA
               PERFORM 0171-GERAR-TITULOS
            ELSE
               MOVE 'NOTA FISCAL'      TO WS-OPERACAO
               MOVE WS-FS-ACESSO-NFC   TO WS-LOG-FILE-STATUS
               MOVE WS-NF-NUMERO       TO WS-LOG-CHAVE
               MOVE 'CABECALHO DA NOTA FISCAL NAO GRAVADO'
                                       TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0159-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GRAVACAO DE UM ITEM DA NOTA FISCAL - NUMERA O ITEM,   *
      *CALCULA O ICMS DO ITEM E ACUMULA PRODUTOS E ICMS NO CABECALHO   *
      *----------------------------------------------------------------*
       0160-GRAVAR-ITEM-NF.
      *-----------------------------------------------------------------

         ADD 1                         TO WS-NF-SEQ
         MOVE WS-NF-NUMERO             TO FD-NUM-NF-ITEM
         MOVE WS-NF-SEQ                TO FD-SEQ-NF-ITEM
         MOVE WS-NF-ALIQ               TO FD-ALIQ-ICMS-NF-ITEM
         COMPUTE FD-VLR-ICMS-NF-ITEM   ROUNDED
               = FD-VLR-TOTAL-NF-ITEM  * WS-NF-ALIQ / 100
         WRITE REG-NF-ITEM
         MOVE WS-GRAVACAO              TO WS-OPERACAO
         PERFORM 0154-TESTAR-ARQNFITEM
         IF WS-FS-ACESSO-NFI           EQUAL ZEROS
            ADD FD-VLR-TOTAL-NF-ITEM   TO FD-VLR-PRODUTOS-NF
            ADD FD-VLR-ICMS-NF-ITEM    TO FD-VLR-ICMS-NF
         ELSE
            MOVE 'NOTA FISCAL'         TO WS-OPERACAO
            MOVE WS-FS-ACESSO-NFI      TO WS-LOG-FILE-STATUS
            MOVE WS-NF-NUMERO          TO WS-LOG-CHAVE
            MOVE 'ITEM DA NOTA FISCAL NAO GRAVADO'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         END-IF
         .
      *-----------------------------------------------------------------
       0160-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DAS NOTAS FISCAIS EMITIDAS - GERA NO SPOOL  *
      *DE RELATORIOS (TIPO NFE) AS NOTAS DE WS-NF-PRIMEIRA ATE         *
      *WS-NF-ULTIMA, UMA NOTA APOS A OUTRA                             *
      *----------------------------------------------------------------*
       0161-IMPRIMIR-NOTAS-FISCAIS.
      *-----------------------------------------------------------------

         MOVE 'NFE'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO

         MOVE WS-NF-PRIMEIRA           TO WS-NF-CONS-NUM
         PERFORM UNTIL WS-NF-CONS-NUM  GREATER WS-NF-ULTIMA
            MOVE WS-NF-CONS-NUM        TO FD-NUM-NF
            MOVE 1                     TO WS-ACHOU
            READ ARQ-NF-CAB            INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL 1
               PERFORM 0162-IMPRIMIR-NOTA-FISCAL
            END-IF
            ADD 1                      TO WS-NF-CONS-NUM
         END-PERFORM

         PERFORM 0108-FECHAR-RELATORIO
         .
      *-----------------------------------------------------------------
       0161-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DE UMA NOTA FISCAL (REG-NF-CAB) NO          *
      *RELATORIO ABERTO - EMITENTE/DESTINATARIO, ITENS E TOTAIS        *
      *----------------------------------------------------------------*
       0162-IMPRIMIR-NOTA-FISCAL.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO FD-REG-RELATORIO
         MOVE ALL '='                  TO FD-REG-RELATORIO(1:80)
         WRITE FD-REG-RELATORIO

         MOVE FD-NUM-NF                TO WS-NF-MASC
         MOVE FD-NUM-PEDIDO-NF         TO WS-NF-MASC-2
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'NOTA FISCAL No. '     WS-NF-MASC
                '   PEDIDO: '          WS-NF-MASC-2
                '   EMISSAO: '         FD-DATA-EMISSAO-NF
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE FD-COD-CLIENTE-NF        TO FD-COD-CLIENTE
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         IF WS-ACHOU                   EQUAL ZEROS
            STRING 'DESTINATARIO: CLIENTE NAO CADASTRADO'
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         ELSE
            STRING 'DESTINATARIO: '    FD-RAZAO-SOCIAL
                   '  CNPJ: '          FD-CNPJ
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'ENDERECO....: '    FD-LOGRADOURO-CLI
                   ', '                FD-NUMERO-CLI
                   '  CEP: '           FD-CEP-CLI
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         END-IF

         MOVE FD-ALIQ-ICMS-NF          TO WS-NF-ALIQ-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'UF ORIGEM: '          FD-UF-ORIGEM-NF
                '   UF DESTINO: '      FD-UF-DESTINO-NF
                '   ALIQUOTA ICMS: '   WS-NF-ALIQ-MASC
                ' %'
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         IF FD-STATUS-NF               EQUAL 'C'
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING '*** CANCELADA EM '  FD-DATA-CANC-NF
                   ' - '               FD-MOTIVO-CANC-NF
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         END-IF

         MOVE SPACES                   TO FD-REG-RELATORIO
         MOVE 'SEQ'                    TO FD-REG-RELATORIO(1:3)
         MOVE 'PRODUTO'                TO FD-REG-RELATORIO(6:7)
         MOVE 'DESCRICAO'              TO FD-REG-RELATORIO(15:9)
         MOVE ' QTDE'                  TO FD-REG-RELATORIO(47:5)
         MOVE '  VLR UNIT'             TO FD-REG-RELATORIO(54:10)
         MOVE '   VLR TOTAL'           TO FD-REG-RELATORIO(66:12)
         WRITE FD-REG-RELATORIO

         MOVE FD-NUM-NF                TO FD-NUM-NF-ITEM
         MOVE ZEROS                    TO FD-SEQ-NF-ITEM
         MOVE SPACES                   TO WS-FIM-ARQ-NF-ITEM
         START ARQ-NF-ITEM             KEY IS NOT LESS FD-CHAVE-NF-ITEM
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-NF-ITEM
         END-START
         PERFORM UNTIL WS-FIM-ARQ-NF-ITEM EQUAL 'S'
            READ ARQ-NF-ITEM NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-NF-ITEM
            END-READ
            IF WS-FIM-ARQ-NF-ITEM      NOT EQUAL 'S'
               IF FD-NUM-NF-ITEM       EQUAL FD-NUM-NF
                  MOVE SPACES          TO WS-LINHA-REL-NF-ITEM
                  MOVE FD-SEQ-NF-ITEM  TO WS-REL-NFI-SEQ
                  MOVE FD-COD-PRODUTO-NF
                                       TO WS-REL-NFI-PROD
                  MOVE FD-DESC-PRODUTO-NF
                                       TO WS-REL-NFI-DESC
                  MOVE FD-QTD-NF-ITEM  TO WS-REL-NFI-QTD
                  MOVE FD-VLR-UNIT-NF-ITEM
                                       TO WS-REL-NFI-UNIT
                  MOVE FD-VLR-TOTAL-NF-ITEM
                                       TO WS-REL-NFI-TOTAL
                  MOVE WS-LINHA-REL-NF-ITEM
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
               ELSE
                  MOVE 'S'             TO WS-FIM-ARQ-NF-ITEM
               END-IF
            END-IF
         END-PERFORM

         MOVE 'VALOR DOS PRODUTOS.....:'
                                       TO WS-REL-NFT-ROTULO
         MOVE FD-VLR-PRODUTOS-NF       TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL    TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'BASE DE CALCULO ICMS...:'
                                       TO WS-REL-NFT-ROTULO
         MOVE FD-BASE-ICMS-NF          TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL    TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'VALOR DO ICMS..........:'
                                       TO WS-REL-NFT-ROTULO
         MOVE FD-VLR-ICMS-NF           TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL    TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'VALOR TOTAL DA NOTA....:'
                                       TO WS-REL-NFT-ROTULO
         MOVE FD-VLR-TOTAL-NF          TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL    TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0162-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CADASTRO DA TABELA DE ALIQUOTAS DE ICMS POR UF DE     *
      *ORIGEM E UF DE DESTINO - UF ORIGEM EM BRANCO VOLTA AO MENU      *
      *----------------------------------------------------------------*
       0163-CADASTRAR-ICMS.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO       AT 2302
         DISPLAY SS-TELA-CADASTRO-ICMS
         DISPLAY "DIGITE UF ORIGEM EM BRANCO PRA SAIR!!!"
                                       AT 2320
         INITIALIZE                    REG-ICMS
         MOVE 'N'                      TO WS-UF-OK
         PERFORM UNTIL WS-UF-OK        EQUAL 'S'
            ACCEPT SS-UF-ORIGEM-ICMS
            MOVE FUNCTION UPPER-CASE(FD-UF-ORIGEM-ICMS)
                                       TO FD-UF-ORIGEM-ICMS
            IF FD-UF-ORIGEM-ICMS       EQUAL SPACES
               MOVE 'S'                TO WS-UF-OK
            ELSE
               MOVE FD-UF-ORIGEM-ICMS  TO WS-UF-TESTE
               PERFORM 0081-VALIDAR-UF
               IF WS-UF-OK             NOT EQUAL 'S'
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  DISPLAY "UF INVALIDA!!!"
                                       AT 2320
               END-IF
            END-IF
         END-PERFORM
         DISPLAY WS-LINHA-BRANCO       AT 2302

         IF FD-UF-ORIGEM-ICMS          NOT EQUAL SPACES
            MOVE 'N'                   TO WS-UF-OK
            PERFORM UNTIL WS-UF-OK     EQUAL 'S'
               ACCEPT SS-UF-DESTINO-ICMS
               MOVE FUNCTION UPPER-CASE(FD-UF-DESTINO-ICMS)
                                       TO FD-UF-DESTINO-ICMS
               MOVE FD-UF-DESTINO-ICMS TO WS-UF-TESTE
               PERFORM 0081-VALIDAR-UF
               IF WS-UF-OK             NOT EQUAL 'S'
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  DISPLAY "UF INVALIDA!!!"
                                       AT 2320
               END-IF
            END-PERFORM
            DISPLAY WS-LINHA-BRANCO    AT 2302

            MOVE 1                     TO WS-ACHOU
            READ ARQ-ICMS              INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ

            IF WS-ACHOU EQUAL ZEROS
               ACCEPT SS-ALIQ-ICMS
               ACCEPT WS-HORA-AUX      FROM TIME
               MOVE WS-DATA-COMPLETA   TO FD-DATA-MANUT-ICMS
               MOVE WS-HORA-AUX(1:6)   TO FD-HORA-MANUT-ICMS
               WRITE REG-ICMS
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0155-TESTAR-ARQICMS
               PERFORM 0002-CADASTRAR
            ELSE
               MOVE FD-ALIQ-ICMS       TO WS-NF-ALIQ-MASC
               DISPLAY WS-NF-ALIQ-MASC       AT 0920
               DISPLAY WS-LINHA-BRANCO       AT 2302
               DISPLAY "ALIQUOTA JA EXISTE, A = ALTERAR | D = EXCLUIR"
                                             AT 2310
               DISPLAY "| V = VOLTAR"        AT 2357
               ACCEPT WS-DEL-ALT-CLIENTE    UPPER AT 2370
               IF WS-DEL-ALT-CLIENTE EQUAL 'D'
                  AND WS-USU-PERFIL  NOT EQUAL 'S'
                  PERFORM 0075-ACESSO-NEGADO
               ELSE
               IF WS-DEL-ALT-CLIENTE EQUAL 'D'
                  DELETE ARQ-ICMS
                  PERFORM 0002-CADASTRAR
               ELSE
                  IF WS-DEL-ALT-CLIENTE EQUAL 'A'
                     ACCEPT SS-ALIQ-ICMS
                     ACCEPT WS-HORA-AUX
                                       FROM TIME
                     MOVE WS-DATA-COMPLETA
                                       TO FD-DATA-MANUT-ICMS
                     MOVE WS-HORA-AUX(1:6)
                                       TO FD-HORA-MANUT-ICMS
                     REWRITE REG-ICMS
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0155-TESTAR-ARQICMS
                     PERFORM 0002-CADASTRAR
                  ELSE
                    IF WS-DEL-ALT-CLIENTE EQUAL 'V'
                       MOVE 13                    TO WS-OPCAO
                       DISPLAY WS-LINHA-BRANCO    AT 2302
                       PERFORM 0010-LIMPAR-TELA
                    END-IF
                  END-IF
               END-IF
               END-IF
               DISPLAY WS-LINHA-BRANCO AT 2302
            END-IF
         ELSE
            MOVE 13                    TO WS-OPCAO
            DISPLAY WS-LINHA-BRANCO    AT 2302
            PERFORM 0010-LIMPAR-TELA
         END-IF
         .
      *-----------------------------------------------------------------
       0163-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CANCELAMENTO DE NOTA FISCAL - EXIBE A NOTA, EXIGE O   *
      *MOTIVO E A CONFIRMACAO DO OPERADOR. SO NOTA NORMAL DE PEDIDO    *
      *FATURADO (F) PODE SER CANCELADA (RESTRITA AO PERFIL SUPERVISOR) *
      *----------------------------------------------------------------*
       0164-CANCELAR-NOTA-FISCAL.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO       AT 2302
         DISPLAY SS-TELA-CANCELA-NF
         DISPLAY "DIGITE NOTA ZERO PRA SAIR!!!"
                                       AT 2320
         MOVE ZEROS                    TO WS-NF-CONS-NUM
         ACCEPT SS-NF-CONS-NUM
         IF WS-NF-CONS-NUM             NOT EQUAL ZEROS
            MOVE WS-NF-CONS-NUM        TO FD-NUM-NF
            MOVE 1                     TO WS-ACHOU
            READ ARQ-NF-CAB            INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "NOTA FISCAL NAO CADASTRADA!!!"
                                       AT 2320
            ELSE
               MOVE FD-NUM-PEDIDO-NF   TO WS-REL-CLI-COD
               DISPLAY WS-REL-CLI-COD        AT 0720
               MOVE FD-COD-CLIENTE-NF  TO WS-REL-CLI-COD
               DISPLAY WS-REL-CLI-COD        AT 0920
               DISPLAY FD-DATA-EMISSAO-NF    AT 1120
               MOVE FD-VLR-TOTAL-NF    TO WS-VALOR-MASC
               DISPLAY WS-VALOR-MASC         AT 1320
               DISPLAY FD-STATUS-NF          AT 1520
               MOVE FD-NUM-PEDIDO-NF   TO FD-NUM-PEDIDO
               MOVE 1                  TO WS-ACHOU
               READ ARQ-PEDIDO         INVALID KEY
                    MOVE ZEROS         TO WS-ACHOU
               END-READ
               IF FD-STATUS-NF         EQUAL 'C'
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  DISPLAY "NOTA FISCAL JA CANCELADA!!!"
                                       AT 2320
               ELSE
                  IF WS-ACHOU          EQUAL ZEROS
                     OR FD-STATUS-PED  NOT EQUAL 'F'
                     PERFORM 0089-AVISAR-STATUS-PED
                  ELSE
                     MOVE SPACES       TO WS-NF-MOTIVO
                     PERFORM UNTIL WS-NF-MOTIVO NOT EQUAL SPACES
                        ACCEPT SS-NF-MOTIVO
                        IF WS-NF-MOTIVO
                                       EQUAL SPACES
                           DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                           DISPLAY "INFORME O MOTIVO!!!"
                                       AT 2320
                        END-IF
                     END-PERFORM
                     DISPLAY WS-LINHA-BRANCO AT 2302
                     DISPLAY "CONFIRMA O CANCELAMENTO? (S/N)"
                                             AT 2303
                     ACCEPT WS-NF-CONF UPPER AT 2335
                     IF WS-NF-CONF     EQUAL 'S'
                        PERFORM 0165-EXECUTAR-CANCELAMENTO-NF
                     ELSE
                        DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0164-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE EXECUCAO DO CANCELAMENTO DA NOTA FISCAL EM REG-NF-CAB *
      *GRAVA SITUACAO C, DATA, MOTIVO E OPERADOR NA NOTA, CANCELA O    *
      *PEDIDO, DEVOLVE OS ITENS AO ESTOQUE FISICO, CANCELA OS TITULOS  *
      *EM ABERTO E GRAVA AS IMAGENS ANTES/DEPOIS NA AUDITORIA          *
      *----------------------------------------------------------------*
       0165-EXECUTAR-CANCELAMENTO-NF.
      *-----------------------------------------------------------------

         MOVE REG-NF-CAB               TO WS-AUD-ANTES
         MOVE 'C'                      TO FD-STATUS-NF
         MOVE WS-DATA-COMPLETA         TO FD-DATA-CANC-NF
         MOVE WS-NF-MOTIVO             TO FD-MOTIVO-CANC-NF
         MOVE WS-USU-LOGADO            TO FD-OPERADOR-NF
         REWRITE REG-NF-CAB
         MOVE WS-GRAVACAO              TO WS-OPERACAO
         PERFORM 0153-TESTAR-ARQNFCAB

         IF WS-FS-ACESSO-NFC           EQUAL ZEROS
            MOVE 'NFS'                 TO WS-AUD-TIPO
            MOVE 'C'                   TO WS-AUD-OPERACAO
            MOVE FD-NUM-NF             TO WS-AUD-CHAVE
            MOVE REG-NF-CAB            TO WS-AUD-DEPOIS
            PERFORM 0048-GRAVAR-AUDITORIA

            MOVE REG-PEDIDO            TO WS-AUD-ANTES
            MOVE 'C'                   TO FD-STATUS-PED
            REWRITE REG-PEDIDO
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0039-TESTAR-ARQPEDIDO
            IF WS-FS-ACESSO-PED        EQUAL ZEROS
               MOVE 'PED'              TO WS-AUD-TIPO
               MOVE 'A'                TO WS-AUD-OPERACAO
               MOVE FD-NUM-PEDIDO      TO WS-AUD-CHAVE
               MOVE REG-PEDIDO         TO WS-AUD-DEPOIS
               PERFORM 0048-GRAVAR-AUDITORIA
               MOVE 'E'                TO WS-EST-TIPO
               MOVE 'CANCELAMENTO DA NOTA FISCAL'
                                       TO WS-EST-HISTORICO
               PERFORM 0148-MOVIMENTAR-ITENS-PED
               PERFORM 0172-CANCELAR-TITULOS-PEDIDO
            END-IF

            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY "NOTA FISCAL CANCELADA!!!"
                                       AT 2320
         END-IF
         .
      *-----------------------------------------------------------------
       0165-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE RELATORIO DE SEQUENCIA DE NOTAS FISCAIS - PEDE O      *
      *PERIODO (DATA INICIAL E FINAL) E GERA O CONTROLE DE NUMERACAO   *
      *----------------------------------------------------------------*
       0166-RELATORIO-SEQUENCIA-NF.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO      AT 2302
         DISPLAY WS-TELA-REL-PERIODO
         MOVE ZEROS                   TO WS-PER-DATA-INI
                                         WS-PER-DATA-FIM
         ACCEPT SS-PER-DATA-INI
         ACCEPT SS-PER-DATA-FIM

         IF WS-PER-DATA-INI           EQUAL ZEROS
            OR WS-PER-DATA-FIM        LESS WS-PER-DATA-INI
            DISPLAY WS-LINHA-BRANCO   AT 2302
            DISPLAY "PERIODO INVALIDO!!!"
                                      AT 2320
            MOVE 'RELATORIO NF'       TO WS-OPERACAO
            MOVE SPACES               TO WS-LOG-FILE-STATUS
            MOVE WS-PER-DATA-INI      TO WS-LOG-CHAVE
            MOVE 'PERIODO INVALIDO NA SEQUENCIA DE NOTAS'
                                      TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         ELSE
            PERFORM 0167-GERAR-SEQUENCIA-NF
         END-IF
         .
      *-----------------------------------------------------------------
       0166-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CONTROLE DA NUMERACAO DAS NOTAS FISCAIS DO PERIODO -  *
      *PERCORRE AS NOTAS EM ORDEM DE NUMERO E APONTA TODO NUMERO       *
      *FALTANTE ANTES DE UMA NOTA DO PERIODO, OS NUMEROS CONSUMIDOS NO *
      *ARQ-NUMERADOR DEPOIS DA ULTIMA NOTA GRAVADA E AS NOTAS          *
      *CANCELADAS COM O MOTIVO. SEM FALTAS O RELATORIO TERMINA COM     *
      *SEQUENCIA SEM FALHAS                                            *
      *----------------------------------------------------------------*
       0167-GERAR-SEQUENCIA-NF.
      *-----------------------------------------------------------------

         INITIALIZE                   ACU-NF-PERIODO
                                      ACU-NF-CANCELADAS
                                      ACU-NF-FALTANTES
         MOVE ZEROS                   TO WS-NF-ANTERIOR
                                         WS-NF-DATA-ULTIMA

         MOVE 'NFG'                   TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO

         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'SEQUENCIA DE NOTAS FISCAIS  -  PERIODO: '
                WS-PER-DATA-INI
                ' A '
                WS-PER-DATA-FIM
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                  TO WS-FIM-ARQ-NF
         MOVE LOW-VALUES              TO FD-NUM-NF
         START ARQ-NF-CAB             KEY IS NOT LESS FD-NUM-NF
               INVALID KEY
               MOVE 'S'               TO WS-FIM-ARQ-NF
         END-START

         PERFORM UNTIL WS-FIM-ARQ-NF  EQUAL 'S'
            READ ARQ-NF-CAB NEXT RECORD
                 AT END
                 MOVE 'S'             TO WS-FIM-ARQ-NF
            END-READ
            IF WS-FIM-ARQ-NF          NOT EQUAL 'S'
               IF FD-DATA-EMISSAO-NF  NOT LESS WS-PER-DATA-INI
                  AND FD-DATA-EMISSAO-NF
                                      NOT GREATER WS-PER-DATA-FIM
                  ADD 1               TO ACU-NF-PERIODO
                  IF FD-NUM-NF        GREATER WS-NF-ANTERIOR + 1
                     COMPUTE WS-NF-FALTA-INI = WS-NF-ANTERIOR + 1
                     COMPUTE WS-NF-FALTA-FIM = FD-NUM-NF - 1
                     PERFORM 0168-IMPRIMIR-FALTA-NF
                  END-IF
                  IF FD-STATUS-NF     EQUAL 'C'
                     ADD 1            TO ACU-NF-CANCELADAS
                     MOVE FD-NUM-NF   TO WS-NF-MASC
                     MOVE SPACES      TO WS-LINHA-REL-TITULO
                     STRING 'CANCELADA: '
                            WS-NF-MASC
                            '  EM '   FD-DATA-CANC-NF
                            '  MOTIVO: '
                            FD-MOTIVO-CANC-NF
                            DELIMITED BY SIZE
                                      INTO WS-LINHA-REL-TITULO
                     MOVE WS-LINHA-REL-TITULO
                                      TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                  END-IF
               END-IF
               MOVE FD-NUM-NF         TO WS-NF-ANTERIOR
               MOVE FD-DATA-EMISSAO-NF
                                      TO WS-NF-DATA-ULTIMA
            END-IF
         END-PERFORM

         MOVE 'NOTAFISCAL'            TO FD-CHAVE-NUMERADOR
         MOVE 1                       TO WS-ACHOU
         READ ARQ-NUMERADOR           INVALID KEY
              MOVE ZEROS              TO WS-ACHOU
         END-READ
         IF WS-ACHOU                  EQUAL 1
            AND FD-ULTIMO-NUMERADOR   GREATER WS-NF-ANTERIOR
            AND WS-NF-DATA-ULTIMA     NOT GREATER WS-PER-DATA-FIM
            COMPUTE WS-NF-FALTA-INI   = WS-NF-ANTERIOR + 1
            MOVE FD-ULTIMO-NUMERADOR  TO WS-NF-FALTA-FIM
            PERFORM 0168-IMPRIMIR-FALTA-NF
         END-IF

         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-NF-PERIODO          TO WS-NF-MASC
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'NOTAS EMITIDAS NO PERIODO....: '
                WS-NF-MASC
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-NF-CANCELADAS       TO WS-NF-MASC
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'NOTAS CANCELADAS NO PERIODO..: '
                WS-NF-MASC
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-NF-FALTANTES        TO WS-NF-MASC
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'NUMEROS FALTANTES............: '
                WS-NF-MASC
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         IF ACU-NF-FALTANTES          EQUAL ZEROS
            MOVE 'SEQUENCIA SEM FALHAS NO PERIODO'
                                      TO FD-REG-RELATORIO
         ELSE
            MOVE 'SEQUENCIA COM FALHAS NO PERIODO - VERIFICAR'
                                      TO FD-REG-RELATORIO
         END-IF
         WRITE FD-REG-RELATORIO

         PERFORM 0108-FECHAR-RELATORIO

         IF WS-MODO-BATCH             EQUAL 'N'
            DISPLAY WS-LINHA-BRANCO   AT 2302
            DISPLAY 'NOTAS NO PERIODO: '
                                      AT 2302
            DISPLAY ACU-NF-PERIODO    AT 2320
            DISPLAY ' FALTANTES: '    AT 2330
            DISPLAY ACU-NF-FALTANTES  AT 2342
         END-IF
         .
      *-----------------------------------------------------------------
       0167-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DE UM INTERVALO DE NUMEROS DE NOTA FISCAL   *
      *FALTANTES (WS-NF-FALTA-INI A WS-NF-FALTA-FIM) E CONTAGEM        *
      *----------------------------------------------------------------*
       0168-IMPRIMIR-FALTA-NF.
      *-----------------------------------------------------------------

         COMPUTE ACU-NF-FALTANTES     = ACU-NF-FALTANTES
                                      + WS-NF-FALTA-FIM
                                      - WS-NF-FALTA-INI + 1
         MOVE WS-NF-FALTA-INI         TO WS-NF-MASC
         MOVE WS-NF-FALTA-FIM         TO WS-NF-MASC-2
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'NUMERACAO FALTANTE: DE '
                WS-NF-MASC
                ' A '
                WS-NF-MASC-2
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0168-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ENTRADA DA CONDICAO DE PAGAMENTO DO CLIENTE -         *
      *QUANTIDADE DE PARCELAS (ZERO = 1), DIAS ATE O PRIMEIRO          *
      *VENCIMENTO (ZERO = A VISTA) E DIAS ENTRE AS PARCELAS            *
      *(ZERO = 30)                                                     *
      *----------------------------------------------------------------*
       0169-ACEITAR-CONDICAO-PAGTO.
      *-----------------------------------------------------------------

         ACCEPT SS-PARCELAS-CLIENTE
         ACCEPT SS-PRAZO-CLIENTE
         ACCEPT SS-INTERVALO-CLIENTE
         IF FD-QTD-PARCELAS-CLI        EQUAL ZEROS
            MOVE 1                     TO FD-QTD-PARCELAS-CLI
         END-IF
         IF FD-INTERVALO-PARC-CLI      EQUAL ZEROS
            MOVE 30                    TO FD-INTERVALO-PARC-CLI
         END-IF
         DISPLAY FD-QTD-PARCELAS-CLI   AT 0560
         DISPLAY FD-INTERVALO-PARC-CLI AT 1160
         .
      *-----------------------------------------------------------------
       0169-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0170-TESTAR-ARQTITULO.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-TIT NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-TIT
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0170-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GERACAO DOS TITULOS A RECEBER DA NOTA EM REG-NF-CAB - *
      *UMA PARCELA POR TITULO PELA CONDICAO DE PAGAMENTO DO CLIENTE;   *
      *VENCIMENTO = EMISSAO + PRAZO INICIAL + INTERVALO POR PARCELA,   *
      *A ULTIMA PARCELA ABSORVE A DIFERENCA DE CENTAVOS DA DIVISAO.    *
      *CLIENTE SEM CONDICAO INFORMADA = 1 PARCELA EM 30 DIAS           *
      *----------------------------------------------------------------*
       0171-GERAR-TITULOS.
      *-----------------------------------------------------------------

         MOVE FD-COD-CLIENTE-PED       TO FD-COD-CLIENTE
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            OR FD-QTD-PARCELAS-CLI     NOT NUMERIC
            OR FD-PRAZO-INICIAL-CLI    NOT NUMERIC
            OR FD-INTERVALO-PARC-CLI   NOT NUMERIC
            MOVE 1                     TO WS-TIT-PARCELAS
            MOVE 30                    TO WS-TIT-PRAZO
                                          WS-TIT-INTERVALO
         ELSE
            MOVE FD-QTD-PARCELAS-CLI   TO WS-TIT-PARCELAS
            MOVE FD-PRAZO-INICIAL-CLI  TO WS-TIT-PRAZO
            MOVE FD-INTERVALO-PARC-CLI TO WS-TIT-INTERVALO
            IF WS-TIT-PARCELAS         EQUAL ZEROS
               MOVE 1                  TO WS-TIT-PARCELAS
            END-IF
            IF WS-TIT-INTERVALO        EQUAL ZEROS
               MOVE 30                 TO WS-TIT-INTERVALO
            END-IF
         END-IF

         COMPUTE WS-TIT-DIA-EMISSAO    =
                 FUNCTION INTEGER-OF-DATE(FD-DATA-EMISSAO-NF)
         DIVIDE FD-VLR-TOTAL-NF        BY WS-TIT-PARCELAS
                                       GIVING WS-TIT-VLR-PARCELA
         MOVE FD-VLR-TOTAL-NF          TO WS-TIT-VLR-SALDO
         MOVE 1                        TO WS-TIT-IND
         PERFORM UNTIL WS-TIT-IND      GREATER WS-TIT-PARCELAS
            INITIALIZE                 REG-TITULO
            MOVE FD-NUM-PEDIDO         TO FD-NUM-PEDIDO-TIT
                                          FD-PEDIDO-CLI-TIT
            MOVE WS-TIT-IND            TO FD-PARCELA-TIT
                                          FD-PARCELA-CLI-TIT
            MOVE FD-COD-CLIENTE-PED    TO FD-COD-CLIENTE-TIT
            MOVE FD-COD-VENDEDOR-PED   TO FD-COD-VENDEDOR-TIT
            MOVE FD-NUM-NF             TO FD-NUM-NF-TIT
            MOVE WS-TIT-PARCELAS       TO FD-QTD-PARCELAS-TIT
            MOVE FD-DATA-EMISSAO-NF    TO FD-DATA-EMISSAO-TIT
            COMPUTE FD-DATA-VENCTO-TIT =
                    FUNCTION DATE-OF-INTEGER(WS-TIT-DIA-EMISSAO
                                           + WS-TIT-PRAZO
                                           + ((WS-TIT-IND - 1)
                                           * WS-TIT-INTERVALO))
            IF WS-TIT-IND              EQUAL WS-TIT-PARCELAS
               MOVE WS-TIT-VLR-SALDO   TO FD-VLR-TITULO
            ELSE
               MOVE WS-TIT-VLR-PARCELA TO FD-VLR-TITULO
            END-IF
            SUBTRACT FD-VLR-TITULO     FROM WS-TIT-VLR-SALDO
            MOVE 'A'                   TO FD-STATUS-TIT
            MOVE WS-USU-LOGADO         TO FD-OPERADOR-TIT
            MOVE WS-DATA-COMPLETA      TO FD-DATA-MANUT-TIT
            MOVE WS-HORA-AUX(1:6)      TO FD-HORA-MANUT-TIT
            WRITE REG-TITULO
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0170-TESTAR-ARQTITULO
            IF WS-FS-ACESSO-TIT        EQUAL ZEROS
               ADD 1                   TO ACU-TIT-GERADOS
            ELSE
               MOVE 'TITULO'           TO WS-OPERACAO
               MOVE WS-FS-ACESSO-TIT   TO WS-LOG-FILE-STATUS
               MOVE FD-CHAVE-TITULO    TO WS-LOG-CHAVE
               MOVE 'TITULO A RECEBER DO PEDIDO NAO GRAVADO'
                                       TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
            END-IF
            ADD 1                      TO WS-TIT-IND
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0171-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CANCELAMENTO DOS TITULOS DO PEDIDO EM REG-PEDIDO -    *
      *TITULO EM ABERTO SEM PAGAMENTO PASSA A C COM AUDITORIA; TITULO  *
      *COM PAGAMENTO FICA COMO ESTA E E APONTADO NO LOG PARA O         *
      *FINANCEIRO TRATAR A DEVOLUCAO                                   *
      *----------------------------------------------------------------*
       0172-CANCELAR-TITULOS-PEDIDO.
      *-----------------------------------------------------------------

         MOVE FD-NUM-PEDIDO            TO FD-NUM-PEDIDO-TIT
         MOVE ZEROS                    TO FD-PARCELA-TIT
         MOVE SPACES                   TO WS-FIM-ARQ-TITULO
         START ARQ-TITULO              KEY IS NOT LESS FD-CHAVE-TITULO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-TITULO
         END-START
         PERFORM UNTIL WS-FIM-ARQ-TITULO EQUAL 'S'
            READ ARQ-TITULO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-TITULO
            END-READ
            IF WS-FIM-ARQ-TITULO       NOT EQUAL 'S'
               IF FD-NUM-PEDIDO-TIT    NOT EQUAL FD-NUM-PEDIDO
                  MOVE 'S'             TO WS-FIM-ARQ-TITULO
               ELSE
                  IF FD-STATUS-TIT     EQUAL 'A'
                     AND FD-VLR-PAGO-TIT
                                       EQUAL ZEROS
                     MOVE REG-TITULO   TO WS-AUD-ANTES
                     MOVE 'C'          TO FD-STATUS-TIT
                     MOVE WS-USU-LOGADO
                                       TO FD-OPERADOR-TIT
                     MOVE WS-DATA-COMPLETA
                                       TO FD-DATA-MANUT-TIT
                     ACCEPT WS-HORA-AUX
                                       FROM TIME
                     MOVE WS-HORA-AUX(1:6)
                                       TO FD-HORA-MANUT-TIT
                     REWRITE REG-TITULO
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0170-TESTAR-ARQTITULO
                     IF WS-FS-ACESSO-TIT
                                       EQUAL ZEROS
                        MOVE 'TIT'     TO WS-AUD-TIPO
                        MOVE 'C'       TO WS-AUD-OPERACAO
                        MOVE FD-NUM-PEDIDO-TIT
                                       TO WS-AUD-CHAVE
                        MOVE REG-TITULO
                                       TO WS-AUD-DEPOIS
                        PERFORM 0048-GRAVAR-AUDITORIA
                     END-IF
                  ELSE
                     IF FD-STATUS-TIT  NOT EQUAL 'C'
                        MOVE 'TITULO'  TO WS-OPERACAO
                        MOVE SPACES    TO WS-LOG-FILE-STATUS
                        MOVE FD-CHAVE-TITULO
                                       TO WS-LOG-CHAVE
                        MOVE 'TITULO COM PAGAMENTO EM NF CANCELADA'
                                       TO WS-LOG-MENSAGEM
                        PERFORM 0029-REGISTRAR-LOG-ERRO
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0172-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE PROCESSAMENTO DO RETORNO BANCARIO - LAYOUT: NOSSO     *
      *NUMERO = PEDIDO(7) PARCELA(2), DATA DO PAGAMENTO(8) AAAAMMDD    *
      *E VALOR PAGO(11) COM 2 DECIMAIS; BAIXA OS TITULOS EM ABERTO E   *
      *LISTA NO RELATORIO (TIPO RET) OS PAGAMENTOS SEM TITULO          *
      *CORRESPONDENTE, QUE TAMBEM VAO PARA O ARQ-REJEITADOS            *
      *----------------------------------------------------------------*
       0173-PROCESSAR-RETORNO.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-RETORNO-FATAL
         MOVE SPACES                   TO WS-FIM-ARQ-RETORNO
         INITIALIZE                    ACU-RET-LIDOS
                                       ACU-RET-BAIXADOS
                                       ACU-RET-REJEITADOS

         OPEN INPUT ARQ-RETORNO
         MOVE WS-ABERTURA              TO WS-OPERACAO
         PERFORM 0174-TESTAR-ARQ-RETORNO

         IF WS-FS-RETORNO              EQUAL ZEROS
            MOVE 'RET'                 TO WS-REL-TIPO
            PERFORM 0106-ABRIR-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'RETORNO BANCARIO - PAGAMENTOS REJEITADOS  -  '
                   'DATA: '            WS-DATA-SISTEMA
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'ARQUIVO: '         WS-END-ARQUI
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE 'NOSSO NUM  DATA PAG   VALOR PAGO  MOTIVO'
                                       TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO

            PERFORM UNTIL WS-FIM-ARQ-RETORNO EQUAL 'S'
               INITIALIZE              WS-AREA-RETORNO
               READ ARQ-RETORNO        INTO WS-AREA-RETORNO
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 0174-TESTAR-ARQ-RETORNO
               IF WS-FS-RETORNO        EQUAL ZEROS
                  ADD 1                TO ACU-RET-LIDOS
                  PERFORM 0175-BAIXAR-TITULO-RETORNO
               ELSE
                  MOVE 'S'             TO WS-FIM-ARQ-RETORNO
               END-IF
            END-PERFORM
            CLOSE ARQ-RETORNO

            MOVE SPACES                TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-RET-LIDOS         TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'PAGAMENTOS LIDOS.....: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-RET-BAIXADOS      TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'TITULOS BAIXADOS.....: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-RET-REJEITADOS    TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'PAGAMENTOS REJEITADOS: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            PERFORM 0108-FECHAR-RELATORIO
         END-IF
         .
      *-----------------------------------------------------------------
       0173-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0174-TESTAR-ARQ-RETORNO.
      *-----------------------------------------------------------------

           IF (WS-FS-RETORNO               NOT EQUAL ZEROS AND '10')
             MOVE WS-FS-RETORNO            TO WS-LOG-FILE-STATUS
             MOVE WS-RET-NOSSO-NUMERO      TO WS-LOG-CHAVE
             MOVE 'ERRO NO ARQUIVO DE RETORNO BANCARIO'
                                           TO WS-LOG-MENSAGEM
             PERFORM 0029-REGISTRAR-LOG-ERRO
             MOVE 'Y'                      TO WS-RETORNO-FATAL
             IF WS-MODO-BATCH              EQUAL 'S'
               MOVE 'S'                    TO WS-BATCH-ERRO
             END-IF
           END-IF

           IF (WS-FS-RETORNO           EQUAL '10')
             MOVE 'S'                  TO WS-FIM-ARQ-RETORNO
           END-IF.
      *-----------------------------------------------------------------
       0174-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BAIXA DE UM PAGAMENTO DO RETORNO BANCARIO - REJEITA   *
      *LINHA INVALIDA, VALOR ZERADO, TITULO INEXISTENTE, CANCELADO OU  *
      *JA PAGO; PAGAMENTO SEM DATA ASSUME A DATA DO PROCESSAMENTO      *
      *----------------------------------------------------------------*
       0175-BAIXAR-TITULO-RETORNO.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-REJ-MOTIVO
         IF WS-RET-NOSSO-NUMERO        NOT NUMERIC
            OR WS-RET-DATA-PAGTO       NOT NUMERIC
            OR WS-RET-VLR-PAGO         NOT NUMERIC
            MOVE 'LINHA INVALIDA NO RETORNO'
                                       TO WS-REJ-MOTIVO
         ELSE
            IF WS-RET-VLR-PAGO         EQUAL ZEROS
               MOVE 'VALOR PAGO ZERADO'
                                       TO WS-REJ-MOTIVO
            ELSE
               MOVE WS-RET-PEDIDO      TO FD-NUM-PEDIDO-TIT
               MOVE WS-RET-PARCELA     TO FD-PARCELA-TIT
               MOVE 1                  TO WS-ACHOU
               READ ARQ-TITULO         INVALID KEY
                    MOVE ZEROS         TO WS-ACHOU
               END-READ
               IF WS-ACHOU             EQUAL ZEROS
                  MOVE 'TITULO NAO ENCONTRADO'
                                       TO WS-REJ-MOTIVO
               ELSE
                  IF FD-STATUS-TIT     EQUAL 'C'
                     MOVE 'TITULO CANCELADO'
                                       TO WS-REJ-MOTIVO
                  ELSE
                     IF FD-STATUS-TIT  EQUAL 'P'
                        MOVE 'TITULO JA PAGO'
                                       TO WS-REJ-MOTIVO
                     ELSE
                        MOVE WS-RET-VLR-PAGO
                                       TO WS-TIT-VLR-BAIXA
                        MOVE WS-RET-DATA-PAGTO
                                       TO WS-TIT-DATA-BAIXA
                        IF WS-TIT-DATA-BAIXA
                                       EQUAL ZEROS
                           MOVE WS-DATA-COMPLETA
                                       TO WS-TIT-DATA-BAIXA
                        END-IF
                        MOVE 'R'       TO WS-TIT-ORIGEM
                        PERFORM 0178-APLICAR-PAGAMENTO-TITULO
                        IF WS-TIT-BAIXA-OK
                                       EQUAL 'S'
                           ADD 1       TO ACU-RET-BAIXADOS
                        ELSE
                           MOVE 'FALHA NA GRAVACAO DO TITULO'
                                       TO WS-REJ-MOTIVO
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-IF

         IF WS-REJ-MOTIVO              NOT EQUAL SPACES
            PERFORM 0176-REJEITAR-RETORNO
         END-IF
         .
      *-----------------------------------------------------------------
       0175-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE REJEICAO DE UM PAGAMENTO DO RETORNO - IMPRIME NO      *
      *RELATORIO DE REJEITADOS E GRAVA NO ARQ-REJEITADOS COM O MOTIVO  *
      *EM WS-REJ-MOTIVO                                                *
      *----------------------------------------------------------------*
       0176-REJEITAR-RETORNO.
      *-----------------------------------------------------------------

         ADD 1                         TO ACU-RET-REJEITADOS
         MOVE WS-RET-NOSSO-NUMERO      TO WS-REL-RET-NOSSO
         MOVE WS-RET-DATA-PAGTO        TO WS-REL-RET-DATA
         IF WS-RET-VLR-PAGO            NUMERIC
            MOVE WS-RET-VLR-PAGO       TO WS-REL-RET-VALOR
         ELSE
            MOVE ZEROS                 TO WS-REL-RET-VALOR
         END-IF
         MOVE WS-REJ-MOTIVO            TO WS-REL-RET-MOTIVO
         MOVE WS-LINHA-REL-RETORNO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO WS-REJ-CHAVE
         STRING 'RETORNO '             WS-RET-NOSSO-NUMERO
                DELIMITED BY SIZE      INTO WS-REJ-CHAVE
         PERFORM 0036-REGISTRAR-REJEITADO
         .
      *-----------------------------------------------------------------
       0176-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BAIXA MANUAL DE TITULO A RECEBER - EXIBE O TITULO DO  *
      *PEDIDO/PARCELA, PEDE A DATA (ZERO = HOJE) E O VALOR PAGO E      *
      *CONFIRMA COM O OPERADOR (RESTRITA AO PERFIL SUPERVISOR)         *
      *----------------------------------------------------------------*
       0177-BAIXA-MANUAL-TITULO.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO       AT 2302
         DISPLAY SS-TELA-BAIXA-TITULO
         DISPLAY "DIGITE PEDIDO ZERO PRA SAIR!!!"
                                       AT 2320
         MOVE ZEROS                    TO WS-TIT-PEDIDO
                                          WS-TIT-PARCELA
         ACCEPT SS-TIT-PEDIDO
         IF WS-TIT-PEDIDO              NOT EQUAL ZEROS
            ACCEPT SS-TIT-PARCELA
            MOVE WS-TIT-PEDIDO         TO FD-NUM-PEDIDO-TIT
            MOVE WS-TIT-PARCELA        TO FD-PARCELA-TIT
            MOVE 1                     TO WS-ACHOU
            READ ARQ-TITULO            INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "TITULO NAO CADASTRADO!!!"
                                       AT 2320
            ELSE
               MOVE FD-COD-CLIENTE-TIT TO WS-REL-CLI-COD
               DISPLAY WS-REL-CLI-COD        AT 0720
               MOVE FD-NUM-NF-TIT      TO WS-REL-CLI-COD
               DISPLAY WS-REL-CLI-COD        AT 0920
               DISPLAY FD-DATA-VENCTO-TIT    AT 1120
               MOVE FD-VLR-TITULO      TO WS-VALOR-MASC
               DISPLAY WS-VALOR-MASC         AT 1320
               MOVE FD-VLR-PAGO-TIT    TO WS-VALOR-MASC
               DISPLAY WS-VALOR-MASC         AT 1520
               IF FD-STATUS-TIT        NOT EQUAL 'A'
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  DISPLAY "TITULO NAO ESTA EM ABERTO!!!"
                                       AT 2320
               ELSE
                  COMPUTE WS-TIT-VLR-ABERTO =
                          FD-VLR-TITULO - FD-VLR-PAGO-TIT
                  MOVE WS-TIT-VLR-ABERTO
                                       TO WS-VALOR-MASC
                  DISPLAY WS-VALOR-MASC      AT 1720
                  MOVE ZEROS           TO WS-TIT-DATA-BAIXA
                                          WS-TIT-VLR-BAIXA
                  ACCEPT SS-TIT-DATA-BAIXA
                  IF WS-TIT-DATA-BAIXA EQUAL ZEROS
                     MOVE WS-DATA-COMPLETA
                                       TO WS-TIT-DATA-BAIXA
                     DISPLAY WS-TIT-DATA-BAIXA
                                             AT 1920
                  END-IF
                  PERFORM UNTIL WS-TIT-VLR-BAIXA
                                       GREATER ZEROS
                     ACCEPT SS-TIT-VLR-BAIXA
                     IF WS-TIT-VLR-BAIXA
                                       EQUAL ZEROS
                        DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                        DISPLAY "INFORME O VALOR PAGO!!!"
                                       AT 2320
                     END-IF
                  END-PERFORM
                  DISPLAY WS-LINHA-BRANCO    AT 2302
                  DISPLAY "CONFIRMA A BAIXA DO TITULO? (S/N)"
                                             AT 2303
                  ACCEPT WS-TIT-CONF UPPER   AT 2338
                  IF WS-TIT-CONF       EQUAL 'S'
                     MOVE 'M'          TO WS-TIT-ORIGEM
                     PERFORM 0178-APLICAR-PAGAMENTO-TITULO
                     DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                     IF WS-TIT-BAIXA-OK
                                       EQUAL 'S'
                        DISPLAY "PAGAMENTO REGISTRADO!!!"
                                       AT 2320
                     ELSE
                        DISPLAY "PAGAMENTO NAO REGISTRADO!!!"
                                       AT 2320
                     END-IF
                  ELSE
                     DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  END-IF
               END-IF
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0177-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE APLICACAO DE UM PAGAMENTO AO TITULO EM REG-TITULO -   *
      *SOMA WS-TIT-VLR-BAIXA AO VALOR PAGO, GRAVA DATA, ORIGEM (R/M) E *
      *OPERADOR; PAGO O VALOR TOTAL O TITULO PASSA A P. GRAVA AS       *
      *IMAGENS ANTES/DEPOIS NA AUDITORIA E DEVOLVE WS-TIT-BAIXA-OK     *
      *----------------------------------------------------------------*
       0178-APLICAR-PAGAMENTO-TITULO.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-TIT-BAIXA-OK
         MOVE REG-TITULO               TO WS-AUD-ANTES
         ADD WS-TIT-VLR-BAIXA          TO FD-VLR-PAGO-TIT
         MOVE WS-TIT-DATA-BAIXA        TO FD-DATA-PAGTO-TIT
         MOVE WS-TIT-ORIGEM            TO FD-ORIGEM-BAIXA-TIT
         MOVE WS-USU-LOGADO            TO FD-OPERADOR-TIT
         IF FD-VLR-PAGO-TIT            NOT LESS FD-VLR-TITULO
            MOVE 'P'                   TO FD-STATUS-TIT
         END-IF
         ACCEPT WS-HORA-AUX            FROM TIME
         MOVE WS-DATA-COMPLETA         TO FD-DATA-MANUT-TIT
         MOVE WS-HORA-AUX(1:6)         TO FD-HORA-MANUT-TIT
         REWRITE REG-TITULO
         MOVE WS-GRAVACAO              TO WS-OPERACAO
         PERFORM 0170-TESTAR-ARQTITULO
         IF WS-FS-ACESSO-TIT           EQUAL ZEROS
            MOVE 'S'                   TO WS-TIT-BAIXA-OK
            MOVE 'TIT'                 TO WS-AUD-TIPO
            MOVE 'A'                   TO WS-AUD-OPERACAO
            MOVE FD-NUM-PEDIDO-TIT     TO WS-AUD-CHAVE
            MOVE REG-TITULO            TO WS-AUD-DEPOIS
            PERFORM 0048-GRAVAR-AUDITORIA
         ELSE
            MOVE 'BAIXA TITULO'        TO WS-OPERACAO
            MOVE WS-FS-ACESSO-TIT      TO WS-LOG-FILE-STATUS
            MOVE FD-CHAVE-TITULO       TO WS-LOG-CHAVE
            MOVE 'PAGAMENTO DO TITULO NAO GRAVADO'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         END-IF
         .
      *-----------------------------------------------------------------
       0178-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE AGING DE CONTAS A RECEBER - SALDO DOS TITULOS EM      *
      *ABERTO NA DATA DO DIA POR FAIXA DE ATRASO (A VENCER, 1-30,      *
      *31-60, 61-90 E MAIS DE 90 DIAS), UMA LINHA POR CLIENTE E DEPOIS *
      *OS MESMOS TOTAIS POR VENDEDOR DA CARTEIRA DO CLIENTE            *
      *----------------------------------------------------------------*
       0179-RELATORIO-AGING.
      *-----------------------------------------------------------------

         INITIALIZE                   WS-AGN-CLI-TOTAIS
                                      WS-AGN-GER-TOTAIS
                                      WS-AGN-VEN-TABELA
                                      ACU-AGN-CLIENTES
         MOVE ZEROS                   TO WS-AGN-VEN-QTD
                                         WS-AGN-CLI-ATUAL
         COMPUTE WS-TIT-DIA-HOJE      =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA)

         MOVE 'AGING'                 TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO

         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'AGING DE CONTAS A RECEBER  -  POSICAO EM: '
                WS-DATA-COMPLETA
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'POR CLIENTE'           TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'CLIENTE NOME'          TO WS-LINHA-REL-TITULO
         PERFORM 0181-MONTAR-CABECALHO-AGING

         MOVE SPACES                  TO WS-FIM-ARQ-TITULO
         MOVE LOW-VALUES              TO FD-CHAVE-CLIENTE-TIT
         START ARQ-TITULO             KEY IS NOT LESS
                                      FD-CHAVE-CLIENTE-TIT
               INVALID KEY
               MOVE 'S'               TO WS-FIM-ARQ-TITULO
         END-START

         PERFORM UNTIL WS-FIM-ARQ-TITULO EQUAL 'S'
            READ ARQ-TITULO NEXT RECORD
                 AT END
                 MOVE 'S'             TO WS-FIM-ARQ-TITULO
            END-READ
            IF WS-FIM-ARQ-TITULO      NOT EQUAL 'S'
               AND FD-STATUS-TIT      EQUAL 'A'
               AND FD-VLR-PAGO-TIT    LESS FD-VLR-TITULO
               IF FD-COD-CLIENTE-TIT  NOT EQUAL WS-AGN-CLI-ATUAL
                  IF WS-AGN-CLI-ATUAL NOT EQUAL ZEROS
                     PERFORM 0180-IMPRIMIR-CLIENTE-AGING
                  END-IF
                  MOVE FD-COD-CLIENTE-TIT
                                      TO WS-AGN-CLI-ATUAL
               END-IF
               COMPUTE WS-TIT-VLR-ABERTO =
                       FD-VLR-TITULO - FD-VLR-PAGO-TIT
               COMPUTE WS-TIT-DIAS-ATRASO =
                       WS-TIT-DIA-HOJE -
                       FUNCTION INTEGER-OF-DATE(FD-DATA-VENCTO-TIT)
               EVALUATE TRUE
                  WHEN WS-TIT-DIAS-ATRASO LESS 1
                     MOVE 1           TO WS-AGN-IND
                  WHEN WS-TIT-DIAS-ATRASO NOT GREATER 30
                     MOVE 2           TO WS-AGN-IND
                  WHEN WS-TIT-DIAS-ATRASO NOT GREATER 60
                     MOVE 3           TO WS-AGN-IND
                  WHEN WS-TIT-DIAS-ATRASO NOT GREATER 90
                     MOVE 4           TO WS-AGN-IND
                  WHEN OTHER
                     MOVE 5           TO WS-AGN-IND
               END-EVALUATE
               ADD WS-TIT-VLR-ABERTO  TO WS-AGN-CLI-FAIXA(WS-AGN-IND)
            END-IF
         END-PERFORM
         IF WS-AGN-CLI-ATUAL          NOT EQUAL ZEROS
            PERFORM 0180-IMPRIMIR-CLIENTE-AGING
         END-IF

         MOVE ZEROS                   TO WS-REL-AGN-COD
         MOVE 'TOTAL GERAL'           TO WS-REL-AGN-NOME
         MOVE ZEROS                   TO WS-AGN-TOTAL
         MOVE 1                       TO WS-AGN-IND
         PERFORM UNTIL WS-AGN-IND     GREATER 5
            MOVE WS-AGN-GER-FAIXA(WS-AGN-IND)
                                      TO WS-REL-AGN-FAIXA(WS-AGN-IND)
            ADD WS-AGN-GER-FAIXA(WS-AGN-IND)
                                      TO WS-AGN-TOTAL
            ADD 1                     TO WS-AGN-IND
         END-PERFORM
         MOVE WS-AGN-TOTAL            TO WS-REL-AGN-TOTAL
         MOVE WS-LINHA-REL-AGING      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'POR CARTEIRA DE VENDEDOR'
                                      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'VENDED  NOME'          TO WS-LINHA-REL-TITULO
         PERFORM 0181-MONTAR-CABECALHO-AGING

         MOVE 1                       TO WS-AGN-VEN-IND
         PERFORM UNTIL WS-AGN-VEN-IND GREATER WS-AGN-VEN-QTD
            MOVE WS-AGN-VEN-COD(WS-AGN-VEN-IND)
                                      TO WS-REL-AGN-COD
            IF WS-AGN-VEN-COD(WS-AGN-VEN-IND)
                                      EQUAL ZEROS
               MOVE 'SEM CARTEIRA'    TO WS-REL-AGN-NOME
            ELSE
               MOVE WS-AGN-VEN-COD(WS-AGN-VEN-IND)
                                      TO FD-COD-VENDEDOR
               MOVE 1                 TO WS-ACHOU
               READ ARQ-VENDEDOR      INVALID KEY
                    MOVE ZEROS        TO WS-ACHOU
               END-READ
               IF WS-ACHOU            EQUAL ZEROS
                  MOVE 'VENDEDOR NAO CADASTRADO'
                                      TO WS-REL-AGN-NOME
               ELSE
                  MOVE FD-NOME        TO WS-REL-AGN-NOME
               END-IF
            END-IF
            MOVE ZEROS                TO WS-AGN-TOTAL
            MOVE 1                    TO WS-AGN-IND
            PERFORM UNTIL WS-AGN-IND  GREATER 5
               MOVE WS-AGN-VEN-FAIXA(WS-AGN-VEN-IND WS-AGN-IND)
                                      TO WS-REL-AGN-FAIXA(WS-AGN-IND)
               ADD WS-AGN-VEN-FAIXA(WS-AGN-VEN-IND WS-AGN-IND)
                                      TO WS-AGN-TOTAL
               ADD 1                  TO WS-AGN-IND
            END-PERFORM
            MOVE WS-AGN-TOTAL         TO WS-REL-AGN-TOTAL
            MOVE WS-LINHA-REL-AGING   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            ADD 1                     TO WS-AGN-VEN-IND
         END-PERFORM

         PERFORM 0108-FECHAR-RELATORIO

         IF WS-MODO-BATCH             EQUAL 'N'
            DISPLAY WS-LINHA-BRANCO   AT 2302
            DISPLAY 'CLIENTES COM SALDO EM ABERTO: '
                                      AT 2302
            DISPLAY ACU-AGN-CLIENTES  AT 2332
         END-IF
         .
      *-----------------------------------------------------------------
       0179-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DA LINHA DO CLIENTE NO AGING - SOMA AS      *
      *FAIXAS DO CLIENTE NO TOTAL GERAL E NO VENDEDOR DA CARTEIRA DO   *
      *CLIENTE (SEM CARTEIRA = VENDEDOR ZERO) E ZERA AS FAIXAS         *
      *----------------------------------------------------------------*
       0180-IMPRIMIR-CLIENTE-AGING.
      *-----------------------------------------------------------------

         ADD 1                        TO ACU-AGN-CLIENTES
         MOVE WS-AGN-CLI-ATUAL        TO WS-REL-AGN-COD
                                         FD-COD-CLIENTE
         MOVE 1                       TO WS-ACHOU
         READ ARQ-CLIENTE             INVALID KEY
              MOVE ZEROS              TO WS-ACHOU
         END-READ
         IF WS-ACHOU                  EQUAL ZEROS
            MOVE 'CLIENTE NAO CADASTRADO'
                                      TO WS-REL-AGN-NOME
         ELSE
            MOVE FD-RAZAO-SOCIAL      TO WS-REL-AGN-NOME
         END-IF

         MOVE WS-AGN-CLI-ATUAL        TO FD-COD-CLIENTE-CART
         MOVE 1                       TO WS-ACHOU
         READ ARQ-CARTEIRA            INVALID KEY
              MOVE ZEROS              TO WS-ACHOU
         END-READ
         IF WS-ACHOU                  EQUAL ZEROS
            MOVE ZEROS                TO WS-AGN-VEN-ATUAL
         ELSE
            MOVE FD-COD-VENDEDOR-CART TO WS-AGN-VEN-ATUAL
         END-IF
         MOVE 'N'                     TO WS-AGN-VEN-ACHOU
         MOVE 1                       TO WS-AGN-VEN-IND
         PERFORM UNTIL WS-AGN-VEN-ACHOU EQUAL 'S'
                    OR WS-AGN-VEN-IND GREATER WS-AGN-VEN-QTD
            IF WS-AGN-VEN-COD(WS-AGN-VEN-IND)
                                      EQUAL WS-AGN-VEN-ATUAL
               MOVE 'S'               TO WS-AGN-VEN-ACHOU
            ELSE
               ADD 1                  TO WS-AGN-VEN-IND
            END-IF
         END-PERFORM
         IF WS-AGN-VEN-ACHOU          NOT EQUAL 'S'
            AND WS-AGN-VEN-QTD        LESS 200
            ADD 1                     TO WS-AGN-VEN-QTD
            MOVE WS-AGN-VEN-QTD       TO WS-AGN-VEN-IND
            MOVE WS-AGN-VEN-ATUAL     TO WS-AGN-VEN-COD(WS-AGN-VEN-IND)
            MOVE 'S'                  TO WS-AGN-VEN-ACHOU
         END-IF

         MOVE ZEROS                   TO WS-AGN-TOTAL
         MOVE 1                       TO WS-AGN-IND
         PERFORM UNTIL WS-AGN-IND     GREATER 5
            MOVE WS-AGN-CLI-FAIXA(WS-AGN-IND)
                                      TO WS-REL-AGN-FAIXA(WS-AGN-IND)
            ADD WS-AGN-CLI-FAIXA(WS-AGN-IND)
                                      TO WS-AGN-TOTAL
                                         WS-AGN-GER-FAIXA(WS-AGN-IND)
            IF WS-AGN-VEN-ACHOU       EQUAL 'S'
               ADD WS-AGN-CLI-FAIXA(WS-AGN-IND)
                  TO WS-AGN-VEN-FAIXA(WS-AGN-VEN-IND WS-AGN-IND)
            END-IF
            ADD 1                     TO WS-AGN-IND
         END-PERFORM
         MOVE WS-AGN-TOTAL            TO WS-REL-AGN-TOTAL
         MOVE WS-LINHA-REL-AGING      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         INITIALIZE                   WS-AGN-CLI-TOTAIS
         .
      *-----------------------------------------------------------------
       0180-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CABECALHO DAS COLUNAS DO AGING - RECEBE O ROTULO DO   *
      *CODIGO/NOME EM WS-LINHA-REL-TITULO E COMPLETA COM AS FAIXAS     *
      *----------------------------------------------------------------*
       0181-MONTAR-CABECALHO-AGING.
      *-----------------------------------------------------------------

         MOVE 'A VENCER'              TO WS-LINHA-REL-TITULO(32:8)
         MOVE '1-30'                  TO WS-LINHA-REL-TITULO(48:4)
         MOVE '31-60'                 TO WS-LINHA-REL-TITULO(59:5)
         MOVE '61-90'                 TO WS-LINHA-REL-TITULO(71:5)
         MOVE '+90'                   TO WS-LINHA-REL-TITULO(85:3)
         MOVE 'TOTAL'                 TO WS-LINHA-REL-TITULO(96:5)
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0181-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE EXTRATO DO CLIENTE - PEDE O CODIGO DO CLIENTE E GERA  *
      *O EXTRATO DOS TITULOS A RECEBER                                 *
      *----------------------------------------------------------------*
       0182-EXTRATO-CLIENTE.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO      AT 2302
         DISPLAY WS-TELA-REL-EXTRATO
         MOVE ZEROS                   TO WS-TIT-CLIENTE
         ACCEPT SS-EXT-CLIENTE

         MOVE WS-TIT-CLIENTE          TO FD-COD-CLIENTE
         MOVE 1                       TO WS-ACHOU
         READ ARQ-CLIENTE             INVALID KEY
              MOVE ZEROS              TO WS-ACHOU
         END-READ
         EVALUATE TRUE
            WHEN WS-TIT-CLIENTE       EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO
                                      AT 2302
            WHEN WS-ACHOU             EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO
                                      AT 2302
               DISPLAY "CLIENTE NAO CADASTRADO!!!"
                                      AT 2320
            WHEN OTHER
               PERFORM 0183-GERAR-EXTRATO-CLIENTE
         END-EVALUATE
         .
      *-----------------------------------------------------------------
       0182-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GERACAO DO EXTRATO DO CLIENTE EM REG-CLIENTE - LISTA  *
      *TODOS OS TITULOS DO CLIENTE EM ORDEM DE PEDIDO/PARCELA COM      *
      *VENCIMENTO, VALOR, PAGAMENTO, SITUACAO E DIAS DE ATRASO, E      *
      *TOTALIZA FATURADO, PAGO, EM ABERTO E VENCIDO (CANCELADOS NAO    *
      *ENTRAM NOS TOTAIS)                                              *
      *----------------------------------------------------------------*
       0183-GERAR-EXTRATO-CLIENTE.
      *-----------------------------------------------------------------

         INITIALIZE                   ACU-EXT-TITULOS
         MOVE ZEROS                   TO WS-EXT-TOT-VALOR
                                         WS-EXT-TOT-PAGO
                                         WS-EXT-TOT-ABERTO
                                         WS-EXT-TOT-VENCIDO
         COMPUTE WS-TIT-DIA-HOJE      =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA)

         MOVE 'EXTR'                  TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO

         MOVE WS-TIT-CLIENTE          TO WS-TIT-MASC
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'EXTRATO DO CLIENTE '
                WS-TIT-MASC
                ' - '
                FD-RAZAO-SOCIAL
                '  -  POSICAO EM: '
                WS-DATA-COMPLETA
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         IF FD-QTD-PARCELAS-CLI       NUMERIC
            AND FD-PRAZO-INICIAL-CLI  NUMERIC
            AND FD-INTERVALO-PARC-CLI NUMERIC
            MOVE FD-QTD-PARCELAS-CLI  TO WS-TIT-PARC-MASC
            MOVE FD-PRAZO-INICIAL-CLI TO WS-TIT-DIAS-MASC
            MOVE SPACES               TO WS-LINHA-REL-TITULO
            STRING 'CONDICAO DE PAGAMENTO: '
                   WS-TIT-PARC-MASC
                   ' PARCELA(S), 1o VENCTO EM '
                   WS-TIT-DIAS-MASC
                   ' DIAS, INTERVALO DE '
                   DELIMITED BY SIZE  INTO WS-LINHA-REL-TITULO
            MOVE FD-INTERVALO-PARC-CLI
                                      TO WS-TIT-DIAS-MASC
            MOVE WS-TIT-DIAS-MASC     TO WS-LINHA-REL-TITULO(71:3)
            MOVE ' DIAS'              TO WS-LINHA-REL-TITULO(74:5)
            MOVE WS-LINHA-REL-TITULO  TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         END-IF
         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'PEDIDO-PC/QT  NF       EMISSAO   VENCTO      VALOR'
              TO WS-LINHA-REL-TITULO
         MOVE '    PAGO   DT PAGTO  SITUACAO  ATRASO'
              TO WS-LINHA-REL-TITULO(52:38)
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                  TO WS-FIM-ARQ-TITULO
         MOVE WS-TIT-CLIENTE          TO FD-COD-CLIENTE-TIT
         MOVE ZEROS                   TO FD-PEDIDO-CLI-TIT
                                         FD-PARCELA-CLI-TIT
         START ARQ-TITULO             KEY IS NOT LESS
                                      FD-CHAVE-CLIENTE-TIT
               INVALID KEY
               MOVE 'S'               TO WS-FIM-ARQ-TITULO
         END-START

         PERFORM UNTIL WS-FIM-ARQ-TITULO EQUAL 'S'
            READ ARQ-TITULO NEXT RECORD
                 AT END
                 MOVE 'S'             TO WS-FIM-ARQ-TITULO
            END-READ
            IF WS-FIM-ARQ-TITULO      NOT EQUAL 'S'
               IF FD-COD-CLIENTE-TIT  NOT EQUAL WS-TIT-CLIENTE
                  MOVE 'S'            TO WS-FIM-ARQ-TITULO
               ELSE
                  ADD 1               TO ACU-EXT-TITULOS
                  MOVE ZEROS          TO WS-REL-EXT-ATRASO
                  EVALUATE FD-STATUS-TIT
                     WHEN 'P'
                        MOVE 'PAGO'   TO WS-TIT-SITUACAO
                     WHEN 'C'
                        MOVE 'CANCELADO'
                                      TO WS-TIT-SITUACAO
                     WHEN OTHER
                        MOVE 'ABERTO' TO WS-TIT-SITUACAO
                  END-EVALUATE
                  IF FD-STATUS-TIT    NOT EQUAL 'C'
                     ADD FD-VLR-TITULO
                                      TO WS-EXT-TOT-VALOR
                     ADD FD-VLR-PAGO-TIT
                                      TO WS-EXT-TOT-PAGO
                  END-IF
                  IF FD-STATUS-TIT    EQUAL 'A'
                     COMPUTE WS-TIT-VLR-ABERTO =
                             FD-VLR-TITULO - FD-VLR-PAGO-TIT
                     ADD WS-TIT-VLR-ABERTO
                                      TO WS-EXT-TOT-ABERTO
                     COMPUTE WS-TIT-DIAS-ATRASO =
                          WS-TIT-DIA-HOJE -
                          FUNCTION INTEGER-OF-DATE(FD-DATA-VENCTO-TIT)
                     IF WS-TIT-DIAS-ATRASO
                                      GREATER ZEROS
                        MOVE WS-TIT-DIAS-ATRASO
                                      TO WS-REL-EXT-ATRASO
                        ADD WS-TIT-VLR-ABERTO
                                      TO WS-EXT-TOT-VENCIDO
                     END-IF
                  END-IF
                  MOVE FD-NUM-PEDIDO-TIT
                                      TO WS-REL-EXT-PEDIDO
                  MOVE FD-PARCELA-TIT TO WS-REL-EXT-PARC
                  MOVE FD-QTD-PARCELAS-TIT
                                      TO WS-REL-EXT-QTD
                  MOVE FD-NUM-NF-TIT  TO WS-REL-EXT-NF
                  MOVE FD-DATA-EMISSAO-TIT
                                      TO WS-REL-EXT-EMISSAO
                  MOVE FD-DATA-VENCTO-TIT
                                      TO WS-REL-EXT-VENCTO
                  MOVE FD-VLR-TITULO  TO WS-REL-EXT-VALOR
                  MOVE FD-VLR-PAGO-TIT
                                      TO WS-REL-EXT-PAGO
                  MOVE FD-DATA-PAGTO-TIT
                                      TO WS-REL-EXT-DATA-PAGTO
                  MOVE WS-TIT-SITUACAO
                                      TO WS-REL-EXT-SITUACAO
                  MOVE WS-LINHA-REL-EXTRATO
                                      TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
               END-IF
            END-IF
         END-PERFORM

         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'TOTAL FATURADO.........:'
                                      TO WS-REL-NFT-ROTULO
         MOVE WS-EXT-TOT-VALOR        TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'TOTAL PAGO.............:'
                                      TO WS-REL-NFT-ROTULO
         MOVE WS-EXT-TOT-PAGO         TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'SALDO EM ABERTO........:'
                                      TO WS-REL-NFT-ROTULO
         MOVE WS-EXT-TOT-ABERTO       TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'SALDO VENCIDO..........:'
                                      TO WS-REL-NFT-ROTULO
         MOVE WS-EXT-TOT-VENCIDO      TO WS-REL-NFT-VALOR
         MOVE WS-LINHA-REL-NF-TOTAL   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         PERFORM 0108-FECHAR-RELATORIO

         DISPLAY WS-LINHA-BRANCO      AT 2302
         DISPLAY 'TITULOS NO EXTRATO: '
                                      AT 2302
         DISPLAY ACU-EXT-TITULOS      AT 2322
         .
      *-----------------------------------------------------------------
       0183-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ENTRADA DO LIMITE DE CREDITO DO CLIENTE - SO O PERFIL *
      *SUPERVISOR INFORMA O LIMITE; LIMITE ZERO = SEM CONTROLE DE      *
      *CREDITO PARA O CLIENTE                                          *
      *----------------------------------------------------------------*
       0184-ACEITAR-LIMITE-CREDITO.
      *-----------------------------------------------------------------

         IF FD-LIMITE-CREDITO-CLI      NOT NUMERIC
            MOVE ZEROS                 TO FD-LIMITE-CREDITO-CLI
         END-IF
         IF WS-USU-PERFIL              EQUAL 'S'
            ACCEPT SS-LIMITE-CLIENTE
         END-IF
         MOVE FD-LIMITE-CREDITO-CLI    TO WS-VALOR-MASC
         DISPLAY WS-VALOR-MASC         AT 1360
         .
      *-----------------------------------------------------------------
       0184-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CALCULO DA EXPOSICAO DE CREDITO DO CLIENTE EM         *
      *WS-CRD-CLIENTE - SOMA O VALOR DOS PEDIDOS ABERTOS (A) E         *
      *FATURADOS NAO ENTREGUES (F), SEM CONTAR O PEDIDO EM             *
      *WS-CRD-PEDIDO; PRESERVA O REGISTRO CORRENTE EM REG-PEDIDO       *
      *----------------------------------------------------------------*
       0185-CALCULAR-EXPOSICAO-CRD.
      *-----------------------------------------------------------------

         MOVE REG-PEDIDO               TO WS-CRD-REG-PEDIDO
         MOVE ZEROS                    TO WS-CRD-EXPOSICAO
         MOVE SPACES                   TO WS-CRD-FIM
         MOVE LOW-VALUES               TO FD-NUM-PEDIDO
         START ARQ-PEDIDO              KEY IS NOT LESS FD-NUM-PEDIDO
               INVALID KEY
               MOVE 'S'                TO WS-CRD-FIM
         END-START

         PERFORM UNTIL WS-CRD-FIM      EQUAL 'S'
            READ ARQ-PEDIDO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-CRD-FIM
            END-READ
            IF WS-CRD-FIM              NOT EQUAL 'S'
               AND FD-COD-CLIENTE-PED  EQUAL WS-CRD-CLIENTE
               AND FD-NUM-PEDIDO       NOT EQUAL WS-CRD-PEDIDO
               AND (FD-STATUS-PED      EQUAL 'A'
                 OR FD-STATUS-PED      EQUAL 'F')
               ADD FD-VLR-TOTAL-PED    TO WS-CRD-EXPOSICAO
            END-IF
         END-PERFORM

         MOVE WS-CRD-REG-PEDIDO        TO REG-PEDIDO
         .
      *-----------------------------------------------------------------
       0185-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE VERIFICACAO DE CREDITO DO PEDIDO EM REG-PEDIDO -      *
      *DEVOLVE EM WS-CRD-SITUACAO A (DENTRO DO LIMITE OU CLIENTE SEM   *
      *LIMITE) OU R (EXPOSICAO + PEDIDO ACIMA DO LIMITE), COM O LIMITE *
      *E O VALOR COMPROMETIDO EM WS-CRD-LIMITE/WS-CRD-COMPROMETIDO     *
      *----------------------------------------------------------------*
       0186-VERIFICAR-CREDITO-PED.
      *-----------------------------------------------------------------

         MOVE 'A'                      TO WS-CRD-SITUACAO
         MOVE ZEROS                    TO WS-CRD-LIMITE
                                          WS-CRD-EXPOSICAO
                                          WS-CRD-COMPROMETIDO
         MOVE FD-COD-CLIENTE-PED       TO FD-COD-CLIENTE
                                          WS-CRD-CLIENTE
         MOVE FD-NUM-PEDIDO            TO WS-CRD-PEDIDO
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   NOT EQUAL ZEROS
            AND FD-LIMITE-CREDITO-CLI  NUMERIC
            MOVE FD-LIMITE-CREDITO-CLI TO WS-CRD-LIMITE
         END-IF

         IF WS-CRD-LIMITE              GREATER ZEROS
            PERFORM 0185-CALCULAR-EXPOSICAO-CRD
            COMPUTE WS-CRD-COMPROMETIDO =
                    WS-CRD-EXPOSICAO + FD-VLR-TOTAL-PED
            IF WS-CRD-COMPROMETIDO     GREATER WS-CRD-LIMITE
               MOVE 'R'                TO WS-CRD-SITUACAO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0186-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE AUDITORIA DAS DECISOES DE CREDITO DO PEDIDO EM        *
      *REG-PEDIDO - GRAVA TIPO CRD COM A DECISAO EM WS-CRD-DECISAO     *
      *(R = RETIDO, L = LIBERADO, C = CANCELADO) E, NA IMAGEM DEPOIS,  *
      *O PEDIDO, O OPERADOR, O LIMITE E O VALOR COMPROMETIDO; A IMAGEM *
      *ANTES VEM PREENCHIDA PELO CHAMADOR                              *
      *----------------------------------------------------------------*
       0187-AUDITAR-CREDITO-PED.
      *-----------------------------------------------------------------

         MOVE REG-PEDIDO               TO WS-CRD-IMG-PEDIDO
         MOVE WS-CRD-DECISAO           TO WS-CRD-IMG-DECISAO
         MOVE WS-USU-LOGADO            TO WS-CRD-IMG-OPERADOR
         MOVE WS-CRD-LIMITE            TO WS-CRD-IMG-LIMITE
         MOVE WS-CRD-COMPROMETIDO      TO WS-CRD-IMG-COMPROMETIDO
         MOVE 'CRD'                    TO WS-AUD-TIPO
         MOVE WS-CRD-DECISAO           TO WS-AUD-OPERACAO
         MOVE FD-NUM-PEDIDO            TO WS-AUD-CHAVE
         MOVE WS-CRD-IMAGEM            TO WS-AUD-DEPOIS
         PERFORM 0048-GRAVAR-AUDITORIA
         .
      *-----------------------------------------------------------------
       0187-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DA FILA DE PEDIDOS RETIDOS POR CREDITO - LISTA OS        *
      *PEDIDOS EM SITUACAO R E PEDE O PEDIDO A LIBERAR OU CANCELAR     *
      *(RESTRITA AO PERFIL SUPERVISOR)                                 *
      *----------------------------------------------------------------*
       0188-FILA-CREDITO.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO       AT 2302
         DISPLAY "PEDIDO   DATA      CLIENTE RAZAO SOCIAL"
                                       AT 0402
         DISPLAY "VALOR       LIMITE"  AT 0457
         PERFORM 0189-LISTAR-FILA-CREDITO

         DISPLAY "PEDIDO A LIBERAR/CANCELAR (ZERO SAI): "
                                       AT 2102
         MOVE ZEROS                    TO WS-CRD-PEDIDO
         ACCEPT WS-CRD-PEDIDO          AT 2141
         IF WS-CRD-PEDIDO              NOT EQUAL ZEROS
            PERFORM 0190-DECIDIR-CREDITO-PED
         END-IF
         .
      *-----------------------------------------------------------------
       0188-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LISTAGEM DA FILA DE CREDITO - MOSTRA ATE 15 PEDIDOS   *
      *RETIDOS COM CLIENTE, VALOR DO PEDIDO E LIMITE DO CLIENTE        *
      *----------------------------------------------------------------*
       0189-LISTAR-FILA-CREDITO.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-CRD-QTD-LINHA
         MOVE SPACES                   TO WS-CRD-FIM
         MOVE LOW-VALUES               TO FD-NUM-PEDIDO
         START ARQ-PEDIDO              KEY IS NOT LESS FD-NUM-PEDIDO
               INVALID KEY
               MOVE 'S'                TO WS-CRD-FIM
         END-START

         PERFORM UNTIL WS-CRD-FIM      EQUAL 'S'
            READ ARQ-PEDIDO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-CRD-FIM
            END-READ
            IF WS-CRD-FIM              NOT EQUAL 'S'
               AND FD-STATUS-PED       EQUAL 'R'
               IF WS-CRD-QTD-LINHA     LESS 15
                  ADD 1                TO WS-CRD-QTD-LINHA
                  MOVE FD-NUM-PEDIDO   TO WS-FIL-PEDIDO
                  MOVE FD-DATA-PEDIDO  TO WS-FIL-DATA
                  MOVE FD-COD-CLIENTE-PED
                                       TO WS-FIL-CLIENTE
                                          FD-COD-CLIENTE
                  MOVE FD-VLR-TOTAL-PED
                                       TO WS-FIL-VALOR
                  MOVE 1               TO WS-ACHOU
                  READ ARQ-CLIENTE     INVALID KEY
                       MOVE ZEROS      TO WS-ACHOU
                  END-READ
                  IF WS-ACHOU          EQUAL ZEROS
                     MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-FIL-RAZAO
                     MOVE ZEROS        TO WS-FIL-LIMITE
                  ELSE
                     MOVE FD-RAZAO-SOCIAL
                                       TO WS-FIL-RAZAO
                     IF FD-LIMITE-CREDITO-CLI
                                       NUMERIC
                        MOVE FD-LIMITE-CREDITO-CLI
                                       TO WS-FIL-LIMITE
                     ELSE
                        MOVE ZEROS     TO WS-FIL-LIMITE
                     END-IF
                  END-IF
                  COMPUTE WS-CRD-POS =
                          ((WS-CRD-QTD-LINHA + 4) * 100) + 2
                  DISPLAY WS-LINHA-FILA-CREDITO
                                       AT WS-CRD-POS
               ELSE
                  DISPLAY "HA MAIS PEDIDOS RETIDOS NA FILA"
                                       AT 2002
                  MOVE 'S'             TO WS-CRD-FIM
               END-IF
            END-IF
         END-PERFORM

         IF WS-CRD-QTD-LINHA           EQUAL ZEROS
            DISPLAY "NENHUM PEDIDO RETIDO POR CREDITO"
                                       AT 0602
         END-IF
         .
      *-----------------------------------------------------------------
       0189-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE DECISAO SOBRE UM PEDIDO RETIDO - MOSTRA O VALOR       *
      *COMPROMETIDO ATUAL E O LIMITE; L LIBERA O PEDIDO PARA ABERTO    *
      *(A), C CANCELA E DEVOLVE A RESERVA AO ESTOQUE; A DECISAO VAI    *
      *PARA A AUDITORIA COM O OPERADOR                                 *
      *----------------------------------------------------------------*
       0190-DECIDIR-CREDITO-PED.
      *-----------------------------------------------------------------

         MOVE WS-CRD-PEDIDO            TO FD-NUM-PEDIDO
         MOVE 1                        TO WS-ACHOU
         READ ARQ-PEDIDO               INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            OR FD-STATUS-PED           NOT EQUAL 'R'
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY "PEDIDO NAO ESTA RETIDO POR CREDITO!!!"
                                       AT 2315
         ELSE
            PERFORM 0186-VERIFICAR-CREDITO-PED
            DISPLAY WS-LINHA-BRANCO    AT 2102
            DISPLAY "COMPROMETIDO C/ PEDIDO: "
                                       AT 2102
            MOVE WS-CRD-COMPROMETIDO   TO WS-VALOR-MASC
            DISPLAY WS-VALOR-MASC      AT 2126
            DISPLAY "LIMITE: "         AT 2142
            MOVE WS-CRD-LIMITE         TO WS-VALOR-MASC
            DISPLAY WS-VALOR-MASC      AT 2150
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY "L=LIBERA | C=CANCELA | V=VOLTA"
                                       AT 2303
            MOVE SPACES                TO WS-CRD-CONF
            ACCEPT WS-CRD-CONF UPPER   AT 2335
            EVALUATE WS-CRD-CONF
               WHEN 'L'
                  MOVE REG-PEDIDO      TO WS-AUD-ANTES
                  MOVE 'A'             TO FD-STATUS-PED
                  REWRITE REG-PEDIDO
                  MOVE WS-GRAVACAO     TO WS-OPERACAO
                  PERFORM 0039-TESTAR-ARQPEDIDO
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  IF WS-FS-ACESSO-PED  EQUAL ZEROS
                     MOVE 'L'          TO WS-CRD-DECISAO
                     PERFORM 0187-AUDITAR-CREDITO-PED
                     DISPLAY "PEDIDO LIBERADO PARA FATURAMENTO!!!"
                                       AT 2315
                  END-IF
               WHEN 'C'
                  MOVE REG-PEDIDO      TO WS-AUD-ANTES
                  MOVE 'C'             TO FD-STATUS-PED
                  REWRITE REG-PEDIDO
                  MOVE WS-GRAVACAO     TO WS-OPERACAO
                  PERFORM 0039-TESTAR-ARQPEDIDO
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
                  IF WS-FS-ACESSO-PED  EQUAL ZEROS
                     MOVE 'L'          TO WS-EST-TIPO
                     MOVE 'CANCELAMENTO DO PEDIDO'
                                       TO WS-EST-HISTORICO
                     PERFORM 0148-MOVIMENTAR-ITENS-PED
                     MOVE 'C'          TO WS-CRD-DECISAO
                     PERFORM 0187-AUDITAR-CREDITO-PED
                     DISPLAY "PEDIDO RETIDO CANCELADO!!!"
                                       AT 2315
                  END-IF
               WHEN OTHER
                  DISPLAY WS-LINHA-BRANCO
                                       AT 2302
            END-EVALUATE
         END-IF
         .
      *-----------------------------------------------------------------
       0190-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0191-TESTAR-ARQPRECO.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-PRC NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-PRC
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0191-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BUSCA DO PRECO VIGENTE DO PRODUTO WS-PRC-PRODUTO NA   *
      *DATA WS-PRC-DATA PARA A UF WS-PRC-UF E O GRUPO WS-PRC-GRUPO -   *
      *PROCURA NA ORDEM UF+GRUPO, GRUPO, UF E PRECO GERAL DA TABELA DE *
      *PRECOS; SEM PRECO VIGENTE NA TABELA VALE O PRECO DO CADASTRO    *
      *DE PRODUTOS (REG-PRODUTO JA LIDO); DEVOLVE EM WS-PRC-VALOR      *
      *----------------------------------------------------------------*
       0192-OBTER-PRECO-VIGENTE.
      *-----------------------------------------------------------------

         MOVE FD-PRECO-PRODUTO         TO WS-PRC-VALOR
         MOVE 'N'                      TO WS-PRC-ACHOU
         IF WS-PRC-DATA                NOT NUMERIC
            OR WS-PRC-DATA             EQUAL ZEROS
            MOVE WS-DATA-COMPLETA      TO WS-PRC-DATA
         END-IF

         IF WS-PRC-GRUPO               NOT EQUAL SPACES
            MOVE WS-PRC-UF             TO WS-PRC-UF-BUSCA
            MOVE WS-PRC-GRUPO          TO WS-PRC-GRUPO-BUSCA
            PERFORM 0193-BUSCAR-PRECO-CHAVE
            IF WS-PRC-ACHOU            EQUAL 'N'
               MOVE SPACES             TO WS-PRC-UF-BUSCA
               PERFORM 0193-BUSCAR-PRECO-CHAVE
            END-IF
         END-IF
         IF WS-PRC-ACHOU               EQUAL 'N'
            AND WS-PRC-UF              NOT EQUAL SPACES
            MOVE WS-PRC-UF             TO WS-PRC-UF-BUSCA
            MOVE SPACES                TO WS-PRC-GRUPO-BUSCA
            PERFORM 0193-BUSCAR-PRECO-CHAVE
         END-IF
         IF WS-PRC-ACHOU               EQUAL 'N'
            MOVE SPACES                TO WS-PRC-UF-BUSCA
                                          WS-PRC-GRUPO-BUSCA
            PERFORM 0193-BUSCAR-PRECO-CHAVE
         END-IF
         .
      *-----------------------------------------------------------------
       0192-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LEITURA DAS VIGENCIAS DE UMA COMBINACAO PRODUTO/UF/   *
      *GRUPO (WS-PRC-UF-BUSCA/WS-PRC-GRUPO-BUSCA) - FICA COM A VIGENCIA*
      *DE INICIO MAIS RECENTE QUE COBRE A DATA WS-PRC-DATA             *
      *----------------------------------------------------------------*
       0193-BUSCAR-PRECO-CHAVE.
      *-----------------------------------------------------------------

         MOVE WS-PRC-PRODUTO           TO FD-COD-PRODUTO-PRC
         MOVE WS-PRC-UF-BUSCA          TO FD-UF-PRC
         MOVE WS-PRC-GRUPO-BUSCA       TO FD-GRUPO-PRC
         MOVE ZEROS                    TO FD-DATA-INICIO-PRC
         MOVE SPACES                   TO WS-PRC-FIM
         START ARQ-PRECO               KEY IS NOT LESS FD-CHAVE-PRECO
               INVALID KEY
               MOVE 'S'                TO WS-PRC-FIM
         END-START
         PERFORM UNTIL WS-PRC-FIM      EQUAL 'S'
            READ ARQ-PRECO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-PRC-FIM
            END-READ
            IF WS-PRC-FIM              NOT EQUAL 'S'
               IF FD-COD-PRODUTO-PRC   NOT EQUAL WS-PRC-PRODUTO
                  OR FD-UF-PRC         NOT EQUAL WS-PRC-UF-BUSCA
                  OR FD-GRUPO-PRC      NOT EQUAL WS-PRC-GRUPO-BUSCA
                  OR FD-DATA-INICIO-PRC
                                       GREATER WS-PRC-DATA
                  MOVE 'S'             TO WS-PRC-FIM
               ELSE
                  IF FD-DATA-FIM-PRC   NOT LESS WS-PRC-DATA
                     MOVE 'S'          TO WS-PRC-ACHOU
                     MOVE FD-VLR-PRECO TO WS-PRC-VALOR
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0193-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE PREPARACAO DA BUSCA DE PRECO DO PEDIDO - LE O CLIENTE *
      *WS-PRC-CLIENTE PARA OBTER A UF E O GRUPO DE PRECO; PEDIDO SEM   *
      *DATA USA A DATA DO DIA                                          *
      *----------------------------------------------------------------*
       0194-PREPARAR-PRECO-CLIENTE.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-PRC-UF
                                          WS-PRC-GRUPO
         MOVE WS-PRC-CLIENTE           TO FD-COD-CLIENTE
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL 1
            MOVE FD-UF-CLI             TO WS-PRC-UF
            IF FD-GRUPO-PRECO-CLI      NOT EQUAL LOW-VALUES
               MOVE FD-GRUPO-PRECO-CLI TO WS-PRC-GRUPO
            END-IF
         END-IF
         IF WS-PRC-DATA                NOT NUMERIC
            OR WS-PRC-DATA             EQUAL ZEROS
            MOVE WS-DATA-COMPLETA      TO WS-PRC-DATA
         END-IF
         .
      *-----------------------------------------------------------------
       0194-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ENTRADA DO GRUPO DE PRECO DO CLIENTE - BRANCO = SEM   *
      *GRUPO (USA O PRECO DA UF OU O PRECO GERAL)                      *
      *----------------------------------------------------------------*
       0195-ACEITAR-GRUPO-PRECO.
      *-----------------------------------------------------------------

         IF FD-GRUPO-PRECO-CLI         EQUAL LOW-VALUES
            MOVE SPACES                TO FD-GRUPO-PRECO-CLI
         END-IF
         ACCEPT SS-GRUPO-PRECO-CLIENTE
         MOVE FUNCTION UPPER-CASE(FD-GRUPO-PRECO-CLI)
                                       TO FD-GRUPO-PRECO-CLI
         DISPLAY FD-GRUPO-PRECO-CLI    AT 1960
         .
      *-----------------------------------------------------------------
       0195-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CARGA DA TABELA DE PRECOS FUTUROS (JOB PRECOS) - CADA *
      *LINHA TRAZ PRODUTO(7), UF(2), GRUPO(3), INICIO(8) E FIM(8) DA   *
      *VIGENCIA AAAAMMDD E PRECO(9) COM 2 DECIMAIS; UF/GRUPO EM BRANCO *
      *VALEM PARA TODOS E FIM ZERO = SEM DATA FINAL; O RELATORIO (TIPO *
      *PRC) COMPARA O PRECO EM VIGOR NA VESPERA COM O PRECO NOVO E     *
      *LISTA AS LINHAS REJEITADAS, QUE TAMBEM VAO PARA O ARQ-REJEITADOS*
      *----------------------------------------------------------------*
       0196-PROCESSAR-IMPORT-PRECO.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-PRC-IMP-FATAL
         MOVE SPACES                   TO WS-FIM-ARQ-IMP-PRECO
         INITIALIZE                    ACU-PRC-LIDOS
                                       ACU-PRC-GRAVADOS
                                       ACU-PRC-REJEITADOS

         OPEN INPUT ARQ-IMPORT-PRECO
         MOVE WS-ABERTURA              TO WS-OPERACAO
         PERFORM 0197-TESTAR-ARQ-IMP-PRECO

         IF WS-FS-IMPORT-PRC           EQUAL ZEROS
            MOVE 'PRC'                 TO WS-REL-TIPO
            PERFORM 0106-ABRIR-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'CARGA DA TABELA DE PRECOS - ATUAL X NOVO  -  '
                   'DATA: '            WS-DATA-SISTEMA
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'ARQUIVO: '         WS-END-ARQUI
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            PERFORM 0203-CABECALHO-REL-PRECO

            PERFORM UNTIL WS-FIM-ARQ-IMP-PRECO EQUAL 'S'
               INITIALIZE              WS-AREA-IMPORT-PRECO
               READ ARQ-IMPORT-PRECO   INTO WS-AREA-IMPORT-PRECO
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 0197-TESTAR-ARQ-IMP-PRECO
               IF WS-FS-IMPORT-PRC     EQUAL ZEROS
                  ADD 1                TO ACU-PRC-LIDOS
                  PERFORM 0198-GRAVAR-IMPORT-PRECO
               ELSE
                  MOVE 'S'             TO WS-FIM-ARQ-IMP-PRECO
               END-IF
            END-PERFORM
            CLOSE ARQ-IMPORT-PRECO

            MOVE SPACES                TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-PRC-LIDOS         TO WS-PRC-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'LINHAS LIDAS.........: '
                   WS-PRC-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-PRC-GRAVADOS      TO WS-PRC-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'PRECOS GRAVADOS......: '
                   WS-PRC-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-PRC-REJEITADOS    TO WS-PRC-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'LINHAS REJEITADAS....: '
                   WS-PRC-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            PERFORM 0108-FECHAR-RELATORIO
         END-IF
         .
      *-----------------------------------------------------------------
       0196-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0197-TESTAR-ARQ-IMP-PRECO.
      *-----------------------------------------------------------------

           IF (WS-FS-IMPORT-PRC            NOT EQUAL ZEROS AND '10')
             MOVE WS-FS-IMPORT-PRC         TO WS-LOG-FILE-STATUS
             MOVE WS-PRC-IMP-PRODUTO       TO WS-LOG-CHAVE
             MOVE 'ERRO NO ARQUIVO DE CARGA DE PRECOS'
                                           TO WS-LOG-MENSAGEM
             PERFORM 0029-REGISTRAR-LOG-ERRO
             MOVE 'Y'                      TO WS-PRC-IMP-FATAL
             IF WS-MODO-BATCH              EQUAL 'S'
               MOVE 'S'                    TO WS-BATCH-ERRO
             END-IF
           END-IF

           IF (WS-FS-IMPORT-PRC        EQUAL '10')
             MOVE 'S'                  TO WS-FIM-ARQ-IMP-PRECO
           END-IF.
      *-----------------------------------------------------------------
       0197-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GRAVACAO DE UMA LINHA DA CARGA DE PRECOS - REJEITA    *
      *CAMPO NAO NUMERICO, PRODUTO INEXISTENTE, UF INVALIDA, PRECO     *
      *ZERADO, DATA INVALIDA, INICIO ANTERIOR A DATA DO DIA E FIM      *
      *ANTES DO INICIO; ENCERRA NA VESPERA A VIGENCIA ANTERIOR DA      *
      *MESMA UF/GRUPO E SUBSTITUI O PRECO QUE JA TENHA O MESMO INICIO  *
      *----------------------------------------------------------------*
       0198-GRAVAR-IMPORT-PRECO.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-REJ-MOTIVO
         IF WS-PRC-IMP-PRODUTO         NOT NUMERIC
            OR WS-PRC-IMP-INICIO       NOT NUMERIC
            OR WS-PRC-IMP-FIM          NOT NUMERIC
            OR WS-PRC-IMP-VALOR        NOT NUMERIC
            MOVE 'LINHA INVALIDA NA CARGA DE PRECOS'
                                       TO WS-REJ-MOTIVO
         END-IF

         IF WS-REJ-MOTIVO              EQUAL SPACES
            MOVE WS-PRC-IMP-PRODUTO    TO FD-COD-PRODUTO
            MOVE 1                     TO WS-ACHOU
            READ ARQ-PRODUTO           INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL ZEROS
               MOVE 'PRODUTO INEXISTENTE'
                                       TO WS-REJ-MOTIVO
            END-IF
         END-IF

         IF WS-REJ-MOTIVO              EQUAL SPACES
            AND WS-PRC-IMP-UF          NOT EQUAL SPACES
            MOVE WS-PRC-IMP-UF         TO WS-UF-TESTE
            PERFORM 0081-VALIDAR-UF
            IF WS-UF-OK                NOT EQUAL 'S'
               MOVE 'UF INVALIDA'      TO WS-REJ-MOTIVO
            END-IF
         END-IF

         IF WS-REJ-MOTIVO              EQUAL SPACES
            IF WS-PRC-IMP-FIM          EQUAL ZEROS
               MOVE 99999999           TO WS-PRC-IMP-FIM
            END-IF
            EVALUATE TRUE
               WHEN WS-PRC-IMP-VALOR   EQUAL ZEROS
                  MOVE 'PRECO ZERADO'  TO WS-REJ-MOTIVO
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PRC-IMP-INICIO)
                                       NOT EQUAL ZEROS
                  MOVE 'DATA DE INICIO DA VIGENCIA INVALIDA'
                                       TO WS-REJ-MOTIVO
               WHEN WS-PRC-IMP-FIM     NOT EQUAL 99999999
                AND FUNCTION TEST-DATE-YYYYMMDD(WS-PRC-IMP-FIM)
                                       NOT EQUAL ZEROS
                  MOVE 'DATA DE FIM DA VIGENCIA INVALIDA'
                                       TO WS-REJ-MOTIVO
               WHEN WS-PRC-IMP-INICIO  LESS WS-DATA-COMPLETA
                  MOVE 'INICIO DA VIGENCIA ANTERIOR A DATA DO DIA'
                                       TO WS-REJ-MOTIVO
               WHEN WS-PRC-IMP-FIM     LESS WS-PRC-IMP-INICIO
                  MOVE 'FIM DA VIGENCIA ANTES DO INICIO'
                                       TO WS-REJ-MOTIVO
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
         END-IF

         IF WS-REJ-MOTIVO              EQUAL SPACES
            COMPUTE WS-PRC-DIA-ANTERIOR =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-PRC-IMP-INICIO) - 1)
            MOVE WS-PRC-IMP-PRODUTO    TO WS-PRC-PRODUTO
            MOVE WS-PRC-IMP-UF         TO WS-PRC-UF
            MOVE WS-PRC-IMP-GRUPO      TO WS-PRC-GRUPO
            MOVE WS-PRC-DIA-ANTERIOR   TO WS-PRC-DATA
            PERFORM 0192-OBTER-PRECO-VIGENTE
            MOVE WS-PRC-VALOR          TO WS-PRC-VLR-ANTERIOR
            PERFORM 0199-ENCERRAR-PRECO-ANTERIOR

            MOVE WS-PRC-IMP-PRODUTO    TO FD-COD-PRODUTO-PRC
            MOVE WS-PRC-IMP-UF         TO FD-UF-PRC
            MOVE WS-PRC-IMP-GRUPO      TO FD-GRUPO-PRC
            MOVE WS-PRC-IMP-INICIO     TO FD-DATA-INICIO-PRC
            MOVE 1                     TO WS-ACHOU
            READ ARQ-PRECO             INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            MOVE WS-PRC-IMP-FIM        TO FD-DATA-FIM-PRC
            MOVE WS-PRC-IMP-VALOR      TO FD-VLR-PRECO
            MOVE WS-USU-LOGADO         TO FD-OPERADOR-PRC
            ACCEPT WS-HORA-AUX         FROM TIME
            MOVE WS-DATA-COMPLETA      TO FD-DATA-MANUT-PRC
            MOVE WS-HORA-AUX(1:6)      TO FD-HORA-MANUT-PRC
            IF WS-ACHOU                EQUAL ZEROS
               WRITE REG-PRECO
            ELSE
               REWRITE REG-PRECO
            END-IF
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0191-TESTAR-ARQPRECO
            IF WS-FS-ACESSO-PRC        EQUAL ZEROS
               ADD 1                   TO ACU-PRC-GRAVADOS
               PERFORM 0201-IMPRIMIR-LINHA-PRECO
            ELSE
               MOVE WS-FS-ACESSO-PRC   TO WS-LOG-FILE-STATUS
               MOVE WS-PRC-IMP-PRODUTO TO WS-LOG-CHAVE
               MOVE 'FALHA NA GRAVACAO DA TABELA DE PRECOS'
                                       TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
               MOVE 'FALHA NA GRAVACAO DO PRECO'
                                       TO WS-REJ-MOTIVO
            END-IF
         END-IF

         IF WS-REJ-MOTIVO              NOT EQUAL SPACES
            PERFORM 0200-REJEITAR-PRECO
         END-IF
         .
      *-----------------------------------------------------------------
       0198-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ENCERRAMENTO DA VIGENCIA ANTERIOR - AS VIGENCIAS DA   *
      *MESMA COMBINACAO PRODUTO/UF/GRUPO QUE COMECAM ANTES E AINDA     *
      *ESTAO EM VIGOR NO INICIO DO PRECO NOVO TERMINAM NA VESPERA      *
      *----------------------------------------------------------------*
       0199-ENCERRAR-PRECO-ANTERIOR.
      *-----------------------------------------------------------------

         MOVE WS-PRC-IMP-PRODUTO       TO FD-COD-PRODUTO-PRC
         MOVE WS-PRC-IMP-UF            TO FD-UF-PRC
         MOVE WS-PRC-IMP-GRUPO         TO FD-GRUPO-PRC
         MOVE ZEROS                    TO FD-DATA-INICIO-PRC
         MOVE SPACES                   TO WS-PRC-FIM
         START ARQ-PRECO               KEY IS NOT LESS FD-CHAVE-PRECO
               INVALID KEY
               MOVE 'S'                TO WS-PRC-FIM
         END-START
         PERFORM UNTIL WS-PRC-FIM      EQUAL 'S'
            READ ARQ-PRECO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-PRC-FIM
            END-READ
            IF WS-PRC-FIM              NOT EQUAL 'S'
               IF FD-COD-PRODUTO-PRC   NOT EQUAL WS-PRC-IMP-PRODUTO
                  OR FD-UF-PRC         NOT EQUAL WS-PRC-IMP-UF
                  OR FD-GRUPO-PRC      NOT EQUAL WS-PRC-IMP-GRUPO
                  OR FD-DATA-INICIO-PRC
                                       NOT LESS WS-PRC-IMP-INICIO
                  MOVE 'S'             TO WS-PRC-FIM
               ELSE
                  IF FD-DATA-FIM-PRC   NOT LESS WS-PRC-IMP-INICIO
                     MOVE WS-PRC-DIA-ANTERIOR
                                       TO FD-DATA-FIM-PRC
                     MOVE WS-USU-LOGADO
                                       TO FD-OPERADOR-PRC
                     ACCEPT WS-HORA-AUX
                                       FROM TIME
                     MOVE WS-DATA-COMPLETA
                                       TO FD-DATA-MANUT-PRC
                     MOVE WS-HORA-AUX(1:6)
                                       TO FD-HORA-MANUT-PRC
                     REWRITE REG-PRECO
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0191-TESTAR-ARQPRECO
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0199-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE REJEICAO DE UMA LINHA DA CARGA DE PRECOS - IMPRIME NO *
      *RELATORIO E GRAVA NO ARQ-REJEITADOS COM O MOTIVO EM             *
      *WS-REJ-MOTIVO                                                   *
      *----------------------------------------------------------------*
       0200-REJEITAR-PRECO.
      *-----------------------------------------------------------------

         ADD 1                         TO ACU-PRC-REJEITADOS
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'REJEITADO: '          FD-ARQ-IMPORT-PRECO
                ' - '                  WS-REJ-MOTIVO
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO WS-REJ-CHAVE
         STRING 'PRECO '               FD-ARQ-IMPORT-PRECO(1:7)
                DELIMITED BY SIZE      INTO WS-REJ-CHAVE
         PERFORM 0036-REGISTRAR-REJEITADO
         .
      *-----------------------------------------------------------------
       0200-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DE UMA LINHA DO COMPARATIVO DE PRECOS - O   *
      *PRECO NOVO VEM DE REG-PRECO, A DESCRICAO DE REG-PRODUTO E O     *
      *PRECO EM VIGOR NA VESPERA DE WS-PRC-VLR-ANTERIOR                *
      *----------------------------------------------------------------*
       0201-IMPRIMIR-LINHA-PRECO.
      *-----------------------------------------------------------------

         MOVE FD-COD-PRODUTO-PRC       TO WS-REL-PRC-PRODUTO
         MOVE FD-DESC-PRODUTO          TO WS-REL-PRC-DESC
         MOVE FD-UF-PRC                TO WS-REL-PRC-UF
         MOVE FD-GRUPO-PRC             TO WS-REL-PRC-GRUPO
         MOVE FD-DATA-INICIO-PRC       TO WS-REL-PRC-INICIO
         MOVE FD-DATA-FIM-PRC          TO WS-REL-PRC-FIM
         MOVE WS-PRC-VLR-ANTERIOR      TO WS-REL-PRC-ANTERIOR
         MOVE FD-VLR-PRECO             TO WS-REL-PRC-NOVO
         MOVE ZEROS                    TO WS-PRC-VARIACAO
         IF WS-PRC-VLR-ANTERIOR        GREATER ZEROS
            COMPUTE WS-PRC-VARIACAO ROUNDED =
                    (FD-VLR-PRECO - WS-PRC-VLR-ANTERIOR) * 100
                    / WS-PRC-VLR-ANTERIOR
                    ON SIZE ERROR
                    MOVE ZEROS         TO WS-PRC-VARIACAO
            END-COMPUTE
         END-IF
         MOVE WS-PRC-VARIACAO          TO WS-REL-PRC-VARIACAO
         MOVE WS-LINHA-REL-PRECO       TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0201-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE COMPARATIVO DE PRECOS (MENU DE RELATORIOS) - PEDE A   *
      *DATA DE VIGENCIA E LISTA OS PRECOS DA TABELA QUE ENTRAM EM VIGOR*
      *NESSA DATA CONTRA O PRECO EM VIGOR NA VESPERA (RELATORIO CPRC)  *
      *----------------------------------------------------------------*
       0202-COMPARATIVO-PRECOS.
      *-----------------------------------------------------------------

         PERFORM 0010-LIMPAR-TELA
         DISPLAY WS-LINHA-BRANCO      AT 2302
         DISPLAY WS-TELA-REL-PRECO
         MOVE ZEROS                   TO WS-PRC-VIGENCIA
         ACCEPT SS-PRC-VIGENCIA

         EVALUATE TRUE
            WHEN WS-PRC-VIGENCIA      EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO
                                      AT 2302
            WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PRC-VIGENCIA)
                                      NOT EQUAL ZEROS
               DISPLAY WS-LINHA-BRANCO
                                      AT 2302
               DISPLAY "DATA DE VIGENCIA INVALIDA!!!"
                                      AT 2320
            WHEN OTHER
               PERFORM 0204-GERAR-COMPARATIVO-PRECO
         END-EVALUATE
         .
      *-----------------------------------------------------------------
       0202-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0203-CABECALHO-REL-PRECO.
      *-----------------------------------------------------------------

         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'PRODUTO DESCRICAO                 UF  GRP INICIO   FIM'
              TO WS-LINHA-REL-TITULO
         MOVE '      ANTERIOR       NOVO    VAR %'
              TO WS-LINHA-REL-TITULO(57:34)
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0203-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GERACAO DO COMPARATIVO DE PRECOS DA VIGENCIA EM       *
      *WS-PRC-VIGENCIA - LE TODA A TABELA DE PRECOS; A CADA PRECO      *
      *LISTADO A BUSCA DO PRECO ANTERIOR MUDA A POSICAO DO ARQUIVO, QUE*
      *E RETOMADA A PARTIR DA CHAVE GUARDADA                           *
      *----------------------------------------------------------------*
       0204-GERAR-COMPARATIVO-PRECO.
      *-----------------------------------------------------------------

         INITIALIZE                   ACU-PRC-LISTADOS
         COMPUTE WS-PRC-DIA-ANTERIOR  =
                 FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-PRC-VIGENCIA) - 1)

         MOVE 'CPRC'                  TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'COMPARATIVO DE PRECOS - VIGENCIA A PARTIR DE '
                WS-PRC-VIGENCIA
                '  -  DATA: '
                WS-DATA-SISTEMA
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0203-CABECALHO-REL-PRECO

         MOVE LOW-VALUES              TO FD-CHAVE-PRECO
         MOVE SPACES                  TO WS-FIM-ARQ-IMP-PRECO
         START ARQ-PRECO              KEY IS NOT LESS FD-CHAVE-PRECO
               INVALID KEY
               MOVE 'S'               TO WS-FIM-ARQ-IMP-PRECO
         END-START
         PERFORM UNTIL WS-FIM-ARQ-IMP-PRECO EQUAL 'S'
            READ ARQ-PRECO NEXT RECORD
                 AT END
                 MOVE 'S'             TO WS-FIM-ARQ-IMP-PRECO
            END-READ
            IF WS-FIM-ARQ-IMP-PRECO   NOT EQUAL 'S'
               AND FD-DATA-INICIO-PRC EQUAL WS-PRC-VIGENCIA
               MOVE REG-PRECO         TO WS-PRC-REG-ATUAL
               MOVE FD-CHAVE-PRECO    TO WS-PRC-CHAVE-ATUAL
               MOVE FD-COD-PRODUTO-PRC
                                      TO FD-COD-PRODUTO
               MOVE 1                 TO WS-ACHOU
               READ ARQ-PRODUTO       INVALID KEY
                    MOVE ZEROS        TO WS-ACHOU
               END-READ
               IF WS-ACHOU            EQUAL ZEROS
                  MOVE SPACES         TO FD-DESC-PRODUTO
                  MOVE ZEROS          TO FD-PRECO-PRODUTO
               END-IF
               MOVE FD-COD-PRODUTO-PRC
                                      TO WS-PRC-PRODUTO
               MOVE FD-UF-PRC         TO WS-PRC-UF
               MOVE FD-GRUPO-PRC      TO WS-PRC-GRUPO
               MOVE WS-PRC-DIA-ANTERIOR
                                      TO WS-PRC-DATA
               PERFORM 0192-OBTER-PRECO-VIGENTE
               MOVE WS-PRC-VALOR      TO WS-PRC-VLR-ANTERIOR
               MOVE WS-PRC-REG-ATUAL  TO REG-PRECO
               PERFORM 0201-IMPRIMIR-LINHA-PRECO
               ADD 1                  TO ACU-PRC-LISTADOS
               MOVE WS-PRC-CHAVE-ATUAL
                                      TO FD-CHAVE-PRECO
               START ARQ-PRECO        KEY IS GREATER FD-CHAVE-PRECO
                     INVALID KEY
                     MOVE 'S'         TO WS-FIM-ARQ-IMP-PRECO
               END-START
            END-IF
         END-PERFORM

         MOVE SPACES                  TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-PRC-LISTADOS        TO WS-PRC-MASC
         MOVE SPACES                  TO WS-LINHA-REL-TITULO
         STRING 'PRECOS NA VIGENCIA...: '
                WS-PRC-MASC
                DELIMITED BY SIZE     INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0108-FECHAR-RELATORIO

         DISPLAY WS-LINHA-BRANCO      AT 2302
         DISPLAY 'PRECOS NO COMPARATIVO: '
                                      AT 2302
         DISPLAY WS-PRC-MASC          AT 2325
         .
      *-----------------------------------------------------------------
       0204-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CONVERSAO DE VALOR NUMERICO DO PARAMSIS - ACEITA ATE  *
      *5 DIGITOS ALINHADOS A ESQUERDA EM WS-PARAMSIS-VALOR; DEVOLVE O  *
      *NUMERO EM WS-PAR-NUMERO E WS-PAR-NUM-OK = 'S' QUANDO VALIDO     *
      *----------------------------------------------------------------*
       0205-CONVERTER-PARAMSIS-NUM.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-PAR-NUM-OK
         MOVE ZEROS                    TO WS-PAR-NUMERO
                                          WS-PAR-TAM
         MOVE 1                        TO WS-PAR-IX
         PERFORM UNTIL WS-PAR-IX       GREATER 5
            IF WS-PARAMSIS-VALOR(WS-PAR-IX:1)
                                       NOT EQUAL SPACE
               MOVE WS-PAR-IX          TO WS-PAR-TAM
            END-IF
            ADD 1                      TO WS-PAR-IX
         END-PERFORM
         IF WS-PAR-TAM                 GREATER ZEROS
            AND WS-PARAMSIS-VALOR(6:1) EQUAL SPACE
            AND WS-PARAMSIS-VALOR(1:WS-PAR-TAM)
                                       IS NUMERIC
            MOVE WS-PARAMSIS-VALOR(1:WS-PAR-TAM)
                                       TO WS-PAR-NUMERO
            MOVE 'S'                   TO WS-PAR-NUM-OK
         END-IF
         .
      *-----------------------------------------------------------------
       0205-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0206-TESTAR-ARQROMANEIO.
      *-----------------------------------------------------------------

           IF WS-FS-ACESSO-ROM NOT EQUAL ZEROS AND '05'
              IF WS-MODO-BATCH         EQUAL 'S'
                 MOVE 'S'              TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-ACESSO-ROM
                                       AT 2320
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       0206-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GERACAO DOS ROMANEIOS DE ENTREGA (JOB ROMANEIO) -     *
      *JUNTA OS PEDIDOS FATURADOS (F) AINDA FORA DE ROMANEIO (OU NAO   *
      *ENTREGUES EM ROMANEIO ANTERIOR) EM PARADAS POR CLIENTE, AGRUPA  *
      *POR MUNICIPIO OU UF DO CLIENTE E MONTA CADA ROMANEIO PELO       *
      *VIZINHO MAIS PROXIMO A PARTIR DO DEPOSITO (DEPOSLAT/DEPOSLON),  *
      *COM NO MAXIMO ROMPARADAS PARADAS POR CAMINHAO (RELATORIO ROM)   *
      *----------------------------------------------------------------*
       0207-GERAR-ROMANEIOS.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-ROM-FATAL
         INITIALIZE                    ACU-ROM-ROMANEIOS
                                       ACU-ROM-PEDIDOS
                                       ACU-ROM-EXCECOES
                                       WS-ROM-PARADAS
                                       WS-ROM-PEDIDOS
         MOVE ZEROS                    TO WS-RPA-QTD
                                          WS-RPE-QTD

         MOVE 'ROM'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'ROMANEIOS DE ENTREGA  -  DATA: '
                WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         IF WS-ROM-DEP-INFORMADO       EQUAL 'N'
            MOVE 'ATENCAO: DEPOSITO NAO INFORMADO NO PARAMSIS'
                                       TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE 'ROMANEIO'            TO WS-OPERACAO
            MOVE SPACES                TO WS-LOG-FILE-STATUS
                                          WS-LOG-CHAVE
            MOVE 'DEPOSITO NAO INFORMADO - ROTA A PARTIR DE 0,0'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         END-IF

         MOVE SPACES                   TO WS-FIM-ARQ-PEDIDO
         MOVE ZEROS                    TO FD-NUM-PEDIDO
         START ARQ-PEDIDO              KEY IS NOT LESS FD-NUM-PEDIDO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-PEDIDO
         END-START
         PERFORM UNTIL WS-FIM-ARQ-PEDIDO EQUAL 'S'
            READ ARQ-PEDIDO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-PEDIDO
            END-READ
            IF WS-FIM-ARQ-PEDIDO       NOT EQUAL 'S'
               AND FD-STATUS-PED       EQUAL 'F'
               PERFORM 0208-SELECIONAR-PEDIDO-ROM
            END-IF
         END-PERFORM

         MOVE 'N'                      TO WS-ROM-ABERTO
         MOVE SPACES                   TO WS-ROM-FIM-ROTA
         PERFORM UNTIL WS-ROM-FIM-ROTA EQUAL 'S'
            IF WS-ROM-ABERTO           EQUAL 'N'
               PERFORM 0210-ABRIR-ROMANEIO
            ELSE
               PERFORM 0211-LOCALIZAR-PROX-PARADA
               IF WS-ROM-PROX-IX       EQUAL ZEROS
                  PERFORM 0213-FECHAR-ROMANEIO
               ELSE
                  PERFORM 0212-REGISTRAR-PARADA-ROM
                  IF WS-ROM-SEQ        NOT LESS WS-ROM-MAX-PARADAS
                     PERFORM 0213-FECHAR-ROMANEIO
                  END-IF
               END-IF
            END-IF
         END-PERFORM

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-ROM-ROMANEIOS        TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'ROMANEIOS EMITIDOS...: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-ROM-PEDIDOS          TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PEDIDOS EM ROMANEIO..: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-ROM-EXCECOES         TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PEDIDOS NAO INCLUIDOS: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0108-FECHAR-RELATORIO
         .
      *-----------------------------------------------------------------
       0207-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE SELECAO DE UM PEDIDO FATURADO PARA O ROMANEIO - IGNORA*
      *O PEDIDO PENDENTE OU ENTREGUE EM OUTRO ROMANEIO, JUNTA NA       *
      *PARADA DO CLIENTE (CRIA A PARADA NA PRIMEIRA VEZ) E SOMA VALOR  *
      *E ITENS; PEDIDO SEM CLIENTE OU ALEM DO LIMITE DAS TABELAS VAI   *
      *PARA O RELATORIO COMO NAO INCLUIDO                              *
      *----------------------------------------------------------------*
       0208-SELECIONAR-PEDIDO-ROM.
      *-----------------------------------------------------------------

         MOVE FD-NUM-PEDIDO            TO FD-NUM-PEDIDO-ROM
         MOVE 1                        TO WS-ACHOU
         READ ARQ-ROMANEIO             INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            OR FD-STATUS-ROM           EQUAL 'N'
            MOVE SPACES                TO WS-ROM-MOTIVO
            MOVE FD-COD-CLIENTE-PED    TO FD-COD-CLIENTE
            MOVE 1                     TO WS-ACHOU
            READ ARQ-CLIENTE           INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL ZEROS
               MOVE 'CLIENTE DO PEDIDO NAO CADASTRADO'
                                       TO WS-ROM-MOTIVO
            ELSE
               IF WS-ROM-AGRUPAR       EQUAL 'U'
                  MOVE FD-UF-CLI       TO WS-ROM-AGRUP-CLI
               ELSE
                  MOVE FD-COD-MUNICIPIO-CLI
                                       TO WS-ROM-AGRUP-CLI
               END-IF
               MOVE ZEROS              TO WS-ROM-PROX-IX
               MOVE 1                  TO WS-ROM-IX
               PERFORM UNTIL WS-ROM-IX GREATER WS-RPA-QTD
                  OR WS-ROM-PROX-IX    GREATER ZEROS
                  IF WS-RPA-CLIENTE(WS-ROM-IX)
                                       EQUAL FD-COD-CLIENTE
                     MOVE WS-ROM-IX    TO WS-ROM-PROX-IX
                  END-IF
                  ADD 1                TO WS-ROM-IX
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-RPE-QTD      NOT LESS 2000
                     MOVE 'LIMITE DE PEDIDOS DO ROMANEIO ATINGIDO'
                                       TO WS-ROM-MOTIVO
                  WHEN WS-ROM-PROX-IX  EQUAL ZEROS
                   AND WS-RPA-QTD      NOT LESS 500
                     MOVE 'LIMITE DE PARADAS DO ROMANEIO ATINGIDO'
                                       TO WS-ROM-MOTIVO
                  WHEN WS-ROM-PROX-IX  EQUAL ZEROS
                     ADD 1             TO WS-RPA-QTD
                     MOVE WS-RPA-QTD   TO WS-ROM-PROX-IX
                     MOVE FD-COD-CLIENTE
                                       TO WS-RPA-CLIENTE(WS-ROM-PROX-IX)
                     MOVE WS-ROM-AGRUP-CLI
                                       TO WS-RPA-AGRUP(WS-ROM-PROX-IX)
                     MOVE FD-LATITUDE-CLI
                                       TO WS-RPA-LAT(WS-ROM-PROX-IX)
                     MOVE FD-LONGITUDE-CLI
                                       TO WS-RPA-LON(WS-ROM-PROX-IX)
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF

            IF WS-ROM-MOTIVO           EQUAL SPACES
               PERFORM 0209-SOMAR-ITENS-ROM
               ADD 1                   TO WS-RPE-QTD
               MOVE FD-NUM-PEDIDO      TO WS-RPE-PEDIDO(WS-RPE-QTD)
               MOVE WS-ROM-PROX-IX     TO WS-RPE-PARADA(WS-RPE-QTD)
               MOVE FD-DATA-PEDIDO     TO WS-RPE-DATA(WS-RPE-QTD)
               MOVE FD-VLR-TOTAL-PED   TO WS-RPE-VALOR(WS-RPE-QTD)
               MOVE WS-ROM-ITENS-PED   TO WS-RPE-ITENS(WS-RPE-QTD)
               ADD FD-VLR-TOTAL-PED    TO WS-RPA-VALOR(WS-ROM-PROX-IX)
               ADD WS-ROM-ITENS-PED    TO WS-RPA-ITENS(WS-ROM-PROX-IX)
               ADD 1                   TO WS-RPA-PEDIDOS(WS-ROM-PROX-IX)
            ELSE
               ADD 1                   TO ACU-ROM-EXCECOES
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               MOVE FD-NUM-PEDIDO      TO WS-TIT-MASC
               STRING 'PEDIDO '        WS-TIT-MASC
                      ' NAO INCLUIDO - '
                      WS-ROM-MOTIVO
                      DELIMITED BY SIZE
                                       INTO WS-LINHA-REL-TITULO
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE 'ROMANEIO'         TO WS-OPERACAO
               MOVE SPACES             TO WS-LOG-FILE-STATUS
               MOVE FD-NUM-PEDIDO      TO WS-LOG-CHAVE
               MOVE WS-ROM-MOTIVO      TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0208-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE SOMA DAS QUANTIDADES DOS ITENS DO PEDIDO EM REG-PEDIDO*
      *(PEDIDO SEM ITENS GRAVADOS USA A QUANTIDADE DO PROPRIO PEDIDO)  *
      *----------------------------------------------------------------*
       0209-SOMAR-ITENS-ROM.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-ROM-ITENS-PED
         MOVE FD-NUM-PEDIDO            TO FD-NUM-PEDIDO-ITEM
         MOVE ZEROS                    TO FD-SEQ-ITEM
         MOVE SPACES                   TO WS-FIM-ARQ-ITEM
         START ARQ-ITEM-PED            KEY IS NOT LESS FD-CHAVE-ITEM
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-ITEM
         END-START
         PERFORM UNTIL WS-FIM-ARQ-ITEM EQUAL 'S'
            READ ARQ-ITEM-PED NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-ITEM
            END-READ
            IF WS-FIM-ARQ-ITEM         NOT EQUAL 'S'
               IF FD-NUM-PEDIDO-ITEM   EQUAL FD-NUM-PEDIDO
                  ADD FD-QTD-ITEM      TO WS-ROM-ITENS-PED
               ELSE
                  MOVE 'S'             TO WS-FIM-ARQ-ITEM
               END-IF
            END-IF
         END-PERFORM
         IF WS-ROM-ITENS-PED           EQUAL ZEROS
            MOVE FD-QTD-PED            TO WS-ROM-ITENS-PED
         END-IF
         .
      *-----------------------------------------------------------------
       0209-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ABERTURA DE UM ROMANEIO - PEGA O AGRUPAMENTO DA       *
      *PRIMEIRA PARADA AINDA SEM ROMANEIO, NUMERA O ROMANEIO PELO      *
      *NUMERADOR E IMPRIME O CABECALHO; SEM PARADAS PENDENTES ENCERRA  *
      *A MONTAGEM DAS ROTAS                                            *
      *----------------------------------------------------------------*
       0210-ABRIR-ROMANEIO.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-ROM-PROX-IX
         MOVE 1                        TO WS-ROM-IX
         PERFORM UNTIL WS-ROM-IX       GREATER WS-RPA-QTD
            OR WS-ROM-PROX-IX          GREATER ZEROS
            IF WS-RPA-ROMANEIO(WS-ROM-IX)
                                       EQUAL ZEROS
               MOVE WS-ROM-IX          TO WS-ROM-PROX-IX
            END-IF
            ADD 1                      TO WS-ROM-IX
         END-PERFORM

         IF WS-ROM-PROX-IX             EQUAL ZEROS
            MOVE 'S'                   TO WS-ROM-FIM-ROTA
         ELSE
            MOVE 'ROMANEIO'            TO WS-NUM-CHAVE
            PERFORM 0157-OBTER-PROXIMO-NUMERO
            IF WS-NUM-PROXIMO          EQUAL ZEROS
               MOVE 'Y'                TO WS-ROM-FATAL
               MOVE 'S'                TO WS-ROM-FIM-ROTA
            ELSE
               MOVE WS-NUM-PROXIMO     TO WS-ROM-NUMERO
               MOVE WS-RPA-AGRUP(WS-ROM-PROX-IX)
                                       TO WS-ROM-AGRUP-ATUAL
               MOVE ZEROS              TO WS-ROM-SEQ
                                          WS-ROM-TOT-PARADAS
                                          WS-ROM-TOT-ITENS
                                          WS-ROM-TOT-VALOR
               MOVE WS-ROM-DEP-LAT     TO WS-ROM-POS-LAT
               MOVE WS-ROM-DEP-LON     TO WS-ROM-POS-LON
               MOVE 'S'                TO WS-ROM-ABERTO
               ADD 1                   TO ACU-ROM-ROMANEIOS

               MOVE SPACES             TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE WS-TRACO-080       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE WS-ROM-NUMERO      TO WS-TIT-MASC
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               IF WS-ROM-AGRUPAR       EQUAL 'U'
                  STRING 'ROMANEIO '   WS-TIT-MASC
                         ' - UF '      WS-ROM-AGRUP-ATUAL(1:2)
                         DELIMITED BY SIZE
                                       INTO WS-LINHA-REL-TITULO
               ELSE
                  MOVE WS-ROM-AGRUP-ATUAL
                                       TO FD-COD-MUNICIPIO
                  MOVE 1               TO WS-ACHOU
                  READ ARQ-MUNICIPIO   INVALID KEY
                       MOVE ZEROS      TO WS-ACHOU
                  END-READ
                  IF WS-ACHOU          EQUAL ZEROS
                     MOVE SPACES       TO FD-NOME-MUNICIPIO
                                          FD-UF-MUNICIPIO
                  END-IF
                  STRING 'ROMANEIO '   WS-TIT-MASC
                         ' - MUNICIPIO '
                         WS-ROM-AGRUP-ATUAL
                         ' '           FD-NOME-MUNICIPIO
                         ' '           FD-UF-MUNICIPIO
                         DELIMITED BY SIZE
                                       INTO WS-LINHA-REL-TITULO
               END-IF
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE WS-ROM-DEP-LAT     TO WS-LATI-LONG-MASC
               MOVE WS-ROM-DEP-LON     TO WS-ROM-LON-MASC
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               STRING 'SAIDA DO DEPOSITO - LATITUDE '
                      WS-LATI-LONG-MASC
                      '  LONGITUDE '   WS-ROM-LON-MASC
                      DELIMITED BY SIZE
                                       INTO WS-LINHA-REL-TITULO
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE SPACES             TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE 'SEQ  CLIENTE RAZAO SOCIAL              ENDERECO'
                                       TO WS-LINHA-REL-TITULO
               MOVE 'NUMERO PED   ITENS        VALOR'
                                       TO WS-LINHA-REL-TITULO(65:31)
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0210-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BUSCA DA PROXIMA PARADA - A PARADA SEM ROMANEIO DO    *
      *AGRUPAMENTO ATUAL MAIS PROXIMA DA ULTIMA POSICAO DA ROTA        *
      *(DEVOLVE ZEROS EM WS-ROM-PROX-IX QUANDO NAO HA MAIS PARADAS)    *
      *----------------------------------------------------------------*
       0211-LOCALIZAR-PROX-PARADA.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-ROM-PROX-IX
                                          WS-DIST-MENOR
         MOVE 1                        TO WS-ROM-IX
         PERFORM UNTIL WS-ROM-IX       GREATER WS-RPA-QTD
            IF WS-RPA-ROMANEIO(WS-ROM-IX)
                                       EQUAL ZEROS
               AND WS-RPA-AGRUP(WS-ROM-IX)
                                       EQUAL WS-ROM-AGRUP-ATUAL
               COMPUTE WS-DELTA-LAT    =
                       WS-RPA-LAT(WS-ROM-IX) - WS-ROM-POS-LAT
               COMPUTE WS-DELTA-LON    =
                       WS-RPA-LON(WS-ROM-IX) - WS-ROM-POS-LON
               COMPUTE WS-DIST-ATUAL   =
                       (WS-DELTA-LAT * WS-DELTA-LAT) +
                       (WS-DELTA-LON * WS-DELTA-LON)
               IF WS-ROM-PROX-IX       EQUAL ZEROS
                  OR WS-DIST-ATUAL     LESS WS-DIST-MENOR
                  MOVE WS-DIST-ATUAL   TO WS-DIST-MENOR
                  MOVE WS-ROM-IX       TO WS-ROM-PROX-IX
               END-IF
            END-IF
            ADD 1                      TO WS-ROM-IX
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0211-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE REGISTRO DA PARADA WS-ROM-PROX-IX NO ROMANEIO ABERTO -*
      *DA A SEQUENCIA NA ROTA, IMPRIME A PARADA COM OS PEDIDOS E O     *
      *QUADRO DE ENTREGA E GRAVA CADA PEDIDO NO ARQ-ROMANEIO PENDENTE  *
      *----------------------------------------------------------------*
       0212-REGISTRAR-PARADA-ROM.
      *-----------------------------------------------------------------

         ADD 1                         TO WS-ROM-SEQ
         MOVE WS-ROM-NUMERO
                                    TO WS-RPA-ROMANEIO(WS-ROM-PROX-IX)
         MOVE WS-ROM-SEQ               TO WS-RPA-SEQ(WS-ROM-PROX-IX)
         MOVE WS-RPA-LAT(WS-ROM-PROX-IX)
                                       TO WS-ROM-POS-LAT
         MOVE WS-RPA-LON(WS-ROM-PROX-IX)
                                       TO WS-ROM-POS-LON
         ADD 1                         TO WS-ROM-TOT-PARADAS
         ADD WS-RPA-ITENS(WS-ROM-PROX-IX)
                                       TO WS-ROM-TOT-ITENS
         ADD WS-RPA-VALOR(WS-ROM-PROX-IX)
                                       TO WS-ROM-TOT-VALOR

         MOVE WS-RPA-CLIENTE(WS-ROM-PROX-IX)
                                       TO FD-COD-CLIENTE
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            MOVE SPACES                TO FD-RAZAO-SOCIAL
                                          FD-LOGRADOURO-CLI
                                          FD-NUMERO-CLI
         END-IF
         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-ROM-SEQ               TO WS-REL-ROM-SEQ
         MOVE FD-COD-CLIENTE           TO WS-REL-ROM-CLIENTE
         MOVE FD-RAZAO-SOCIAL          TO WS-REL-ROM-RAZAO
         MOVE FD-LOGRADOURO-CLI        TO WS-REL-ROM-LOGRADOURO
         MOVE FD-NUMERO-CLI            TO WS-REL-ROM-NUMERO
         MOVE WS-RPA-PEDIDOS(WS-ROM-PROX-IX)
                                       TO WS-REL-ROM-PEDIDOS
         MOVE WS-RPA-ITENS(WS-ROM-PROX-IX)
                                       TO WS-REL-ROM-ITENS
         MOVE WS-RPA-VALOR(WS-ROM-PROX-IX)
                                       TO WS-REL-ROM-VALOR
         MOVE WS-LINHA-REL-ROMANEIO    TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE 1                        TO WS-ROM-JX
         PERFORM UNTIL WS-ROM-JX       GREATER WS-RPE-QTD
            IF WS-RPE-PARADA(WS-ROM-JX)
                                       EQUAL WS-ROM-PROX-IX
               MOVE WS-RPE-PEDIDO(WS-ROM-JX)
                                       TO FD-NUM-PEDIDO-ROM
               MOVE 1                  TO WS-ACHOU
               READ ARQ-ROMANEIO       INVALID KEY
                    MOVE ZEROS         TO WS-ACHOU
               END-READ
               MOVE WS-ROM-NUMERO      TO FD-NUM-ROMANEIO
               MOVE WS-ROM-SEQ         TO FD-SEQ-PARADA-ROM
               MOVE WS-RPE-PEDIDO(WS-ROM-JX)
                                       TO FD-PEDIDO-PARADA-ROM
               MOVE FD-COD-CLIENTE     TO FD-COD-CLIENTE-ROM
               MOVE WS-ROM-AGRUP-ATUAL TO FD-AGRUPAMENTO-ROM
               MOVE WS-DATA-COMPLETA   TO FD-DATA-ROM
               MOVE WS-RPE-VALOR(WS-ROM-JX)
                                       TO FD-VLR-PEDIDO-ROM
               MOVE WS-RPE-ITENS(WS-ROM-JX)
                                       TO FD-QTD-ITENS-ROM
               MOVE 'P'                TO FD-STATUS-ROM
               MOVE SPACES             TO FD-MOTIVO-ROM
               MOVE ZEROS              TO FD-DATA-RETORNO-ROM
               MOVE WS-USU-LOGADO      TO FD-OPERADOR-ROM
               ACCEPT WS-HORA-AUX      FROM TIME
               MOVE WS-DATA-COMPLETA   TO FD-DATA-MANUT-ROM
               MOVE WS-HORA-AUX(1:6)   TO FD-HORA-MANUT-ROM
               IF WS-ACHOU             EQUAL ZEROS
                  WRITE REG-ROMANEIO
               ELSE
                  REWRITE REG-ROMANEIO
               END-IF
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0206-TESTAR-ARQROMANEIO
               IF WS-FS-ACESSO-ROM     EQUAL ZEROS
                  ADD 1                TO ACU-ROM-PEDIDOS
               ELSE
                  MOVE 'ROMANEIO'      TO WS-OPERACAO
                  MOVE WS-FS-ACESSO-ROM
                                       TO WS-LOG-FILE-STATUS
                  MOVE FD-NUM-PEDIDO-ROM
                                       TO WS-LOG-CHAVE
                  MOVE 'FALHA NA GRAVACAO DO PEDIDO NO ROMANEIO'
                                       TO WS-LOG-MENSAGEM
                  PERFORM 0029-REGISTRAR-LOG-ERRO
                  MOVE 'Y'             TO WS-ROM-FATAL
               END-IF
               MOVE WS-RPE-PEDIDO(WS-ROM-JX)
                                       TO WS-REL-RPD-PEDIDO
               MOVE WS-RPE-DATA(WS-ROM-JX)
                                       TO WS-REL-RPD-DATA
               MOVE WS-RPE-ITENS(WS-ROM-JX)
                                       TO WS-REL-RPD-ITENS
               MOVE WS-RPE-VALOR(WS-ROM-JX)
                                       TO WS-REL-RPD-VALOR
               MOVE WS-LINHA-REL-ROM-PED
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
            END-IF
            ADD 1                      TO WS-ROM-JX
         END-PERFORM

         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING '      ENTREGA: (  ) SIM  (  ) NAO   MOTIVO: '
                '______________________________'
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0212-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE FECHAMENTO DO ROMANEIO ABERTO - IMPRIME OS TOTAIS DE  *
      *PARADAS, ITENS E VALOR DO CAMINHAO                              *
      *----------------------------------------------------------------*
       0213-FECHAR-ROMANEIO.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-ROM-TOT-PARADAS       TO WS-ROM-QTD-MASC
         MOVE WS-ROM-TOT-ITENS         TO WS-ROM-ITENS-MASC
         MOVE WS-ROM-TOT-VALOR         TO WS-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'TOTAL DO ROMANEIO - PARADAS: '
                WS-ROM-QTD-MASC
                '  ITENS: '            WS-ROM-ITENS-MASC
                '  VALOR: '            WS-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'N'                      TO WS-ROM-ABERTO
         .
      *-----------------------------------------------------------------
       0213-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE RETORNO DOS ROMANEIOS (JOB ENTREGAS) - CADA LINHA     *
      *TRAZ ROMANEIO(7), PARADA(3), CODIGO (E=ENTREGUE N=NAO ENTREGUE) *
      *E MOTIVO(30); OS PEDIDOS DAS PARADAS ENTREGUES PASSAM A E EM    *
      *LOTE E O RELATORIO (TIPO ENT) LISTA AS PARADAS NAO ENTREGUES E  *
      *AS LINHAS COM ERRO, QUE TAMBEM VAO PARA O ARQ-REJEITADOS        *
      *----------------------------------------------------------------*
       0214-PROCESSAR-RET-ENTREGA.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-ENT-FATAL
         MOVE SPACES                   TO WS-FIM-ARQ-RET-ENTREGA
         INITIALIZE                    ACU-ENT-LIDOS
                                       ACU-ENT-ENTREGUES
                                       ACU-ENT-NAO-ENTREGUES
                                       ACU-ENT-EXCECOES

         OPEN INPUT ARQ-RET-ENTREGA
         MOVE WS-ABERTURA              TO WS-OPERACAO
         PERFORM 0215-TESTAR-ARQ-RET-ENTREGA

         IF WS-FS-RET-ENTREGA          EQUAL ZEROS
            MOVE 'ENT'                 TO WS-REL-TIPO
            PERFORM 0106-ABRIR-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'RETORNO DOS ROMANEIOS - NAO ENTREGUES E EXCECOES'
                   '  -  DATA: '       WS-DATA-SISTEMA
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'ARQUIVO: '         WS-END-ARQUI
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE 'ROMANEIO  PAR   PEDIDO  CLIENTE  MOTIVO'
                                       TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO

            PERFORM UNTIL WS-FIM-ARQ-RET-ENTREGA EQUAL 'S'
               INITIALIZE              WS-AREA-RET-ENTREGA
               READ ARQ-RET-ENTREGA    INTO WS-AREA-RET-ENTREGA
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 0215-TESTAR-ARQ-RET-ENTREGA
               IF WS-FS-RET-ENTREGA    EQUAL ZEROS
                  ADD 1                TO ACU-ENT-LIDOS
                  PERFORM 0216-BAIXAR-PARADA-ENTREGA
               ELSE
                  MOVE 'S'             TO WS-FIM-ARQ-RET-ENTREGA
               END-IF
            END-PERFORM
            CLOSE ARQ-RET-ENTREGA

            MOVE SPACES                TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-ENT-LIDOS         TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'PARADAS LIDAS........: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-ENT-ENTREGUES     TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'PEDIDOS ENTREGUES....: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-ENT-NAO-ENTREGUES TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'PEDIDOS NAO ENTREGUES: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE ACU-ENT-EXCECOES      TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'EXCECOES.............: '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            PERFORM 0108-FECHAR-RELATORIO
         END-IF
         .
      *-----------------------------------------------------------------
       0214-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0215-TESTAR-ARQ-RET-ENTREGA.
      *-----------------------------------------------------------------

           IF (WS-FS-RET-ENTREGA           NOT EQUAL ZEROS AND '10')
             MOVE WS-FS-RET-ENTREGA        TO WS-LOG-FILE-STATUS
             MOVE WS-ENT-ROMANEIO          TO WS-LOG-CHAVE
             MOVE 'ERRO NO ARQUIVO DE RETORNO DOS ROMANEIOS'
                                           TO WS-LOG-MENSAGEM
             PERFORM 0029-REGISTRAR-LOG-ERRO
             MOVE 'Y'                      TO WS-ENT-FATAL
             IF WS-MODO-BATCH              EQUAL 'S'
               MOVE 'S'                    TO WS-BATCH-ERRO
             END-IF
           END-IF

           IF (WS-FS-RET-ENTREGA       EQUAL '10')
             MOVE 'S'                  TO WS-FIM-ARQ-RET-ENTREGA
           END-IF.
      *-----------------------------------------------------------------
       0215-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BAIXA DE UMA PARADA DO RETORNO - CRITICA A LINHA E    *
      *APLICA O CODIGO DE ENTREGA A TODOS OS PEDIDOS DA PARADA NO      *
      *ARQ-ROMANEIO; PARADA INEXISTENTE VAI PARA AS EXCECOES           *
      *----------------------------------------------------------------*
       0216-BAIXAR-PARADA-ENTREGA.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-ROM-MOTIVO
         MOVE FUNCTION UPPER-CASE(WS-ENT-CODIGO)
                                       TO WS-ENT-CODIGO
         EVALUATE TRUE
            WHEN WS-ENT-ROMANEIO       NOT NUMERIC
              OR WS-ENT-PARADA         NOT NUMERIC
               MOVE 'LINHA INVALIDA NO RETORNO DO ROMANEIO'
                                       TO WS-ROM-MOTIVO
            WHEN WS-ENT-CODIGO         NOT EQUAL 'E'
             AND WS-ENT-CODIGO         NOT EQUAL 'N'
               MOVE 'CODIGO DE ENTREGA INVALIDO (E/N)'
                                       TO WS-ROM-MOTIVO
            WHEN OTHER
               MOVE ZEROS              TO WS-ENT-ACHADOS
               MOVE WS-ENT-ROMANEIO    TO FD-NUM-ROMANEIO
               MOVE WS-ENT-PARADA      TO FD-SEQ-PARADA-ROM
               MOVE ZEROS              TO FD-PEDIDO-PARADA-ROM
               MOVE SPACES             TO WS-ENT-FIM
               START ARQ-ROMANEIO      KEY IS NOT LESS
                                       FD-CHAVE-PARADA-ROM
                     INVALID KEY
                     MOVE 'S'          TO WS-ENT-FIM
               END-START
               PERFORM UNTIL WS-ENT-FIM EQUAL 'S'
                  READ ARQ-ROMANEIO NEXT RECORD
                       AT END
                       MOVE 'S'        TO WS-ENT-FIM
                  END-READ
                  IF WS-ENT-FIM        NOT EQUAL 'S'
                     IF FD-NUM-ROMANEIO
                                       NOT EQUAL WS-ENT-ROMANEIO
                        OR FD-SEQ-PARADA-ROM
                                       NOT EQUAL WS-ENT-PARADA
                        MOVE 'S'       TO WS-ENT-FIM
                     ELSE
                        ADD 1          TO WS-ENT-ACHADOS
                        PERFORM 0217-BAIXAR-PEDIDO-ENTREGA
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-ENT-ACHADOS       EQUAL ZEROS
                  MOVE 'PARADA NAO ENCONTRADA NOS ROMANEIOS'
                                       TO WS-ROM-MOTIVO
               END-IF
         END-EVALUATE

         IF WS-ROM-MOTIVO              NOT EQUAL SPACES
            MOVE ZEROS                 TO FD-NUM-PEDIDO-ROM
                                          FD-COD-CLIENTE-ROM
            PERFORM 0218-IMPRIMIR-EXCECAO-ENTREGA
            ADD 1                      TO ACU-ENT-EXCECOES
            MOVE SPACES                TO WS-REJ-CHAVE
            STRING 'ENTREGA '          FD-ARQ-RET-ENTREGA(1:10)
                   DELIMITED BY SIZE   INTO WS-REJ-CHAVE
            MOVE WS-ROM-MOTIVO         TO WS-REJ-MOTIVO
            PERFORM 0036-REGISTRAR-REJEITADO
         END-IF
         .
      *-----------------------------------------------------------------
       0216-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BAIXA DE UM PEDIDO DA PARADA EM REG-ROMANEIO -        *
      *ENTREGUE PASSA O PEDIDO FATURADO A E; NAO ENTREGUE FICA         *
      *FATURADO PARA O PROXIMO ROMANEIO E VAI PARA O RELATORIO COM O   *
      *MOTIVO                                                          *
      *----------------------------------------------------------------*
       0217-BAIXAR-PEDIDO-ENTREGA.
      *-----------------------------------------------------------------

         IF FD-STATUS-ROM              NOT EQUAL 'P'
            MOVE 'PARADA JA BAIXADA NO ROMANEIO'
                                       TO WS-ROM-MOTIVO
            PERFORM 0218-IMPRIMIR-EXCECAO-ENTREGA
            ADD 1                      TO ACU-ENT-EXCECOES
            MOVE SPACES                TO WS-ROM-MOTIVO
         ELSE
            IF WS-ENT-CODIGO           EQUAL 'E'
               MOVE FD-NUM-PEDIDO-ROM  TO FD-NUM-PEDIDO
               MOVE 1                  TO WS-ACHOU
               READ ARQ-PEDIDO         INVALID KEY
                    MOVE ZEROS         TO WS-ACHOU
               END-READ
               EVALUATE TRUE
                  WHEN WS-ACHOU        EQUAL ZEROS
                     MOVE 'PEDIDO NAO ENCONTRADO'
                                       TO WS-ROM-MOTIVO
                  WHEN FD-STATUS-PED   NOT EQUAL 'F'
                     MOVE 'PEDIDO NAO ESTA FATURADO (F)'
                                       TO WS-ROM-MOTIVO
                  WHEN OTHER
                     MOVE 'E'          TO FD-STATUS-PED
                     REWRITE REG-PEDIDO
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 0039-TESTAR-ARQPEDIDO
                     IF WS-FS-ACESSO-PED
                                       NOT EQUAL ZEROS
                        MOVE 'FALHA NA GRAVACAO DO PEDIDO'
                                       TO WS-ROM-MOTIVO
                     END-IF
               END-EVALUATE
               IF WS-ROM-MOTIVO        EQUAL SPACES
                  MOVE 'E'             TO FD-STATUS-ROM
                  MOVE SPACES          TO FD-MOTIVO-ROM
                  ADD 1                TO ACU-ENT-ENTREGUES
               ELSE
                  PERFORM 0218-IMPRIMIR-EXCECAO-ENTREGA
                  ADD 1                TO ACU-ENT-EXCECOES
                  MOVE SPACES          TO WS-ROM-MOTIVO
               END-IF
            ELSE
               MOVE 'N'                TO FD-STATUS-ROM
               MOVE WS-ENT-MOTIVO      TO FD-MOTIVO-ROM
               IF FD-MOTIVO-ROM        EQUAL SPACES
                  MOVE 'MOTIVO NAO INFORMADO'
                                       TO FD-MOTIVO-ROM
               END-IF
               MOVE FD-MOTIVO-ROM      TO WS-ROM-MOTIVO
               PERFORM 0218-IMPRIMIR-EXCECAO-ENTREGA
               MOVE SPACES             TO WS-ROM-MOTIVO
               ADD 1                   TO ACU-ENT-NAO-ENTREGUES
            END-IF
            IF FD-STATUS-ROM           NOT EQUAL 'P'
               MOVE WS-DATA-COMPLETA   TO FD-DATA-RETORNO-ROM
               MOVE WS-USU-LOGADO      TO FD-OPERADOR-ROM
               ACCEPT WS-HORA-AUX      FROM TIME
               MOVE WS-DATA-COMPLETA   TO FD-DATA-MANUT-ROM
               MOVE WS-HORA-AUX(1:6)   TO FD-HORA-MANUT-ROM
               REWRITE REG-ROMANEIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0206-TESTAR-ARQROMANEIO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0217-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DE UMA LINHA DO RELATORIO DE RETORNO DOS    *
      *ROMANEIOS COM O MOTIVO EM WS-ROM-MOTIVO                         *
      *----------------------------------------------------------------*
       0218-IMPRIMIR-EXCECAO-ENTREGA.
      *-----------------------------------------------------------------

         IF WS-ENT-ROMANEIO            NUMERIC
            MOVE WS-ENT-ROMANEIO       TO WS-REL-ENT-ROMANEIO
         ELSE
            MOVE ZEROS                 TO WS-REL-ENT-ROMANEIO
         END-IF
         IF WS-ENT-PARADA              NUMERIC
            MOVE WS-ENT-PARADA         TO WS-REL-ENT-PARADA
         ELSE
            MOVE ZEROS                 TO WS-REL-ENT-PARADA
         END-IF
         MOVE FD-NUM-PEDIDO-ROM        TO WS-REL-ENT-PEDIDO
         MOVE FD-COD-CLIENTE-ROM       TO WS-REL-ENT-CLIENTE
         MOVE WS-ROM-MOTIVO            TO WS-REL-ENT-MOTIVO
         MOVE WS-LINHA-REL-ENTREGA     TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0218-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0219-ABRIR-ARQACESSO.
      *-----------------------------------------------------------------

           OPEN EXTEND ARQ-LOG-ACESSO
           IF WS-FS-LOG-ACESSO          EQUAL '35'
              OPEN OUTPUT ARQ-LOG-ACESSO
           END-IF
           IF WS-FS-LOG-ACESSO NOT EQUAL ZEROS AND '35'
              IF WS-MODO-BATCH          EQUAL 'S'
                 MOVE 'S'               TO WS-BATCH-ERRO
              ELSE
                 DISPLAY WS-FS-LOG-ACESSO
                                       AT 2320
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       0219-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE REGISTRO NO LOG DE ACESSO - GRAVA DATA, HORA, CONTA,  *
      *EVENTO (LOGIN-OK, LOGIN-FALHA, BLOQUEIO, LOGOUT, TROCA-SENHA,   *
      *RESET-SENHA, DESBLOQUEIO, SENHA-HASH) E A MENSAGEM              *
      *----------------------------------------------------------------*
       0220-REGISTRAR-ACESSO.
      *-----------------------------------------------------------------

         ACCEPT WS-HORA-AUX            FROM TIME
         MOVE WS-DATA-COMPLETA         TO FD-ACE-DATA
         MOVE WS-HORA-AUX(1:6)         TO FD-ACE-HORA
         MOVE WS-ACE-USUARIO           TO FD-ACE-USUARIO
         MOVE WS-ACE-EVENTO            TO FD-ACE-EVENTO
         MOVE WS-ACE-MENSAGEM          TO FD-ACE-MENSAGEM
         WRITE FD-REG-LOG-ACESSO
         IF WS-FS-LOG-ACESSO NOT EQUAL ZEROS
            IF WS-MODO-BATCH           EQUAL 'S'
               MOVE 'S'                TO WS-BATCH-ERRO
            ELSE
               DISPLAY WS-FS-LOG-ACESSO
                                     AT 2320
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0220-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CALCULO DO HASH DA SENHA - MISTURA CODIGO DO USUARIO, *
      *SENHA E SAL EM DOIS ACUMULADORES MODULO PRIMO, EM TRES PASSADAS,*
      *E DEVOLVE 18 DIGITOS EM WS-SEG-HASH; A SENHA ABERTA E LIMPA DA  *
      *AREA DE TRABALHO AO FINAL                                       *
      *----------------------------------------------------------------*
       0221-CALCULAR-HASH-SENHA.
      *-----------------------------------------------------------------

         MOVE 5381                     TO WS-SEG-H1
         MOVE 52711                    TO WS-SEG-H2
         MOVE 1                        TO WS-SEG-RODADA
         PERFORM UNTIL WS-SEG-RODADA   GREATER 3
            MOVE 1                     TO WS-SEG-IX
            PERFORM UNTIL WS-SEG-IX    GREATER 24
               COMPUTE WS-SEG-CARACTER =
                       FUNCTION ORD(WS-SEG-TEXTO(WS-SEG-IX:1))
               COMPUTE WS-SEG-PRODUTO  = (WS-SEG-H1 * 33)
                                       + WS-SEG-CARACTER
                                       + (WS-SEG-IX * WS-SEG-RODADA)
               DIVIDE WS-SEG-PRODUTO   BY 999999937
                      GIVING WS-SEG-QUOCIENTE
                      REMAINDER WS-SEG-H1
               COMPUTE WS-SEG-PRODUTO  = (WS-SEG-H2 * 131)
                                       + (WS-SEG-CARACTER * WS-SEG-IX)
                                       + WS-SEG-H1
               DIVIDE WS-SEG-PRODUTO   BY 999999929
                      GIVING WS-SEG-QUOCIENTE
                      REMAINDER WS-SEG-H2
               ADD 1                   TO WS-SEG-IX
            END-PERFORM
            ADD 1                      TO WS-SEG-RODADA
         END-PERFORM
         MOVE SPACES                   TO WS-SEG-TXT-SENHA
         .
      *-----------------------------------------------------------------
       0221-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CONVERSAO DAS SENHAS DO LAYOUT ANTIGO - USUARIO AINDA *
      *SEM HASH TEM A SENHA ABERTA TROCADA PELO HASH E LIMPA, COM TROCA*
      *OBRIGATORIA NO PROXIMO LOGIN; USUARIO SEM SENHA FICA BLOQUEADO  *
      *ATE O SUPERVISOR DEFINIR UMA                                    *
      *----------------------------------------------------------------*
       0222-CONVERTER-SENHAS-LEGADAS.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-USUARIO
         MOVE LOW-VALUES               TO FD-COD-USUARIO
         START ARQ-USUARIO             KEY IS NOT LESS FD-COD-USUARIO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-USUARIO
         END-START
         PERFORM UNTIL WS-FIM-ARQ-USUARIO EQUAL 'S'
            READ ARQ-USUARIO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-USUARIO
            END-READ
            IF WS-FIM-ARQ-USUARIO      NOT EQUAL 'S'
               AND (FD-HASH-SENHA-USU  EQUAL SPACES
                OR  FD-HASH-SENHA-USU  EQUAL LOW-VALUES)
               MOVE FD-COD-USUARIO     TO WS-ACE-USUARIO
               IF FD-SENHA-USUARIO     EQUAL SPACES
                                          OR LOW-VALUES
                  MOVE 'S'             TO FD-BLOQUEIO-USU
                  MOVE WS-DATA-COMPLETA
                                       TO FD-DATA-BLOQUEIO-USU
                  MOVE ZEROS           TO FD-DATA-SENHA-USU
                                          FD-FALHAS-USU
                  MOVE 'S'             TO FD-TROCA-SENHA-USU
                  MOVE 'BLOQUEIO'      TO WS-ACE-EVENTO
                  MOVE 'CONTA SEM SENHA CADASTRADA'
                                       TO WS-ACE-MENSAGEM
               ELSE
                  MOVE FD-SENHA-USUARIO
                                       TO WS-SEG-NOVA-SENHA
                  PERFORM 0225-DEFINIR-SENHA-USUARIO
                  MOVE 'SENHA-HASH'    TO WS-ACE-EVENTO
                  MOVE 'SENHA ABERTA CONVERTIDA PARA HASH'
                                       TO WS-ACE-MENSAGEM
               END-IF
               MOVE ZEROS              TO FD-DATA-ULT-ACESSO-USU
                                          FD-HORA-ULT-ACESSO-USU
               REWRITE REG-USUARIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0072-TESTAR-ARQUSUARIO
               IF WS-FS-ACESSO-USU     EQUAL ZEROS
                  PERFORM 0220-REGISTRAR-ACESSO
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0222-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE VALIDACAO DE UMA TENTATIVA DE LOGIN - CONTA BLOQUEADA *
      *E RECUSADA MESMO COM A SENHA CERTA; SENHA ERRADA SOMA FALHA E   *
      *BLOQUEIA AO ATINGIR SENHATENT; NO SUCESSO ZERA AS FALHAS, GRAVA *
      *O ULTIMO ACESSO E DEVOLVE EM WS-SEG-MOTIVO O MOTIVO DA TROCA    *
      *OBRIGATORIA DE SENHA (BRANCO QUANDO NAO HA)                     *
      *----------------------------------------------------------------*
       0223-VALIDAR-LOGIN.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-SEG-MOTIVO
                                          WS-SEG-HASH
         MOVE WS-LOGIN-COD             TO WS-ACE-USUARIO
         MOVE 1                        TO WS-ACHOU
         MOVE WS-LOGIN-COD             TO FD-COD-USUARIO
         READ ARQ-USUARIO              INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   NOT EQUAL ZEROS
            IF FD-FALHAS-USU           NOT NUMERIC
               MOVE ZEROS              TO FD-FALHAS-USU
            END-IF
            IF WS-LOGIN-SENHA          NOT EQUAL SPACES
               MOVE FD-COD-USUARIO     TO WS-SEG-TXT-COD
               MOVE WS-LOGIN-SENHA     TO WS-SEG-TXT-SENHA
               PERFORM 0221-CALCULAR-HASH-SENHA
            END-IF
         END-IF
         MOVE SPACES                   TO WS-LOGIN-SENHA

         EVALUATE TRUE
            WHEN WS-ACHOU              EQUAL ZEROS
               MOVE 'LOGIN-FALHA'      TO WS-ACE-EVENTO
               MOVE 'OPERADOR NAO CADASTRADO'
                                       TO WS-ACE-MENSAGEM
               PERFORM 0220-REGISTRAR-ACESSO
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "OPERADOR OU SENHA INVALIDOS!!!"
                                       AT 2320
            WHEN FD-BLOQUEIO-USU       EQUAL 'S'
               MOVE 'LOGIN-FALHA'      TO WS-ACE-EVENTO
               MOVE 'TENTATIVA EM CONTA BLOQUEADA'
                                       TO WS-ACE-MENSAGEM
               PERFORM 0220-REGISTRAR-ACESSO
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "CONTA BLOQUEADA - PROCURE O SUPERVISOR!!!"
                                       AT 2320
            WHEN WS-SEG-HASH           NOT EQUAL SPACES
             AND WS-SEG-HASH           EQUAL FD-HASH-SENHA-USU
               MOVE 'S'                TO WS-LOGIN-OK
               MOVE FD-COD-USUARIO     TO WS-USU-LOGADO
               MOVE FD-PERFIL-USUARIO  TO WS-USU-PERFIL
               MOVE FD-NOME-USUARIO    TO WS-USU-NOME
               EVALUATE TRUE
                  WHEN FD-TROCA-SENHA-USU
                                       EQUAL 'S'
                     MOVE 'TROCA DE SENHA OBRIGATORIA'
                                       TO WS-SEG-MOTIVO
                  WHEN WS-SEG-DIAS-SENHA
                                       EQUAL ZEROS
                     CONTINUE
                  WHEN FD-DATA-SENHA-USU
                                       NOT NUMERIC
                     MOVE 'SENHA EXPIRADA - INFORME UMA NOVA SENHA'
                                       TO WS-SEG-MOTIVO
                  WHEN FUNCTION TEST-DATE-YYYYMMDD(FD-DATA-SENHA-USU)
                                       NOT EQUAL ZEROS
                     MOVE 'SENHA EXPIRADA - INFORME UMA NOVA SENHA'
                                       TO WS-SEG-MOTIVO
                  WHEN OTHER
                     COMPUTE WS-SEG-DIAS =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA)
                      - FUNCTION INTEGER-OF-DATE(FD-DATA-SENHA-USU)
                     IF WS-SEG-DIAS    GREATER WS-SEG-DIAS-SENHA
                        MOVE 'SENHA EXPIRADA - INFORME UMA NOVA SENHA'
                                       TO WS-SEG-MOTIVO
                     END-IF
               END-EVALUATE
               ACCEPT WS-HORA-AUX      FROM TIME
               MOVE ZEROS              TO FD-FALHAS-USU
               MOVE WS-DATA-COMPLETA   TO FD-DATA-ULT-ACESSO-USU
               MOVE WS-HORA-AUX(1:6)   TO FD-HORA-ULT-ACESSO-USU
               REWRITE REG-USUARIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0072-TESTAR-ARQUSUARIO
               MOVE 'LOGIN-OK'         TO WS-ACE-EVENTO
               MOVE 'ACESSO LIBERADO'  TO WS-ACE-MENSAGEM
               PERFORM 0220-REGISTRAR-ACESSO
            WHEN OTHER
               IF FD-FALHAS-USU        LESS 99
                  ADD 1                TO FD-FALHAS-USU
               END-IF
               IF FD-FALHAS-USU        NOT LESS WS-SEG-MAX-FALHAS
                  MOVE 'S'             TO FD-BLOQUEIO-USU
                  MOVE WS-DATA-COMPLETA
                                       TO FD-DATA-BLOQUEIO-USU
               END-IF
               REWRITE REG-USUARIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0072-TESTAR-ARQUSUARIO
               MOVE 'LOGIN-FALHA'      TO WS-ACE-EVENTO
               MOVE 'SENHA INVALIDA'   TO WS-ACE-MENSAGEM
               PERFORM 0220-REGISTRAR-ACESSO
               DISPLAY WS-LINHA-BRANCO AT 2302
               IF FD-BLOQUEIO-USU      EQUAL 'S'
                  MOVE FD-FALHAS-USU   TO WS-SEG-FALHAS-MASC
                  MOVE 'BLOQUEIO'      TO WS-ACE-EVENTO
                  MOVE SPACES          TO WS-ACE-MENSAGEM
                  STRING 'CONTA BLOQUEADA APOS '
                         WS-SEG-FALHAS-MASC
                         ' FALHAS SEGUIDAS'
                         DELIMITED BY SIZE
                                       INTO WS-ACE-MENSAGEM
                  PERFORM 0220-REGISTRAR-ACESSO
                  DISPLAY "CONTA BLOQUEADA - PROCURE O SUPERVISOR!!!"
                                       AT 2320
               ELSE
                  DISPLAY "OPERADOR OU SENHA INVALIDOS!!!"
                                       AT 2320
               END-IF
         END-EVALUATE
         .
      *-----------------------------------------------------------------
       0223-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE TROCA OBRIGATORIA DE SENHA NO LOGIN - A NOVA SENHA    *
      *TEM NO MINIMO 6 POSICOES, E CONFIRMADA E DEVE SER DIFERENTE DA  *
      *ATUAL; SO SAI DA TELA COM A TROCA GRAVADA                       *
      *----------------------------------------------------------------*
       0224-TROCAR-SENHA.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-SEG-TROCA-OK
         PERFORM UNTIL WS-SEG-TROCA-OK EQUAL 'S'
            PERFORM 0010-LIMPAR-TELA
            DISPLAY WS-TELA-TROCA-SENHA
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY WS-SEG-MOTIVO      AT 2320
            INITIALIZE                 WS-SEG-NOVA-SENHA
                                       WS-SEG-CONF-SENHA
            ACCEPT SS-NOVA-SENHA
            ACCEPT SS-CONF-SENHA
            MOVE ZEROS                 TO WS-SEG-TAM
            MOVE 1                     TO WS-SEG-IX
            PERFORM UNTIL WS-SEG-IX    GREATER 10
               IF WS-SEG-NOVA-SENHA(WS-SEG-IX:1)
                                       NOT EQUAL SPACE
                  MOVE WS-SEG-IX       TO WS-SEG-TAM
               END-IF
               ADD 1                   TO WS-SEG-IX
            END-PERFORM
            MOVE FD-COD-USUARIO        TO WS-SEG-TXT-COD
            MOVE WS-SEG-NOVA-SENHA     TO WS-SEG-TXT-SENHA
            PERFORM 0221-CALCULAR-HASH-SENHA
            EVALUATE TRUE
               WHEN WS-SEG-TAM         LESS 6
                  MOVE 'A SENHA DEVE TER NO MINIMO 6 POSICOES'
                                       TO WS-SEG-MOTIVO
               WHEN WS-SEG-NOVA-SENHA  NOT EQUAL WS-SEG-CONF-SENHA
                  MOVE 'CONFIRMACAO DIFERENTE DA NOVA SENHA'
                                       TO WS-SEG-MOTIVO
               WHEN WS-SEG-HASH        EQUAL FD-HASH-SENHA-USU
                  MOVE 'A NOVA SENHA DEVE SER DIFERENTE DA ATUAL'
                                       TO WS-SEG-MOTIVO
               WHEN OTHER
                  PERFORM 0225-DEFINIR-SENHA-USUARIO
                  MOVE 'N'             TO FD-TROCA-SENHA-USU
                  REWRITE REG-USUARIO
                  MOVE WS-GRAVACAO     TO WS-OPERACAO
                  PERFORM 0072-TESTAR-ARQUSUARIO
                  IF WS-FS-ACESSO-USU  EQUAL ZEROS
                     MOVE FD-COD-USUARIO
                                       TO WS-ACE-USUARIO
                     MOVE 'TROCA-SENHA'
                                       TO WS-ACE-EVENTO
                     MOVE 'SENHA ALTERADA PELO PROPRIO OPERADOR'
                                       TO WS-ACE-MENSAGEM
                     PERFORM 0220-REGISTRAR-ACESSO
                  END-IF
                  MOVE 'S'             TO WS-SEG-TROCA-OK
            END-EVALUATE
         END-PERFORM
         MOVE SPACES                   TO WS-SEG-NOVA-SENHA
                                          WS-SEG-CONF-SENHA
                                          WS-SEG-MOTIVO
         PERFORM 0010-LIMPAR-TELA
         .
      *-----------------------------------------------------------------
       0224-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE DEFINICAO DA SENHA DO USUARIO EM REG-USUARIO - GRAVA O*
      *HASH DE WS-SEG-NOVA-SENHA, LIMPA A SENHA ABERTA, DATA A SENHA,  *
      *MARCA A TROCA OBRIGATORIA E LIBERA A CONTA                      *
      *----------------------------------------------------------------*
       0225-DEFINIR-SENHA-USUARIO.
      *-----------------------------------------------------------------

         MOVE FD-COD-USUARIO           TO WS-SEG-TXT-COD
         MOVE WS-SEG-NOVA-SENHA        TO WS-SEG-TXT-SENHA
         PERFORM 0221-CALCULAR-HASH-SENHA
         MOVE WS-SEG-HASH              TO FD-HASH-SENHA-USU
         MOVE SPACES                   TO FD-SENHA-USUARIO
                                          WS-SEG-NOVA-SENHA
                                          WS-SEG-CONF-SENHA
         MOVE WS-DATA-COMPLETA         TO FD-DATA-SENHA-USU
         MOVE 'S'                      TO FD-TROCA-SENHA-USU
         MOVE 'N'                      TO FD-BLOQUEIO-USU
         MOVE ZEROS                    TO FD-FALHAS-USU
                                          FD-DATA-BLOQUEIO-USU
         .
      *-----------------------------------------------------------------
       0225-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LIBERACAO DE CONTA BLOQUEADA PELO SUPERVISOR - ZERA AS*
      *FALHAS SEGUIDAS E REGISTRA O DESBLOQUEIO NO LOG DE ACESSO       *
      *----------------------------------------------------------------*
       0226-LIBERAR-USUARIO.
      *-----------------------------------------------------------------

         DISPLAY WS-LINHA-BRANCO       AT 2302
         IF FD-BLOQUEIO-USU            NOT EQUAL 'S'
            DISPLAY "USUARIO NAO ESTA BLOQUEADO!!!"
                                       AT 2320
         ELSE
            MOVE 'N'                   TO FD-BLOQUEIO-USU
            MOVE ZEROS                 TO FD-FALHAS-USU
                                          FD-DATA-BLOQUEIO-USU
            REWRITE REG-USUARIO
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0072-TESTAR-ARQUSUARIO
            IF WS-FS-ACESSO-USU        EQUAL ZEROS
               MOVE FD-COD-USUARIO     TO WS-ACE-USUARIO
               MOVE 'DESBLOQUEIO'      TO WS-ACE-EVENTO
               MOVE SPACES             TO WS-ACE-MENSAGEM
               STRING 'CONTA LIBERADA PELO SUPERVISOR '
                      WS-USU-LOGADO
                      DELIMITED BY SIZE
                                       INTO WS-ACE-MENSAGEM
               PERFORM 0220-REGISTRAR-ACESSO
               DISPLAY "USUARIO DESBLOQUEADO!!!"
                                       AT 2320
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0226-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE RELATORIO DE SEGURANCA DE ACESSO (TIPO SEG) - FALHAS  *
      *DE LOGIN E BLOQUEIOS DOS ULTIMOS 30 DIAS NO LOG DE ACESSO,      *
      *CONTAS BLOQUEADAS E USUARIOS SEM ACESSO HA MAIS DE USUINATIVO   *
      *DIAS (OU QUE NUNCA ACESSARAM)                                   *
      *----------------------------------------------------------------*
       0227-RELATORIO-SEGURANCA.
      *-----------------------------------------------------------------

         INITIALIZE                    ACU-SEG-FALHAS
                                       ACU-SEG-BLOQUEADOS
                                       ACU-SEG-INATIVOS
         COMPUTE WS-SEG-DATA-CORTE     = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA)
                  - WS-SEG-DIAS-FALHAS)

         MOVE 'SEG'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'SEGURANCA DE ACESSO  -  DATA: '
                WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-SEG-DIAS-FALHAS       TO WS-SEG-DIAS-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'FALHAS DE LOGIN E BLOQUEIOS - ULTIMOS '
                WS-SEG-DIAS-MASC       ' DIAS'
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0229-CABECALHO-REL-SEG
         PERFORM 0228-LISTAR-FALHAS-ACESSO

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE 'CONTAS BLOQUEADAS'      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0229-CABECALHO-REL-SEG
         MOVE 'B'                      TO WS-SEG-LISTA
         PERFORM 0230-LISTAR-USUARIOS-SEG

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-SEG-DIAS-INATIVO      TO WS-SEG-DIAS-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'USUARIOS INATIVOS - SEM ACESSO HA MAIS DE '
                WS-SEG-DIAS-MASC       ' DIAS'
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0229-CABECALHO-REL-SEG
         MOVE 'I'                      TO WS-SEG-LISTA
         PERFORM 0230-LISTAR-USUARIOS-SEG

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SEG-FALHAS           TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'FALHAS E BLOQUEIOS NO PERIODO: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SEG-BLOQUEADOS       TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'CONTAS BLOQUEADAS............: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SEG-INATIVOS         TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'USUARIOS INATIVOS............: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0108-FECHAR-RELATORIO

         IF WS-MODO-BATCH              EQUAL 'N'
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY 'CONTAS BLOQUEADAS: '
                                       AT 2302
            DISPLAY ACU-SEG-BLOQUEADOS AT 2321
            DISPLAY 'INATIVOS: '       AT 2332
            DISPLAY ACU-SEG-INATIVOS   AT 2342
         END-IF
         .
      *-----------------------------------------------------------------
       0227-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LEITURA DO LOG DE ACESSO PARA O RELATORIO DE          *
      *SEGURANCA - LISTA AS FALHAS DE LOGIN E OS BLOQUEIOS A PARTIR DA *
      *DATA DE CORTE E REABRE O LOG PARA NOVAS GRAVACOES               *
      *----------------------------------------------------------------*
       0228-LISTAR-FALHAS-ACESSO.
      *-----------------------------------------------------------------

         CLOSE ARQ-LOG-ACESSO
         OPEN INPUT ARQ-LOG-ACESSO
         IF WS-FS-LOG-ACESSO           EQUAL ZEROS
            MOVE SPACES                TO WS-FIM-ARQ-LOG-ACESSO
            PERFORM UNTIL WS-FIM-ARQ-LOG-ACESSO EQUAL 'S'
               READ ARQ-LOG-ACESSO
                    AT END
                    MOVE 'S'           TO WS-FIM-ARQ-LOG-ACESSO
               END-READ
               IF WS-FIM-ARQ-LOG-ACESSO
                                       NOT EQUAL 'S'
                  AND FD-ACE-DATA      NOT LESS WS-SEG-DATA-CORTE
                  AND (FD-ACE-EVENTO   EQUAL 'LOGIN-FALHA'
                   OR  FD-ACE-EVENTO   EQUAL 'BLOQUEIO')
                  MOVE SPACES          TO WS-LINHA-REL-SEGURANCA
                  MOVE FD-ACE-DATA     TO WS-REL-SEG-DATA
                  MOVE FD-ACE-HORA     TO WS-REL-SEG-HORA
                  MOVE FD-ACE-USUARIO  TO WS-REL-SEG-USUARIO
                  IF FD-ACE-USUARIO    IS NUMERIC
                     MOVE FD-ACE-USUARIO
                                       TO FD-COD-USUARIO
                     READ ARQ-USUARIO  INVALID KEY
                          MOVE SPACES  TO FD-NOME-USUARIO
                     END-READ
                     MOVE FD-NOME-USUARIO
                                       TO WS-REL-SEG-NOME
                  END-IF
                  MOVE FD-ACE-EVENTO   TO WS-REL-SEG-EVENTO
                  MOVE FD-ACE-MENSAGEM TO WS-REL-SEG-INFO
                  MOVE WS-LINHA-REL-SEGURANCA
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  ADD 1                TO ACU-SEG-FALHAS
               END-IF
            END-PERFORM
            CLOSE ARQ-LOG-ACESSO
         END-IF
         PERFORM 0219-ABRIR-ARQACESSO
         .
      *-----------------------------------------------------------------
       0228-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0229-CABECALHO-REL-SEG.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO FD-REG-RELATORIO
         MOVE 'DATA      HORA    CONTA  NOME'
                                       TO FD-REG-RELATORIO(1:29)
         MOVE 'EVENTO        INFORMACAO'
                                       TO FD-REG-RELATORIO(57:24)
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0229-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LISTAGEM DE USUARIOS NO RELATORIO DE SEGURANCA -      *
      *WS-SEG-LISTA = B LISTA AS CONTAS BLOQUEADAS E = I OS USUARIOS   *
      *SEM ACESSO HA MAIS DE USUINATIVO DIAS                           *
      *----------------------------------------------------------------*
       0230-LISTAR-USUARIOS-SEG.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-USUARIO
         MOVE LOW-VALUES               TO FD-COD-USUARIO
         START ARQ-USUARIO             KEY IS NOT LESS FD-COD-USUARIO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-USUARIO
         END-START
         PERFORM UNTIL WS-FIM-ARQ-USUARIO EQUAL 'S'
            READ ARQ-USUARIO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-USUARIO
            END-READ
            IF WS-FIM-ARQ-USUARIO      NOT EQUAL 'S'
               MOVE SPACES             TO WS-LINHA-REL-SEGURANCA
               MOVE FD-COD-USUARIO     TO WS-REL-SEG-USUARIO
               MOVE FD-NOME-USUARIO    TO WS-REL-SEG-NOME
               MOVE SPACES             TO WS-REL-SEG-EVENTO
               STRING 'PERFIL '        FD-PERFIL-USUARIO
                      DELIMITED BY SIZE
                                       INTO WS-REL-SEG-EVENTO
               IF WS-SEG-LISTA         EQUAL 'B'
                  IF FD-BLOQUEIO-USU   EQUAL 'S'
                     IF FD-DATA-BLOQUEIO-USU
                                       IS NUMERIC
                        MOVE FD-DATA-BLOQUEIO-USU
                                       TO WS-REL-SEG-DATA
                     END-IF
                     IF FD-FALHAS-USU  IS NUMERIC
                        MOVE FD-FALHAS-USU
                                       TO WS-SEG-FALHAS-MASC
                     ELSE
                        MOVE ZEROS     TO WS-SEG-FALHAS-MASC
                     END-IF
                     STRING 'FALHAS SEGUIDAS: '
                            WS-SEG-FALHAS-MASC
                            DELIMITED BY SIZE
                                       INTO WS-REL-SEG-INFO
                     MOVE WS-LINHA-REL-SEGURANCA
                                       TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                     ADD 1             TO ACU-SEG-BLOQUEADOS
                  END-IF
               ELSE
                  MOVE ZEROS           TO WS-SEG-DIAS
                  IF FD-DATA-ULT-ACESSO-USU
                                       IS NUMERIC
                     AND FD-DATA-ULT-ACESSO-USU
                                       GREATER ZEROS
                     AND FUNCTION TEST-DATE-YYYYMMDD
                         (FD-DATA-ULT-ACESSO-USU) EQUAL ZEROS
                     COMPUTE WS-SEG-DIAS =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA)
                      - FUNCTION INTEGER-OF-DATE(FD-DATA-ULT-ACESSO-USU)
                     IF WS-SEG-DIAS    GREATER WS-SEG-DIAS-INATIVO
                        MOVE FD-DATA-ULT-ACESSO-USU
                                       TO WS-REL-SEG-DATA
                        MOVE FD-HORA-ULT-ACESSO-USU
                                       TO WS-REL-SEG-HORA
                        MOVE WS-SEG-DIAS
                                       TO WS-SEG-DIAS-MASC
                        STRING 'SEM ACESSO HA '
                               WS-SEG-DIAS-MASC
                               ' DIAS'
                               DELIMITED BY SIZE
                                       INTO WS-REL-SEG-INFO
                     END-IF
                  ELSE
                     MOVE 'NUNCA ACESSOU'
                                       TO WS-REL-SEG-INFO
                  END-IF
                  IF WS-REL-SEG-INFO   NOT EQUAL SPACES
                     MOVE WS-LINHA-REL-SEGURANCA
                                       TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                     ADD 1             TO ACU-SEG-INATIVOS
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0230-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DA SITUACAO CADASTRAL NA RECEITA (JOB RECEITA) - CARREGA *
      *O ARQUIVO DA RECEITA/BUREAU (TIPO J=CNPJ F=CPF, DOCUMENTO(14),  *
      *SITUACAO(1), DATA DA CONSULTA(8)) NOS MESTRES DE CLIENTES E     *
      *VENDEDORES, GERA O ARQUIVO CONSRF.<AAAAMMDD> COM OS DOCUMENTOS  *
      *NAO CONSULTADOS HA RFDIAS DIAS E EMITE O RELATORIO (TIPO RFB)   *
      *DOS IRREGULARES COM A CARTEIRA E OS PEDIDOS EM ABERTO           *
      *----------------------------------------------------------------*
       0231-PROCESSAR-SITUACAO-RF.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-SRF-FATAL
         MOVE SPACES                   TO WS-NOME-CONSULTA-RF
         INITIALIZE                    ACU-SRF-LIDOS
                                       ACU-SRF-ATUALIZADOS
                                       ACU-SRF-REJEITADOS
                                       ACU-SRF-CLI-IRREG
                                       ACU-SRF-VEN-IRREG
                                       ACU-SRF-PED-ABERTOS
                                       ACU-SRF-PENDENTES
         COMPUTE WS-SRF-DATA-CORTE     = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA)
                  - WS-SRF-DIAS-CONSULTA)

         MOVE 'RFB'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'SITUACAO CADASTRAL NA RECEITA - IRREGULARES'
                '  -  DATA: '          WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         IF WS-END-ARQUI               NOT EQUAL SPACES
            MOVE SPACES                TO WS-FIM-ARQ-SITUACAO-RF
            OPEN INPUT ARQ-SITUACAO-RF
            MOVE WS-ABERTURA           TO WS-OPERACAO
            PERFORM 0232-TESTAR-ARQ-SITUACAO-RF
            IF WS-FS-SITUACAO-RF       EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               STRING 'ARQUIVO: '      WS-END-ARQUI
                      DELIMITED BY SIZE
                                       INTO WS-LINHA-REL-TITULO
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE SPACES             TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE 'LINHAS REJEITADAS NA CARGA'
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE 'LINHA DO ARQUIVO            MOTIVO'
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO

               PERFORM UNTIL WS-FIM-ARQ-SITUACAO-RF EQUAL 'S'
                  INITIALIZE           WS-AREA-SITUACAO-RF
                  READ ARQ-SITUACAO-RF INTO WS-AREA-SITUACAO-RF
                  MOVE WS-LEITURA      TO WS-OPERACAO
                  PERFORM 0232-TESTAR-ARQ-SITUACAO-RF
                  IF WS-FS-SITUACAO-RF EQUAL ZEROS
                     ADD 1             TO ACU-SRF-LIDOS
                     PERFORM 0233-ATUALIZAR-SITUACAO-RF
                  ELSE
                     MOVE 'S'          TO WS-FIM-ARQ-SITUACAO-RF
                  END-IF
               END-PERFORM
               CLOSE ARQ-SITUACAO-RF
            END-IF
         END-IF

         IF WS-SRF-FATAL               EQUAL 'N'
            PERFORM 0237-GERAR-CONSULTA-RF

            MOVE SPACES                TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'CLIENTES COM CNPJ IRREGULAR - '
                   'CARTEIRA E PEDIDOS EM ABERTO'
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'CLIENTE  CNPJ            RAZAO SOCIAL'
                   '                              '
                   'SITUACAO      CONSULTA'
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            PERFORM 0238-LISTAR-CLIENTES-IRREG

            MOVE SPACES                TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE 'VENDEDORES COM CPF IRREGULAR'
                                       TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'VENDEDOR CPF             NOME'
                   '                                      '
                   'SITUACAO      CONSULTA'
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            PERFORM 0240-LISTAR-VENDEDORES-IRREG
         END-IF

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-LIDOS            TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'LINHAS LIDAS.........: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-ATUALIZADOS      TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'CADASTROS ATUALIZADOS: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-REJEITADOS       TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'LINHAS REJEITADAS....: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-CLI-IRREG        TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'CLIENTES IRREGULARES.: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-PED-ABERTOS      TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PEDIDOS EM ABERTO....: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-VEN-IRREG        TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'VENDEDORES IRREGULAR.: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-SRF-PENDENTES        TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'A CONSULTAR..........: '
                WS-TIT-MASC            '  ARQUIVO: '
                WS-NOME-CONSULTA-RF
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         PERFORM 0108-FECHAR-RELATORIO
         .
      *-----------------------------------------------------------------
       0231-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0232-TESTAR-ARQ-SITUACAO-RF.
      *-----------------------------------------------------------------

           IF (WS-FS-SITUACAO-RF           NOT EQUAL ZEROS AND '10')
             MOVE WS-FS-SITUACAO-RF        TO WS-LOG-FILE-STATUS
             MOVE WS-SRF-DOCUMENTO         TO WS-LOG-CHAVE
             MOVE 'ERRO NO ARQUIVO DE SITUACAO DA RECEITA'
                                           TO WS-LOG-MENSAGEM
             PERFORM 0029-REGISTRAR-LOG-ERRO
             MOVE 'Y'                      TO WS-SRF-FATAL
             IF WS-MODO-BATCH              EQUAL 'S'
               MOVE 'S'                    TO WS-BATCH-ERRO
             END-IF
           END-IF

           IF (WS-FS-SITUACAO-RF       EQUAL '10')
             MOVE 'S'                  TO WS-FIM-ARQ-SITUACAO-RF
           END-IF.
      *-----------------------------------------------------------------
       0232-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CRITICA DE UMA LINHA DO ARQUIVO DA RECEITA - DATA EM  *
      *BRANCO OU ZERADA ASSUME A DATA DO DIA; LINHA INVALIDA OU        *
      *DOCUMENTO NAO CADASTRADO VAI PARA O RELATORIO E O ARQ-REJEITADOS*
      *----------------------------------------------------------------*
       0233-ATUALIZAR-SITUACAO-RF.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-SRF-MOTIVO
         MOVE FUNCTION UPPER-CASE(WS-SRF-TIPO)
                                       TO WS-SRF-TIPO
         MOVE FUNCTION UPPER-CASE(WS-SRF-SITUACAO)
                                       TO WS-SRF-SITUACAO
         IF WS-SRF-DATA-X              EQUAL SPACES OR ZEROS
            MOVE WS-DATA-COMPLETA      TO WS-SRF-DATA
         END-IF
         EVALUATE TRUE
            WHEN WS-SRF-TIPO           NOT EQUAL 'J'
             AND WS-SRF-TIPO           NOT EQUAL 'F'
               MOVE 'TIPO DE DOCUMENTO INVALIDO (J/F)'
                                       TO WS-SRF-MOTIVO
            WHEN WS-SRF-DOCUMENTO      NOT NUMERIC
               MOVE 'DOCUMENTO NAO NUMERICO'
                                       TO WS-SRF-MOTIVO
            WHEN WS-SRF-DOCUMENTO      EQUAL ZEROS
               MOVE 'DOCUMENTO NAO INFORMADO'
                                       TO WS-SRF-MOTIVO
            WHEN WS-SRF-TIPO           EQUAL 'F'
             AND WS-SRF-DOCUMENTO      GREATER 99999999999
               MOVE 'CPF COM MAIS DE 11 DIGITOS'
                                       TO WS-SRF-MOTIVO
            WHEN WS-SRF-DATA           NOT NUMERIC
               MOVE 'DATA DA CONSULTA INVALIDA'
                                       TO WS-SRF-MOTIVO
            WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-SRF-DATA)
                                       NOT EQUAL ZEROS
               MOVE 'DATA DA CONSULTA INVALIDA'
                                       TO WS-SRF-MOTIVO
            WHEN WS-SRF-DATA           GREATER WS-DATA-COMPLETA
               MOVE 'DATA DA CONSULTA FUTURA'
                                       TO WS-SRF-MOTIVO
            WHEN OTHER
               MOVE WS-SRF-SITUACAO    TO WS-SRF-SITUACAO-TESTE
               PERFORM 0236-DESCREVER-SITUACAO-RF
               IF WS-SRF-DESCRICAO     EQUAL SPACES
                  MOVE 'SITUACAO CADASTRAL INVALIDA'
                                       TO WS-SRF-MOTIVO
               ELSE
                  IF WS-SRF-TIPO       EQUAL 'J'
                     PERFORM 0234-ATUALIZAR-SITUACAO-CLI
                  ELSE
                     PERFORM 0235-ATUALIZAR-SITUACAO-VEN
                  END-IF
               END-IF
         END-EVALUATE

         IF WS-SRF-MOTIVO              NOT EQUAL SPACES
            ADD 1                      TO ACU-SRF-REJEITADOS
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING FD-ARQ-SITUACAO-RF  '    '
                   WS-SRF-MOTIVO
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-REJ-CHAVE
            STRING 'RECEITA '          FD-ARQ-SITUACAO-RF(1:12)
                   DELIMITED BY SIZE   INTO WS-REJ-CHAVE
            MOVE WS-SRF-MOTIVO         TO WS-REJ-MOTIVO
            PERFORM 0036-REGISTRAR-REJEITADO
         END-IF
         .
      *-----------------------------------------------------------------
       0233-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ATUALIZACAO DA SITUACAO NA RECEITA DO CLIENTE PELO    *
      *CNPJ - CONSULTA MAIS ANTIGA QUE A GRAVADA E REJEITADA; MUDANCA  *
      *DE SITUACAO CARIMBA O CLIENTE E VAI PARA A AUDITORIA            *
      *----------------------------------------------------------------*
       0234-ATUALIZAR-SITUACAO-CLI.
      *-----------------------------------------------------------------

         MOVE WS-SRF-DOCUMENTO         TO FD-CNPJ
         MOVE 1                        TO WS-ACHOU
         READ ARQ-CLIENTE              KEY IS FD-CNPJ
                                       INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            MOVE 'CNPJ NAO CADASTRADO EM CLIENTES'
                                       TO WS-SRF-MOTIVO
         ELSE
            IF FD-DATA-SITUACAO-RF-CLI NOT NUMERIC
               MOVE ZEROS              TO FD-DATA-SITUACAO-RF-CLI
            END-IF
            IF WS-SRF-DATA             LESS FD-DATA-SITUACAO-RF-CLI
               MOVE 'CONSULTA MAIS ANTIGA QUE A REGISTRADA'
                                       TO WS-SRF-MOTIVO
            ELSE
               MOVE REG-CLIENTE        TO WS-AUD-ANTES
               MOVE 'N'                TO WS-SRF-MUDOU
               IF FD-SITUACAO-RF-CLI   NOT EQUAL WS-SRF-SITUACAO
                  MOVE 'S'             TO WS-SRF-MUDOU
                  MOVE WS-SRF-SITUACAO TO FD-SITUACAO-RF-CLI
                  PERFORM 0066-CARIMBAR-CLIENTE
               END-IF
               MOVE WS-SRF-DATA        TO FD-DATA-SITUACAO-RF-CLI
               REWRITE REG-CLIENTE
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0005-TESTAR-ARQCLIENTE
               IF WS-FS-ACESSO-CLI     EQUAL ZEROS
                  ADD 1                TO ACU-SRF-ATUALIZADOS
                  IF WS-SRF-MUDOU      EQUAL 'S'
                     MOVE 'CLI'        TO WS-AUD-TIPO
                     MOVE 'A'          TO WS-AUD-OPERACAO
                     MOVE FD-COD-CLIENTE
                                       TO WS-AUD-CHAVE
                     MOVE REG-CLIENTE  TO WS-AUD-DEPOIS
                     PERFORM 0048-GRAVAR-AUDITORIA
                  END-IF
               ELSE
                  MOVE 'FALHA NA GRAVACAO DO CLIENTE'
                                       TO WS-SRF-MOTIVO
               END-IF
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0234-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ATUALIZACAO DA SITUACAO NA RECEITA DO VENDEDOR PELO   *
      *CPF (ONZE ULTIMOS DIGITOS DO DOCUMENTO)                         *
      *----------------------------------------------------------------*
       0235-ATUALIZAR-SITUACAO-VEN.
      *-----------------------------------------------------------------

         MOVE WS-SRF-CPF               TO FD-CPF
         MOVE 1                        TO WS-ACHOU
         READ ARQ-VENDEDOR             KEY IS FD-CPF
                                       INVALID KEY
              MOVE ZEROS               TO WS-ACHOU
         END-READ
         IF WS-ACHOU                   EQUAL ZEROS
            MOVE 'CPF NAO CADASTRADO EM VENDEDORES'
                                       TO WS-SRF-MOTIVO
         ELSE
            IF FD-DATA-SITUACAO-RF-VEN NOT NUMERIC
               MOVE ZEROS              TO FD-DATA-SITUACAO-RF-VEN
            END-IF
            IF WS-SRF-DATA             LESS FD-DATA-SITUACAO-RF-VEN
               MOVE 'CONSULTA MAIS ANTIGA QUE A REGISTRADA'
                                       TO WS-SRF-MOTIVO
            ELSE
               MOVE REG-VENDEDOR       TO WS-AUD-ANTES
               MOVE 'N'                TO WS-SRF-MUDOU
               IF FD-SITUACAO-RF-VEN   NOT EQUAL WS-SRF-SITUACAO
                  MOVE 'S'             TO WS-SRF-MUDOU
                  MOVE WS-SRF-SITUACAO TO FD-SITUACAO-RF-VEN
                  PERFORM 0067-CARIMBAR-VENDEDOR
               END-IF
               MOVE WS-SRF-DATA        TO FD-DATA-SITUACAO-RF-VEN
               REWRITE REG-VENDEDOR
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 0006-TESTAR-ARQVENDEDOR
               IF WS-FS-ACESSO-VEN     EQUAL ZEROS
                  ADD 1                TO ACU-SRF-ATUALIZADOS
                  IF WS-SRF-MUDOU      EQUAL 'S'
                     MOVE 'VEN'        TO WS-AUD-TIPO
                     MOVE 'A'          TO WS-AUD-OPERACAO
                     MOVE FD-COD-VENDEDOR
                                       TO WS-AUD-CHAVE
                     MOVE REG-VENDEDOR TO WS-AUD-DEPOIS
                     PERFORM 0048-GRAVAR-AUDITORIA
                  END-IF
               ELSE
                  MOVE 'FALHA NA GRAVACAO DO VENDEDOR'
                                       TO WS-SRF-MOTIVO
               END-IF
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0235-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE DESCRICAO DA SITUACAO CADASTRAL - CODIGO DESCONHECIDO *
      *DEVOLVE BRANCOS                                                 *
      *----------------------------------------------------------------*
       0236-DESCREVER-SITUACAO-RF.
      *-----------------------------------------------------------------

         EVALUATE WS-SRF-SITUACAO-TESTE
            WHEN 'A'
               MOVE 'ATIVA'            TO WS-SRF-DESCRICAO
            WHEN 'S'
               MOVE 'SUSPENSA'         TO WS-SRF-DESCRICAO
            WHEN 'I'
               MOVE 'INAPTA'           TO WS-SRF-DESCRICAO
            WHEN 'B'
               MOVE 'BAIXADA'          TO WS-SRF-DESCRICAO
            WHEN 'N'
               MOVE 'NULA'             TO WS-SRF-DESCRICAO
            WHEN 'C'
               MOVE 'CANCELADA'        TO WS-SRF-DESCRICAO
            WHEN 'P'
               MOVE 'PENDENTE'         TO WS-SRF-DESCRICAO
            WHEN 'F'
               MOVE 'FALECIDO'         TO WS-SRF-DESCRICAO
            WHEN OTHER
               MOVE SPACES             TO WS-SRF-DESCRICAO
         END-EVALUATE
         .
      *-----------------------------------------------------------------
       0236-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GERACAO DO ARQUIVO CONSRF.<AAAAMMDD> PARA A PROXIMA   *
      *CONSULTA AO BUREAU - CLIENTES (J) E VENDEDORES (F) NUNCA        *
      *CONSULTADOS OU COM A ULTIMA CONSULTA HA RFDIAS DIAS OU MAIS, NO *
      *MESMO LAYOUT DO ARQUIVO DE RETORNO                              *
      *----------------------------------------------------------------*
       0237-GERAR-CONSULTA-RF.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-NOME-CONSULTA-RF
         STRING 'CONSRF.'              DELIMITED BY SIZE
                WS-DATA-COMPLETA       DELIMITED BY SIZE
                INTO WS-NOME-CONSULTA-RF
         END-STRING

         OPEN OUTPUT ARQ-CONSULTA-RF
         IF WS-FS-CONSULTA-RF          NOT EQUAL ZEROS
            MOVE WS-ABERTURA           TO WS-OPERACAO
            MOVE WS-FS-CONSULTA-RF     TO WS-LOG-FILE-STATUS
            MOVE WS-NOME-CONSULTA-RF   TO WS-LOG-CHAVE
            MOVE 'ERRO NO ARQUIVO DE CONSULTA A RECEITA'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
            MOVE 'Y'                   TO WS-SRF-FATAL
            IF WS-MODO-BATCH           EQUAL 'S'
               MOVE 'S'                TO WS-BATCH-ERRO
            END-IF
         ELSE
            MOVE SPACES                TO WS-FIM-ARQ-CLIENTE
            MOVE LOW-VALUES            TO FD-COD-CLIENTE
            START ARQ-CLIENTE          KEY IS NOT LESS FD-COD-CLIENTE
                  INVALID KEY
                  MOVE 'S'             TO WS-FIM-ARQ-CLIENTE
            END-START
            PERFORM UNTIL WS-FIM-ARQ-CLIENTE EQUAL 'S'
               READ ARQ-CLIENTE NEXT RECORD
                    AT END
                    MOVE 'S'           TO WS-FIM-ARQ-CLIENTE
               END-READ
               IF WS-FIM-ARQ-CLIENTE   NOT EQUAL 'S'
                  IF FD-DATA-SITUACAO-RF-CLI NOT NUMERIC
                     MOVE ZEROS        TO FD-DATA-SITUACAO-RF-CLI
                  END-IF
                  IF FD-DATA-SITUACAO-RF-CLI
                                       NOT GREATER WS-SRF-DATA-CORTE
                     INITIALIZE        WS-AREA-SITUACAO-RF
                     MOVE 'J'          TO WS-SRF-TIPO
                     MOVE FD-CNPJ      TO WS-SRF-DOCUMENTO
                     MOVE FD-SITUACAO-RF-CLI
                                       TO WS-SRF-SITUACAO
                     IF WS-SRF-SITUACAO EQUAL LOW-VALUES
                        MOVE SPACES    TO WS-SRF-SITUACAO
                     END-IF
                     MOVE FD-DATA-SITUACAO-RF-CLI
                                       TO WS-SRF-DATA
                     WRITE FD-ARQ-CONSULTA-RF
                                       FROM WS-AREA-SITUACAO-RF
                     ADD 1             TO ACU-SRF-PENDENTES
                  END-IF
               END-IF
            END-PERFORM

            MOVE SPACES                TO WS-FIM-ARQ-VENDEDOR
            MOVE LOW-VALUES            TO FD-COD-VENDEDOR
            START ARQ-VENDEDOR         KEY IS NOT LESS FD-COD-VENDEDOR
                  INVALID KEY
                  MOVE 'S'             TO WS-FIM-ARQ-VENDEDOR
            END-START
            PERFORM UNTIL WS-FIM-ARQ-VENDEDOR EQUAL 'S'
               READ ARQ-VENDEDOR NEXT RECORD
                    AT END
                    MOVE 'S'           TO WS-FIM-ARQ-VENDEDOR
               END-READ
               IF WS-FIM-ARQ-VENDEDOR  NOT EQUAL 'S'
                  IF FD-DATA-SITUACAO-RF-VEN NOT NUMERIC
                     MOVE ZEROS        TO FD-DATA-SITUACAO-RF-VEN
                  END-IF
                  IF FD-DATA-SITUACAO-RF-VEN
                                       NOT GREATER WS-SRF-DATA-CORTE
                     INITIALIZE        WS-AREA-SITUACAO-RF
                     MOVE 'F'          TO WS-SRF-TIPO
                     MOVE ZEROS        TO WS-SRF-DOCUMENTO
                     MOVE FD-CPF       TO WS-SRF-CPF
                     MOVE FD-SITUACAO-RF-VEN
                                       TO WS-SRF-SITUACAO
                     IF WS-SRF-SITUACAO EQUAL LOW-VALUES
                        MOVE SPACES    TO WS-SRF-SITUACAO
                     END-IF
                     MOVE FD-DATA-SITUACAO-RF-VEN
                                       TO WS-SRF-DATA
                     WRITE FD-ARQ-CONSULTA-RF
                                       FROM WS-AREA-SITUACAO-RF
                     ADD 1             TO ACU-SRF-PENDENTES
                  END-IF
               END-IF
            END-PERFORM
            CLOSE ARQ-CONSULTA-RF
         END-IF
         .
      *-----------------------------------------------------------------
       0237-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LISTAGEM DOS CLIENTES COM SITUACAO DIFERENTE DE ATIVA *
      *NA RECEITA, COM O VENDEDOR DA CARTEIRA E OS PEDIDOS EM ABERTO   *
      *----------------------------------------------------------------*
       0238-LISTAR-CLIENTES-IRREG.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-CLIENTE
         MOVE LOW-VALUES               TO FD-COD-CLIENTE
         START ARQ-CLIENTE             KEY IS NOT LESS FD-COD-CLIENTE
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-CLIENTE
         END-START
         PERFORM UNTIL WS-FIM-ARQ-CLIENTE EQUAL 'S'
            READ ARQ-CLIENTE NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-CLIENTE
            END-READ
            IF WS-FIM-ARQ-CLIENTE      NOT EQUAL 'S'
               MOVE FD-SITUACAO-RF-CLI TO WS-SRF-SITUACAO-TESTE
               IF WS-SRF-SITUACAO-TESTE
                                       EQUAL LOW-VALUES
                  MOVE SPACES          TO WS-SRF-SITUACAO-TESTE
               END-IF
               IF WS-SRF-SITUACAO-TESTE
                                       NOT EQUAL SPACES AND 'A'
                  ADD 1                TO ACU-SRF-CLI-IRREG
                  PERFORM 0236-DESCREVER-SITUACAO-RF
                  IF WS-SRF-DESCRICAO  EQUAL SPACES
                     MOVE WS-SRF-SITUACAO-TESTE
                                       TO WS-SRF-DESCRICAO
                  END-IF
                  MOVE SPACES          TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  MOVE FD-COD-CLIENTE  TO WS-REL-SRF-CODIGO
                  MOVE FD-CNPJ         TO WS-REL-SRF-DOCUMENTO
                  MOVE FD-RAZAO-SOCIAL TO WS-REL-SRF-NOME
                  MOVE WS-SRF-DESCRICAO
                                       TO WS-REL-SRF-SITUACAO
                  MOVE FD-DATA-SITUACAO-RF-CLI
                                       TO WS-REL-SRF-DATA
                  MOVE WS-LINHA-REL-SITUACAO-RF
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO

                  MOVE FD-COD-CLIENTE  TO FD-COD-CLIENTE-CART
                  MOVE 1               TO WS-ACHOU
                  READ ARQ-CARTEIRA    INVALID KEY
                       MOVE ZEROS      TO WS-ACHOU
                  END-READ
                  MOVE SPACES          TO WS-LINHA-REL-TITULO
                  IF WS-ACHOU          EQUAL ZEROS
                     MOVE '   CARTEIRA: CLIENTE SEM VENDEDOR ATRIBUIDO'
                                       TO WS-LINHA-REL-TITULO
                  ELSE
                     MOVE FD-COD-VENDEDOR-CART
                                       TO FD-COD-VENDEDOR
                                          WS-TIT-MASC
                     MOVE SPACES       TO FD-NOME
                     READ ARQ-VENDEDOR INVALID KEY
                          MOVE 'VENDEDOR NAO CADASTRADO'
                                       TO FD-NOME
                     END-READ
                     STRING '   CARTEIRA: VENDEDOR '
                            WS-TIT-MASC
                            ' - '      FD-NOME
                            DELIMITED BY SIZE
                                       INTO WS-LINHA-REL-TITULO
                  END-IF
                  MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO

                  PERFORM 0239-LISTAR-PEDIDOS-ABERTOS-RF
                  IF WS-SRF-PED-CLIENTE
                                       EQUAL ZEROS
                     MOVE '      SEM PEDIDOS EM ABERTO'
                                       TO FD-REG-RELATORIO
                     WRITE FD-REG-RELATORIO
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0238-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LISTAGEM DOS PEDIDOS EM ABERTO (A) OU RETIDOS POR     *
      *CREDITO (R) DO CLIENTE IRREGULAR EM REG-CLIENTE                 *
      *----------------------------------------------------------------*
       0239-LISTAR-PEDIDOS-ABERTOS-RF.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-SRF-PED-CLIENTE
         MOVE SPACES                   TO WS-SRF-FIM
         MOVE LOW-VALUES               TO FD-NUM-PEDIDO
         START ARQ-PEDIDO              KEY IS NOT LESS FD-NUM-PEDIDO
               INVALID KEY
               MOVE 'S'                TO WS-SRF-FIM
         END-START
         PERFORM UNTIL WS-SRF-FIM EQUAL 'S'
            READ ARQ-PEDIDO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-SRF-FIM
            END-READ
            IF WS-SRF-FIM              NOT EQUAL 'S'
               AND FD-COD-CLIENTE-PED  EQUAL FD-COD-CLIENTE
               AND (FD-STATUS-PED      EQUAL 'A'
                    OR FD-STATUS-PED   EQUAL 'R')
               ADD 1                   TO WS-SRF-PED-CLIENTE
                                          ACU-SRF-PED-ABERTOS
               MOVE FD-NUM-PEDIDO      TO WS-REL-SPD-PEDIDO
               MOVE FD-DATA-PEDIDO     TO WS-REL-SPD-DATA
               MOVE FD-STATUS-PED      TO WS-REL-SPD-STATUS
               MOVE FD-VLR-TOTAL-PED   TO WS-REL-SPD-VALOR
               MOVE WS-LINHA-REL-SRF-PED
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0239-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LISTAGEM DOS VENDEDORES COM CPF EM SITUACAO DIFERENTE *
      *DE REGULAR NA RECEITA                                           *
      *----------------------------------------------------------------*
       0240-LISTAR-VENDEDORES-IRREG.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-VENDEDOR
         MOVE LOW-VALUES               TO FD-COD-VENDEDOR
         START ARQ-VENDEDOR            KEY IS NOT LESS FD-COD-VENDEDOR
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-VENDEDOR
         END-START
         PERFORM UNTIL WS-FIM-ARQ-VENDEDOR EQUAL 'S'
            READ ARQ-VENDEDOR NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-VENDEDOR
            END-READ
            IF WS-FIM-ARQ-VENDEDOR     NOT EQUAL 'S'
               MOVE FD-SITUACAO-RF-VEN TO WS-SRF-SITUACAO-TESTE
               IF WS-SRF-SITUACAO-TESTE
                                       EQUAL LOW-VALUES
                  MOVE SPACES          TO WS-SRF-SITUACAO-TESTE
               END-IF
               IF WS-SRF-SITUACAO-TESTE
                                       NOT EQUAL SPACES AND 'A'
                  ADD 1                TO ACU-SRF-VEN-IRREG
                  PERFORM 0236-DESCREVER-SITUACAO-RF
                  IF WS-SRF-DESCRICAO  EQUAL SPACES
                     MOVE WS-SRF-SITUACAO-TESTE
                                       TO WS-SRF-DESCRICAO
                  END-IF
                  MOVE FD-COD-VENDEDOR TO WS-REL-SRF-CODIGO
                  MOVE FD-CPF          TO WS-REL-SRF-DOCUMENTO
                  MOVE FD-NOME         TO WS-REL-SRF-NOME
                  MOVE WS-SRF-DESCRICAO
                                       TO WS-REL-SRF-SITUACAO
                  MOVE FD-DATA-SITUACAO-RF-VEN
                                       TO WS-REL-SRF-DATA
                  MOVE WS-LINHA-REL-SITUACAO-RF
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0240-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE RELATORIO RFM (TIPO RFM) - RECENCIA, FREQUENCIA E     *
      *VALOR DE COMPRA DE CADA CLIENTE NOS ULTIMOS 3, 6 E 12 MESES A   *
      *PARTIR DOS PEDIDOS NAO CANCELADOS E SEUS ITENS, AGRUPADO PELO   *
      *VENDEDOR DA CARTEIRA E POR UF/MUNICIPIO; MARCA INATIVO QUEM ESTA*
      *HA RFMINATIVO DIAS SEM COMPRAR E EM QUEDA QUEM TEVE NOS 3 MESES *
      *VALOR RFMQUEDA% ABAIXO DA MEDIA TRIMESTRAL DOS 12 MESES; GRAVA  *
      *OS MESMOS DADOS NO ARQUIVO RFM.<AAAAMMDD>.CSV                   *
      *----------------------------------------------------------------*
       0241-RELATORIO-RFM.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-RFM-FATAL
         INITIALIZE                    ACU-RFM-CLIENTES
                                       ACU-RFM-INATIVOS
                                       ACU-RFM-QUEDA
                                       ACU-RFM-PEDIDOS
                                       ACU-RFM-EXCEDIDOS
                                       WS-RFM-TOT-VALOR-12
         MOVE WS-DATA-COMPLETA         TO WS-RFM-DATA-REF-N
         MOVE 3                        TO WS-RFM-MESES
         PERFORM 0242-CALCULAR-CORTE-RFM
         MOVE WS-RFM-DATA-AUX-N        TO WS-RFM-CORTE-03
         MOVE 6                        TO WS-RFM-MESES
         PERFORM 0242-CALCULAR-CORTE-RFM
         MOVE WS-RFM-DATA-AUX-N        TO WS-RFM-CORTE-06
         MOVE 12                       TO WS-RFM-MESES
         PERFORM 0242-CALCULAR-CORTE-RFM
         MOVE WS-RFM-DATA-AUX-N        TO WS-RFM-CORTE-12

         PERFORM 0243-CARREGAR-CLIENTES-RFM
         PERFORM 0244-ACUMULAR-PEDIDOS-RFM

         MOVE SPACES                   TO WS-NOME-CSV-RFM
         STRING 'RFM.'                 DELIMITED BY SIZE
                WS-DATA-COMPLETA       DELIMITED BY SIZE
                '.CSV'                 DELIMITED BY SIZE
                INTO WS-NOME-CSV-RFM
         END-STRING
         OPEN OUTPUT ARQ-CSV-RFM
         IF WS-FS-CSV-RFM              NOT EQUAL ZEROS
            MOVE WS-ABERTURA           TO WS-OPERACAO
            MOVE WS-FS-CSV-RFM         TO WS-LOG-FILE-STATUS
            MOVE WS-NOME-CSV-RFM       TO WS-LOG-CHAVE
            MOVE 'ERRO NA ABERTURA DO CSV DO RFM'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
            MOVE 'Y'                   TO WS-RFM-FATAL
            IF WS-MODO-BATCH           EQUAL 'S'
               MOVE 'S'                TO WS-BATCH-ERRO
            ELSE
               DISPLAY WS-FS-CSV-RFM   AT 2320
            END-IF
         ELSE
            MOVE SPACES                TO FD-REG-CSV-RFM
            STRING 'VENDEDOR;NOME VENDEDOR;UF;MUNICIPIO;'
                   'NOME MUNICIPIO;CLIENTE;RAZAO SOCIAL;'
                   'ULTIMA COMPRA;DIAS SEM COMPRA;PEDIDOS 3M;'
                   'PEDIDOS 6M;PEDIDOS 12M;VALOR 3M;VALOR 6M;'
                   'VALOR 12M;INATIVO;EM QUEDA'
                   DELIMITED BY SIZE   INTO FD-REG-CSV-RFM
            WRITE FD-REG-CSV-RFM
         END-IF

         MOVE 'RFM'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'RFM - RECENCIA, FREQUENCIA E VALOR POR CARTEIRA'
                '  -  DATA: '          WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-RFM-DIAS-INATIVO      TO WS-RFM-QTD-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'INATIVO: SEM COMPRA HA '
                WS-RFM-QTD-MASC        ' DIAS OU MAIS  -  EM QUEDA: '
                'VALOR 3M ' WS-RFM-PCT-QUEDA
                '% ABAIXO DA MEDIA TRIMESTRAL'
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PERIODOS APOS '       WS-RFM-CORTE-03
                ' (3M), '              WS-RFM-CORTE-06
                ' (6M) E '             WS-RFM-CORTE-12
                ' (12M) ATE '          WS-RFM-DATA-REF-N
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE 'S'                      TO WS-RFM-PRIMEIRO
         MOVE 1                        TO WS-RFM-JX
         PERFORM UNTIL WS-RFM-JX       GREATER WS-RFM-QTD
            MOVE WS-RFM-ORDEM(WS-RFM-JX)
                                       TO WS-RFM-IX
            PERFORM 0246-IMPRIMIR-CLIENTE-RFM
            ADD 1                      TO WS-RFM-JX
         END-PERFORM
         IF WS-RFM-PRIMEIRO            EQUAL 'N'
            PERFORM 0248-TOTALIZAR-VENDEDOR-RFM
         END-IF

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-RFM-CLIENTES         TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'CLIENTES.............: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-RFM-INATIVOS         TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'INATIVOS.............: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-RFM-QUEDA            TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'EM QUEDA.............: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-RFM-PEDIDOS          TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PEDIDOS EM 12 MESES..: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-RFM-TOT-VALOR-12      TO WS-RFM-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'VALOR EM 12 MESES....: '
                WS-RFM-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         IF ACU-RFM-EXCEDIDOS          GREATER ZEROS
            MOVE ACU-RFM-EXCEDIDOS     TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'CLIENTES FORA DO RFM (TABELA CHEIA): '
                   WS-TIT-MASC
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         END-IF
         PERFORM 0108-FECHAR-RELATORIO
         IF WS-FS-CSV-RFM              EQUAL ZEROS
            CLOSE ARQ-CSV-RFM
         END-IF

         IF WS-MODO-BATCH              EQUAL 'N'
            DISPLAY WS-LINHA-BRANCO    AT 2302
            DISPLAY 'INATIVOS: '       AT 2302
            DISPLAY ACU-RFM-INATIVOS   AT 2312
            DISPLAY 'EM QUEDA: '       AT 2323
            DISPLAY ACU-RFM-QUEDA      AT 2333
         END-IF
         .
      *-----------------------------------------------------------------
       0241-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CALCULO DA DATA DE CORTE DE WS-RFM-MESES MESES ANTES  *
      *DA DATA DE REFERENCIA - DIA INEXISTENTE NO MES DE DESTINO CAI   *
      *PARA O ULTIMO DIA DO MES                                        *
      *----------------------------------------------------------------*
       0242-CALCULAR-CORTE-RFM.
      *-----------------------------------------------------------------

         COMPUTE WS-RFM-ANOMES         = WS-RFM-REF-ANO * 12
                                       + WS-RFM-REF-MES - 1
                                       - WS-RFM-MESES
         DIVIDE WS-RFM-ANOMES          BY 12
                GIVING WS-RFM-AUX-ANO  REMAINDER WS-RFM-AUX-MES
         ADD 1                         TO WS-RFM-AUX-MES
         MOVE WS-RFM-REF-DIA           TO WS-RFM-AUX-DIA
         PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-RFM-DATA-AUX-N)
                                       EQUAL ZEROS
                    OR WS-RFM-AUX-DIA  NOT GREATER 28
            SUBTRACT 1                 FROM WS-RFM-AUX-DIA
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0242-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CARGA DOS CLIENTES NA TABELA DO RFM EM ORDEM DE CODIGO*
      *COM O VENDEDOR DA CARTEIRA (ZERO = SEM CARTEIRA), UF E MUNICIPIO*
      *E INSERCAO NA ORDEM DE IMPRESSAO VENDEDOR/UF/MUNICIPIO/CLIENTE  *
      *----------------------------------------------------------------*
       0243-CARREGAR-CLIENTES-RFM.
      *-----------------------------------------------------------------

         INITIALIZE                    WS-RFM-TABELA
                                       WS-RFM-ORDEM-TABELA
         MOVE ZEROS                    TO WS-RFM-QTD
         MOVE SPACES                   TO WS-FIM-ARQ-CLIENTE
         MOVE LOW-VALUES               TO FD-COD-CLIENTE
         START ARQ-CLIENTE             KEY IS NOT LESS FD-COD-CLIENTE
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-CLIENTE
         END-START
         PERFORM UNTIL WS-FIM-ARQ-CLIENTE EQUAL 'S'
            READ ARQ-CLIENTE NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-CLIENTE
            END-READ
            IF WS-FIM-ARQ-CLIENTE      NOT EQUAL 'S'
               IF WS-RFM-QTD           NOT LESS 3000
                  ADD 1                TO ACU-RFM-EXCEDIDOS
               ELSE
                  ADD 1                TO WS-RFM-QTD
                  MOVE FD-COD-CLIENTE  TO WS-RFM-CLIENTE(WS-RFM-QTD)
                                          WS-RFM-CLI-CHAVE(WS-RFM-QTD)
                  MOVE FD-RAZAO-SOCIAL TO WS-RFM-RAZAO(WS-RFM-QTD)
                  MOVE FD-UF-CLI       TO WS-RFM-UF(WS-RFM-QTD)
                  MOVE FD-COD-MUNICIPIO-CLI
                                       TO WS-RFM-MUNICIPIO(WS-RFM-QTD)
                  MOVE FD-COD-CLIENTE  TO FD-COD-CLIENTE-CART
                  READ ARQ-CARTEIRA    INVALID KEY
                       MOVE ZEROS      TO FD-COD-VENDEDOR-CART
                  END-READ
                  MOVE FD-COD-VENDEDOR-CART
                                       TO WS-RFM-VENDEDOR(WS-RFM-QTD)

                  MOVE WS-RFM-QTD      TO WS-RFM-JX
                  MOVE 'N'             TO WS-RFM-POSICAO-OK
                  PERFORM UNTIL WS-RFM-POSICAO-OK EQUAL 'S'
                     IF WS-RFM-JX      EQUAL 1
                        MOVE 'S'       TO WS-RFM-POSICAO-OK
                     ELSE
                        MOVE WS-RFM-ORDEM(WS-RFM-JX - 1)
                                       TO WS-RFM-IX
                        IF WS-RFM-CHAVE(WS-RFM-IX)
                                       GREATER WS-RFM-CHAVE(WS-RFM-QTD)
                           MOVE WS-RFM-IX
                                       TO WS-RFM-ORDEM(WS-RFM-JX)
                           SUBTRACT 1  FROM WS-RFM-JX
                        ELSE
                           MOVE 'S'    TO WS-RFM-POSICAO-OK
                        END-IF
                     END-IF
                  END-PERFORM
                  MOVE WS-RFM-QTD      TO WS-RFM-ORDEM(WS-RFM-JX)
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0243-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ACUMULACAO DOS PEDIDOS NAO CANCELADOS NA TABELA DO RFM*
      *- ULTIMA COMPRA EM TODO O HISTORICO, QUANTIDADE E VALOR NAS     *
      *JANELAS DE 3, 6 E 12 MESES; DATA INVALIDA OU FUTURA E IGNORADA  *
      *----------------------------------------------------------------*
       0244-ACUMULAR-PEDIDOS-RFM.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-FIM-ARQ-PEDIDO
         MOVE LOW-VALUES               TO FD-NUM-PEDIDO
         START ARQ-PEDIDO              KEY IS NOT LESS FD-NUM-PEDIDO
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-PEDIDO
         END-START
         PERFORM UNTIL WS-FIM-ARQ-PEDIDO EQUAL 'S'
            READ ARQ-PEDIDO NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-PEDIDO
            END-READ
            IF WS-FIM-ARQ-PEDIDO       NOT EQUAL 'S'
               AND FD-STATUS-PED       NOT EQUAL 'C'
               AND FD-DATA-PEDIDO      IS NUMERIC
               AND FD-DATA-PEDIDO      NOT GREATER WS-RFM-DATA-REF-N
               AND FUNCTION TEST-DATE-YYYYMMDD(FD-DATA-PEDIDO)
                                       EQUAL ZEROS
               MOVE 1                  TO WS-RFM-INI
               MOVE WS-RFM-QTD         TO WS-RFM-FIM-BUSCA
               MOVE 'N'                TO WS-RFM-ACHOU
               PERFORM UNTIL WS-RFM-ACHOU EQUAL 'S'
                          OR WS-RFM-INI GREATER WS-RFM-FIM-BUSCA
                  COMPUTE WS-RFM-MEIO  = (WS-RFM-INI
                                       + WS-RFM-FIM-BUSCA) / 2
                  EVALUATE TRUE
                     WHEN WS-RFM-CLIENTE(WS-RFM-MEIO)
                                       EQUAL FD-COD-CLIENTE-PED
                        MOVE 'S'       TO WS-RFM-ACHOU
                     WHEN WS-RFM-CLIENTE(WS-RFM-MEIO)
                                       LESS FD-COD-CLIENTE-PED
                        COMPUTE WS-RFM-INI = WS-RFM-MEIO + 1
                     WHEN OTHER
                        COMPUTE WS-RFM-FIM-BUSCA = WS-RFM-MEIO - 1
                  END-EVALUATE
               END-PERFORM
               IF WS-RFM-ACHOU         EQUAL 'S'
                  MOVE WS-RFM-MEIO     TO WS-RFM-IX
                  IF FD-DATA-PEDIDO    GREATER
                                       WS-RFM-ULT-COMPRA(WS-RFM-IX)
                     MOVE FD-DATA-PEDIDO
                                       TO WS-RFM-ULT-COMPRA(WS-RFM-IX)
                  END-IF
                  IF FD-DATA-PEDIDO    GREATER WS-RFM-CORTE-12
                     PERFORM 0245-SOMAR-ITENS-RFM
                     ADD 1             TO WS-RFM-PED-12(WS-RFM-IX)
                                          ACU-RFM-PEDIDOS
                     ADD WS-RFM-VALOR-PED
                                       TO WS-RFM-VLR-12(WS-RFM-IX)
                     IF FD-DATA-PEDIDO GREATER WS-RFM-CORTE-06
                        ADD 1          TO WS-RFM-PED-06(WS-RFM-IX)
                        ADD WS-RFM-VALOR-PED
                                       TO WS-RFM-VLR-06(WS-RFM-IX)
                     END-IF
                     IF FD-DATA-PEDIDO GREATER WS-RFM-CORTE-03
                        ADD 1          TO WS-RFM-PED-03(WS-RFM-IX)
                        ADD WS-RFM-VALOR-PED
                                       TO WS-RFM-VLR-03(WS-RFM-IX)
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0244-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE VALOR DO PEDIDO EM REG-PEDIDO PELA SOMA DOS ITENS NO  *
      *ARQ-ITEM-PED; PEDIDO SEM ITENS GRAVADOS USA O VALOR TOTAL DO    *
      *PROPRIO PEDIDO                                                  *
      *----------------------------------------------------------------*
       0245-SOMAR-ITENS-RFM.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-RFM-VALOR-PED
                                          WS-RFM-ITENS-PED
         MOVE FD-NUM-PEDIDO            TO FD-NUM-PEDIDO-ITEM
         MOVE ZEROS                    TO FD-SEQ-ITEM
         MOVE SPACES                   TO WS-RFM-FIM
         START ARQ-ITEM-PED            KEY IS NOT LESS FD-CHAVE-ITEM
               INVALID KEY
               MOVE 'S'                TO WS-RFM-FIM
         END-START
         PERFORM UNTIL WS-RFM-FIM      EQUAL 'S'
            READ ARQ-ITEM-PED NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-RFM-FIM
            END-READ
            IF WS-RFM-FIM              NOT EQUAL 'S'
               IF FD-NUM-PEDIDO-ITEM   NOT EQUAL FD-NUM-PEDIDO
                  MOVE 'S'             TO WS-RFM-FIM
               ELSE
                  ADD 1                TO WS-RFM-ITENS-PED
                  ADD FD-VLR-TOTAL-ITEM
                                       TO WS-RFM-VALOR-PED
               END-IF
            END-IF
         END-PERFORM
         IF WS-RFM-ITENS-PED           EQUAL ZEROS
            MOVE FD-VLR-TOTAL-PED      TO WS-RFM-VALOR-PED
         END-IF
         .
      *-----------------------------------------------------------------
       0245-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE IMPRESSAO DE UM CLIENTE DO RFM (ENTRADA WS-RFM-IX) -  *
      *QUEBRA POR VENDEDOR E POR UF/MUNICIPIO, CALCULA AS MARCAS DE    *
      *INATIVO/EM QUEDA E GRAVA A LINHA DO CSV                         *
      *----------------------------------------------------------------*
       0246-IMPRIMIR-CLIENTE-RFM.
      *-----------------------------------------------------------------

         IF WS-RFM-PRIMEIRO            EQUAL 'S'
            OR WS-RFM-VENDEDOR(WS-RFM-IX)
                                       NOT EQUAL WS-RFM-VEN-ATUAL
            IF WS-RFM-PRIMEIRO         EQUAL 'N'
               PERFORM 0248-TOTALIZAR-VENDEDOR-RFM
            END-IF
            MOVE 'N'                   TO WS-RFM-PRIMEIRO
            MOVE WS-RFM-VENDEDOR(WS-RFM-IX)
                                       TO WS-RFM-VEN-ATUAL
            MOVE SPACES                TO WS-RFM-UF-ATUAL
            MOVE ZEROS                 TO WS-RFM-MUN-ATUAL
            INITIALIZE                 ACU-RFM-VEN-CLIENTES
                                       ACU-RFM-VEN-INATIVOS
                                       ACU-RFM-VEN-QUEDA
                                       WS-RFM-VEN-VALOR-12
            IF WS-RFM-VEN-ATUAL        EQUAL ZEROS
               MOVE 'SEM VENDEDOR NA CARTEIRA'
                                       TO WS-RFM-NOME-VEN
            ELSE
               MOVE WS-RFM-VEN-ATUAL   TO FD-COD-VENDEDOR
               READ ARQ-VENDEDOR       INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO'
                                       TO FD-NOME
               END-READ
               MOVE FD-NOME            TO WS-RFM-NOME-VEN
            END-IF
            MOVE WS-RFM-VEN-ATUAL      TO WS-TIT-MASC
            MOVE SPACES                TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'VENDEDOR: '        WS-TIT-MASC
                   ' - '               WS-RFM-NOME-VEN
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         END-IF

         IF WS-RFM-UF(WS-RFM-IX)       NOT EQUAL WS-RFM-UF-ATUAL
            OR WS-RFM-MUNICIPIO(WS-RFM-IX)
                                       NOT EQUAL WS-RFM-MUN-ATUAL
            MOVE WS-RFM-UF(WS-RFM-IX)  TO WS-RFM-UF-ATUAL
            MOVE WS-RFM-MUNICIPIO(WS-RFM-IX)
                                       TO WS-RFM-MUN-ATUAL
            MOVE WS-RFM-MUN-ATUAL      TO FD-COD-MUNICIPIO
            READ ARQ-MUNICIPIO         INVALID KEY
                 MOVE 'MUNICIPIO NAO CADASTRADO'
                                       TO FD-NOME-MUNICIPIO
            END-READ
            MOVE FD-NOME-MUNICIPIO     TO WS-RFM-NOME-MUN
            MOVE WS-RFM-MUN-ATUAL      TO WS-TIT-MASC
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING '  UF: '            WS-RFM-UF-ATUAL
                   '  MUNICIPIO: '     WS-TIT-MASC
                   ' - '               WS-RFM-NOME-MUN
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
            MOVE SPACES                TO WS-LINHA-REL-TITULO
            STRING 'CLIENTE RAZAO SOCIAL     ULT.COMP  DIAS P03M P06M '
                   'P12M    VALOR 3M    VALOR 6M   VALOR 12M SITUACAO'
                   DELIMITED BY SIZE   INTO WS-LINHA-REL-TITULO
            MOVE WS-LINHA-REL-TITULO   TO FD-REG-RELATORIO
            WRITE FD-REG-RELATORIO
         END-IF

         PERFORM 0247-MARCAR-CLIENTE-RFM
         ADD 1                         TO ACU-RFM-CLIENTES
                                          ACU-RFM-VEN-CLIENTES
         ADD WS-RFM-VLR-12(WS-RFM-IX)  TO WS-RFM-VEN-VALOR-12
                                          WS-RFM-TOT-VALOR-12

         MOVE WS-RFM-CLIENTE(WS-RFM-IX)
                                       TO WS-REL-RFM-CLIENTE
         MOVE WS-RFM-RAZAO(WS-RFM-IX)  TO WS-REL-RFM-RAZAO
         IF WS-RFM-ULT-COMPRA(WS-RFM-IX)
                                       EQUAL ZEROS
            MOVE 'NUNCA'               TO WS-REL-RFM-ULT-COMPRA
            MOVE SPACES                TO WS-REL-RFM-DIAS
         ELSE
            MOVE WS-RFM-ULT-COMPRA(WS-RFM-IX)
                                       TO WS-REL-RFM-ULT-COMPRA
            MOVE WS-RFM-DIAS           TO WS-RFM-QTD-MASC
            MOVE WS-RFM-QTD-MASC       TO WS-REL-RFM-DIAS
         END-IF
         MOVE WS-RFM-PED-03(WS-RFM-IX) TO WS-REL-RFM-PED-03
         MOVE WS-RFM-PED-06(WS-RFM-IX) TO WS-REL-RFM-PED-06
         MOVE WS-RFM-PED-12(WS-RFM-IX) TO WS-REL-RFM-PED-12
         MOVE WS-RFM-VLR-03(WS-RFM-IX) TO WS-REL-RFM-VLR-03
         MOVE WS-RFM-VLR-06(WS-RFM-IX) TO WS-REL-RFM-VLR-06
         MOVE WS-RFM-VLR-12(WS-RFM-IX) TO WS-REL-RFM-VLR-12
         EVALUATE TRUE
            WHEN WS-RFM-INATIVO        EQUAL 'S'
               MOVE 'INATIVO'          TO WS-REL-RFM-SITUACAO
            WHEN WS-RFM-QUEDA          EQUAL 'S'
               MOVE 'EM QUEDA'         TO WS-REL-RFM-SITUACAO
            WHEN OTHER
               MOVE SPACES             TO WS-REL-RFM-SITUACAO
         END-EVALUATE
         MOVE WS-LINHA-REL-RFM         TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         IF WS-FS-CSV-RFM              EQUAL ZEROS
            MOVE WS-RFM-VEN-ATUAL      TO WS-CSV-RFM-VEN
            MOVE WS-RFM-MUN-ATUAL      TO WS-CSV-RFM-MUN
            MOVE WS-RFM-CLIENTE(WS-RFM-IX)
                                       TO WS-CSV-COD
            MOVE WS-RFM-DIAS           TO WS-CSV-RFM-DIAS
            MOVE WS-RFM-PED-03(WS-RFM-IX)
                                       TO WS-CSV-RFM-P03
            MOVE WS-RFM-PED-06(WS-RFM-IX)
                                       TO WS-CSV-RFM-P06
            MOVE WS-RFM-PED-12(WS-RFM-IX)
                                       TO WS-CSV-RFM-P12
            MOVE WS-RFM-VLR-03(WS-RFM-IX)
                                       TO WS-CSV-RFM-V03
            MOVE WS-RFM-VLR-06(WS-RFM-IX)
                                       TO WS-CSV-RFM-V06
            MOVE WS-RFM-VLR-12(WS-RFM-IX)
                                       TO WS-CSV-RFM-V12
            MOVE SPACES                TO FD-REG-CSV-RFM
            STRING FUNCTION TRIM(WS-CSV-RFM-VEN)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RFM-NOME-VEN)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   WS-RFM-UF-ATUAL     DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-MUN)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RFM-NOME-MUN)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-COD)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RFM-RAZAO(WS-RFM-IX))
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REL-RFM-ULT-COMPRA)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-DIAS)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-P03)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-P06)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-P12)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-V03)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-V06)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RFM-V12)
                                       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   WS-RFM-INATIVO      DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   WS-RFM-QUEDA        DELIMITED BY SIZE
                   INTO FD-REG-CSV-RFM
            END-STRING
            WRITE FD-REG-CSV-RFM
         END-IF
         .
      *-----------------------------------------------------------------
       0246-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DAS MARCAS DO CLIENTE WS-RFM-IX - DIAS DESDE A ULTIMA    *
      *COMPRA, INATIVO (NUNCA COMPROU OU RFMINATIVO DIAS SEM COMPRA) E *
      *EM QUEDA (ATIVO COM VALOR DE 3 MESES ABAIXO DO LIMITE SOBRE A   *
      *MEDIA TRIMESTRAL DOS 12 MESES)                                  *
      *----------------------------------------------------------------*
       0247-MARCAR-CLIENTE-RFM.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-RFM-INATIVO
                                          WS-RFM-QUEDA
         MOVE ZEROS                    TO WS-RFM-DIAS
         IF WS-RFM-ULT-COMPRA(WS-RFM-IX)
                                       EQUAL ZEROS
            MOVE 'S'                   TO WS-RFM-INATIVO
         ELSE
            COMPUTE WS-RFM-DIAS        =
                    FUNCTION INTEGER-OF-DATE(WS-RFM-DATA-REF-N)
                  - FUNCTION INTEGER-OF-DATE
                    (WS-RFM-ULT-COMPRA(WS-RFM-IX))
            IF WS-RFM-DIAS             NOT LESS WS-RFM-DIAS-INATIVO
               MOVE 'S'                TO WS-RFM-INATIVO
            END-IF
         END-IF

         IF WS-RFM-INATIVO             EQUAL 'N'
            AND WS-RFM-VLR-12(WS-RFM-IX)
                                       GREATER ZEROS
            COMPUTE WS-RFM-LIMITE-QUEDA ROUNDED =
                    WS-RFM-VLR-12(WS-RFM-IX) / 4
                  * (100 - WS-RFM-PCT-QUEDA) / 100
            IF WS-RFM-VLR-03(WS-RFM-IX)
                                       LESS WS-RFM-LIMITE-QUEDA
               MOVE 'S'                TO WS-RFM-QUEDA
            END-IF
         END-IF

         IF WS-RFM-INATIVO             EQUAL 'S'
            ADD 1                      TO ACU-RFM-INATIVOS
                                          ACU-RFM-VEN-INATIVOS
         END-IF
         IF WS-RFM-QUEDA               EQUAL 'S'
            ADD 1                      TO ACU-RFM-QUEDA
                                          ACU-RFM-VEN-QUEDA
         END-IF
         .
      *-----------------------------------------------------------------
       0247-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0248-TOTALIZAR-VENDEDOR-RFM.
      *-----------------------------------------------------------------

         MOVE WS-RFM-VEN-VALOR-12      TO WS-RFM-VALOR-MASC
         MOVE ACU-RFM-VEN-CLIENTES     TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING '  TOTAL DO VENDEDOR - CLIENTES: '
                WS-TIT-MASC
                '  VALOR 12M: '        WS-RFM-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-RFM-VEN-INATIVOS     TO WS-TIT-MASC
         MOVE ACU-RFM-VEN-QUEDA        TO WS-RFM-QTD-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING '                      INATIVOS: '
                WS-TIT-MASC
                '  EM QUEDA.: '        WS-RFM-QTD-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0248-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE ENTRADA DO GRUPO CONTABIL DO PRODUTO - BRANCO = SEM   *
      *GRUPO (USA AS CONTAS GERAIS DO MAPA DE CONTAS DA UF)            *
      *----------------------------------------------------------------*
       0249-ACEITAR-GRUPO-PRODUTO.
      *-----------------------------------------------------------------

         IF FD-GRUPO-PRODUTO           EQUAL LOW-VALUES
            MOVE SPACES                TO FD-GRUPO-PRODUTO
         END-IF
         ACCEPT SS-GRUPO-PRODUTO
         MOVE FUNCTION UPPER-CASE(FD-GRUPO-PRODUTO)
                                       TO FD-GRUPO-PRODUTO
         DISPLAY FD-GRUPO-PRODUTO      AT 1520
         .
      *-----------------------------------------------------------------
       0249-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DO DIARIO CONTABIL (JOB CONTABIL) - GERA O ARQUIVO       *
      *CONTABIL.<AAAAMMDD> COM OS LANCAMENTOS DOS DIAS AINDA NAO       *
      *ENVIADOS ATE A VESPERA: DEBITO/CREDITO DE CADA ITEM DAS NOTAS   *
      *EMITIDAS E DO ICMS DESTACADO, E O ESTORNO DAS NOTAS CANCELADAS  *
      *NO PERIODO, COM AS CONTAS DO MAPA CONTAMAP POR GRUPO CONTABIL   *
      *DO PRODUTO E UF DE DESTINO. O PRIMEIRO DIA NAO ENVIADO FICA NO  *
      *ARQUIVO DE CONTROLE (INTERFACE CONTABIL) E SO AVANCA QUANDO     *
      *TODOS OS ITENS TIVEREM CONTA; SEM CONTROLE ENVIA SO A VESPERA.  *
      *O RELATORIO (TIPO CTB) CONCILIA O DIARIO COM O VALOR TOTAL DOS  *
      *PEDIDOS FATURADOS E CANCELADOS NO PERIODO                       *
      *----------------------------------------------------------------*
       0250-PROCESSAR-DIARIO-CONTABIL.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-CTB-FATAL
         MOVE 'S'                      TO WS-CTB-CONCILIADO
         INITIALIZE                    ACU-CTB-NOTAS
                                       ACU-CTB-ESTORNOS
                                       ACU-CTB-LANCAMENTOS
                                       ACU-CTB-SEM-CONTA
                                       ACU-CTB-DIVERGENTES
                                       WS-CTB-TOT-VENDAS
                                       WS-CTB-TOT-ICMS
                                       WS-CTB-TOT-EST-VENDAS
                                       WS-CTB-TOT-EST-ICMS
                                       WS-CTB-TOT-PED-FATURADO
                                       WS-CTB-TOT-PED-CANCELADO
                                       WS-CTB-TOT-DEBITO
                                       WS-CTB-TOT-CREDITO
         MOVE 'CONTABIL'               TO WS-EXT-INTERFACE
         PERFORM 0070-LER-CONTROLE-EXT
         COMPUTE WS-CTB-DATA-FIM       = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATA-COMPLETA) - 1)
         IF WS-EXT-DATA-CORTE          EQUAL ZEROS
            MOVE WS-CTB-DATA-FIM       TO WS-CTB-DATA-INI
         ELSE
            MOVE WS-EXT-DATA-CORTE     TO WS-CTB-DATA-INI
         END-IF
         PERFORM 0251-CARREGAR-MAPA-CONTAS

         IF WS-CTB-FATAL               EQUAL 'N'
            AND WS-CTB-DATA-INI        NOT GREATER WS-CTB-DATA-FIM
            MOVE SPACES                TO WS-NOME-DIARIO
            STRING 'CONTABIL.'         DELIMITED BY SIZE
                   WS-DATA-COMPLETA    DELIMITED BY SIZE
                   INTO WS-NOME-DIARIO
            END-STRING
            OPEN OUTPUT ARQ-DIARIO
            IF WS-FS-DIARIO            NOT EQUAL ZEROS
               MOVE WS-ABERTURA        TO WS-OPERACAO
               MOVE WS-FS-DIARIO       TO WS-LOG-FILE-STATUS
               MOVE WS-NOME-DIARIO     TO WS-LOG-CHAVE
               MOVE 'ERRO NA ABERTURA DO DIARIO CONTABIL'
                                       TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
               MOVE 'Y'                TO WS-CTB-FATAL
            END-IF
         END-IF

         MOVE 'CTB'                    TO WS-REL-TIPO
         PERFORM 0106-ABRIR-RELATORIO
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'DIARIO CONTABIL - CONCILIACAO COM OS PEDIDOS'
                '  -  DATA: '          WS-DATA-SISTEMA
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         EVALUATE TRUE
            WHEN WS-CTB-FATAL          EQUAL 'Y'
               MOVE 'DIARIO NAO GERADO - VER O LOG DE ERROS'
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
            WHEN WS-CTB-DATA-INI       GREATER WS-CTB-DATA-FIM
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               STRING 'NENHUM DIA PENDENTE - PROXIMO DIA A ENVIAR: '
                      WS-CTB-DATA-INI
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL-TITULO
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
            WHEN OTHER
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               STRING 'DIAS PROCESSADOS: '
                      WS-CTB-DATA-INI  ' A '
                      WS-CTB-DATA-FIM
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL-TITULO
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO
               MOVE SPACES             TO WS-LINHA-REL-TITULO
               STRING 'DATA     TIPO         NF  PEDIDO   VLR DIARIO'
                      '   VLR PEDIDO    VLR ICMS SITUACAO'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL-TITULO
               MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
               WRITE FD-REG-RELATORIO

               MOVE SPACES             TO WS-FIM-ARQ-NF
               MOVE LOW-VALUES         TO FD-NUM-NF
               START ARQ-NF-CAB        KEY IS NOT LESS FD-NUM-NF
                     INVALID KEY
                     MOVE 'S'          TO WS-FIM-ARQ-NF
               END-START
               PERFORM UNTIL WS-FIM-ARQ-NF EQUAL 'S'
                  READ ARQ-NF-CAB NEXT RECORD
                       AT END
                       MOVE 'S'        TO WS-FIM-ARQ-NF
                  END-READ
                  IF WS-FIM-ARQ-NF     NOT EQUAL 'S'
                     IF FD-DATA-EMISSAO-NF
                                       NOT LESS WS-CTB-DATA-INI
                        AND FD-DATA-EMISSAO-NF
                                       NOT GREATER WS-CTB-DATA-FIM
                        MOVE 'F'       TO WS-CTB-TIPO
                        MOVE FD-DATA-EMISSAO-NF
                                       TO WS-CTB-DATA-LANC
                        PERFORM 0252-LANCAR-NOTA-CONTABIL
                     END-IF
                     IF FD-STATUS-NF   EQUAL 'C'
                        AND FD-DATA-CANC-NF
                                       NOT LESS WS-CTB-DATA-INI
                        AND FD-DATA-CANC-NF
                                       NOT GREATER WS-CTB-DATA-FIM
                        MOVE 'E'       TO WS-CTB-TIPO
                        MOVE FD-DATA-CANC-NF
                                       TO WS-CTB-DATA-LANC
                        PERFORM 0252-LANCAR-NOTA-CONTABIL
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE ARQ-DIARIO

               PERFORM 0257-TOTALIZAR-DIARIO
               IF ACU-CTB-SEM-CONTA    GREATER ZEROS
                  OR WS-CTB-FATAL      EQUAL 'Y'
                  MOVE 'Y'             TO WS-CTB-FATAL
                  MOVE 'DIARIO CONTABIL'
                                       TO WS-OPERACAO
                  MOVE SPACES          TO WS-LOG-FILE-STATUS
                  MOVE WS-CTB-DATA-INI TO WS-LOG-CHAVE
                  MOVE 'DIAS NAO MARCADOS COMO ENVIADOS'
                                       TO WS-LOG-MENSAGEM
                  PERFORM 0029-REGISTRAR-LOG-ERRO
                  OPEN OUTPUT ARQ-DIARIO
                  CLOSE ARQ-DIARIO
                  MOVE 'DIAS NAO MARCADOS COMO ENVIADOS - REPROCESSAR'
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
                  MOVE SPACES          TO WS-LINHA-REL-TITULO
                  STRING 'NENHUM DIARIO GERADO - ARQUIVO VAZIO: '
                         WS-NOME-DIARIO
                         DELIMITED BY SIZE
                         INTO WS-LINHA-REL-TITULO
                  MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
               ELSE
                  PERFORM 0071-GRAVAR-CONTROLE-EXT
                  MOVE SPACES          TO WS-LINHA-REL-TITULO
                  STRING 'DIAS ENVIADOS: '
                         WS-CTB-DATA-INI  ' A '
                         WS-CTB-DATA-FIM  '  -  ARQUIVO: '
                         WS-NOME-DIARIO
                         DELIMITED BY SIZE
                         INTO WS-LINHA-REL-TITULO
                  MOVE WS-LINHA-REL-TITULO
                                       TO FD-REG-RELATORIO
                  WRITE FD-REG-RELATORIO
               END-IF
         END-EVALUATE
         PERFORM 0108-FECHAR-RELATORIO
         .
      *-----------------------------------------------------------------
       0250-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE CARGA DO MAPA DE CONTAS CONTABEIS (ARQUIVO CONTAMAP) -*
      *CADA LINHA TRAZ, SEPARADOS POR ESPACO: GRUPO CONTABIL (3), UF   *
      *(2), CONTA DEBITO E CONTA CREDITO DA VENDA E CONTA DEBITO E     *
      *CONTA CREDITO DO ICMS (ATE 15 CADA); * NO GRUPO OU NA UF VALE   *
      *PARA TODOS. LINHA INVALIDA VAI PARA O ARQ-REJEITADOS            *
      *----------------------------------------------------------------*
       0251-CARREGAR-MAPA-CONTAS.
      *-----------------------------------------------------------------

         INITIALIZE                    WS-CTB-MAPA-TABELA
         MOVE ZEROS                    TO WS-CTB-MAPA-QTD
         OPEN INPUT ARQ-CONTAMAP
         IF WS-FS-CONTAMAP             NOT EQUAL ZEROS
            MOVE WS-ABERTURA           TO WS-OPERACAO
            MOVE WS-FS-CONTAMAP        TO WS-LOG-FILE-STATUS
            MOVE 'CONTAMAP'            TO WS-LOG-CHAVE
            MOVE 'MAPA DE CONTAS CONTABEIS NAO ENCONTRADO'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
            MOVE 'Y'                   TO WS-CTB-FATAL
         ELSE
            MOVE SPACES                TO WS-CTB-FIM
            PERFORM UNTIL WS-CTB-FIM   EQUAL 'S'
               MOVE SPACES             TO WS-CTB-LINHA-MAPA
               READ ARQ-CONTAMAP       INTO WS-CTB-LINHA-MAPA
                    AT END
                    MOVE 'S'           TO WS-CTB-FIM
               END-READ
               IF WS-CTB-FIM           NOT EQUAL 'S'
                  AND WS-CTB-LINHA-MAPA NOT EQUAL SPACES
                  MOVE SPACES          TO WS-CTB-TOKEN-GRUPO
                                          WS-CTB-TOKEN-UF
                                          WS-CTB-TOKEN-DEB
                                          WS-CTB-TOKEN-CRED
                                          WS-CTB-TOKEN-ICMS-DEB
                                          WS-CTB-TOKEN-ICMS-CRED
                  UNSTRING WS-CTB-LINHA-MAPA
                           DELIMITED BY ALL ' '
                           INTO WS-CTB-TOKEN-GRUPO
                                WS-CTB-TOKEN-UF
                                WS-CTB-TOKEN-DEB
                                WS-CTB-TOKEN-CRED
                                WS-CTB-TOKEN-ICMS-DEB
                                WS-CTB-TOKEN-ICMS-CRED
                  END-UNSTRING
                  MOVE WS-CTB-TOKEN-GRUPO
                                       TO WS-REJ-CHAVE
                  EVALUATE TRUE
                     WHEN WS-CTB-TOKEN-ICMS-CRED EQUAL SPACES
                        OR WS-CTB-TOKEN-GRUPO(4:) NOT EQUAL SPACES
                        OR WS-CTB-TOKEN-UF(3:)    NOT EQUAL SPACES
                        MOVE 'LINHA INVALIDA NO MAPA DE CONTAS'
                                       TO WS-REJ-MOTIVO
                        PERFORM 0036-REGISTRAR-REJEITADO
                     WHEN WS-CTB-MAPA-QTD NOT LESS 200
                        MOVE 'MAPA DE CONTAS COM MAIS DE 200 LINHAS'
                                       TO WS-REJ-MOTIVO
                        PERFORM 0036-REGISTRAR-REJEITADO
                     WHEN OTHER
                        ADD 1          TO WS-CTB-MAPA-QTD
                        IF WS-CTB-TOKEN-GRUPO EQUAL '*'
                           MOVE SPACES TO
                                WS-CTB-MAPA-GRUPO(WS-CTB-MAPA-QTD)
                        ELSE
                           MOVE FUNCTION UPPER-CASE(WS-CTB-TOKEN-GRUPO)
                                       TO
                                WS-CTB-MAPA-GRUPO(WS-CTB-MAPA-QTD)
                        END-IF
                        IF WS-CTB-TOKEN-UF EQUAL '*'
                           MOVE SPACES TO
                                WS-CTB-MAPA-UF(WS-CTB-MAPA-QTD)
                        ELSE
                           MOVE FUNCTION UPPER-CASE(WS-CTB-TOKEN-UF)
                                       TO
                                WS-CTB-MAPA-UF(WS-CTB-MAPA-QTD)
                        END-IF
                        MOVE WS-CTB-TOKEN-DEB
                                       TO
                             WS-CTB-MAPA-DEB(WS-CTB-MAPA-QTD)
                        MOVE WS-CTB-TOKEN-CRED
                                       TO
                             WS-CTB-MAPA-CRED(WS-CTB-MAPA-QTD)
                        MOVE WS-CTB-TOKEN-ICMS-DEB
                                       TO
                             WS-CTB-MAPA-ICMS-DEB(WS-CTB-MAPA-QTD)
                        MOVE WS-CTB-TOKEN-ICMS-CRED
                                       TO
                             WS-CTB-MAPA-ICMS-CRED(WS-CTB-MAPA-QTD)
                  END-EVALUATE
               END-IF
            END-PERFORM
            CLOSE ARQ-CONTAMAP
            IF WS-CTB-MAPA-QTD         EQUAL ZEROS
               MOVE 'DIARIO CONTABIL'  TO WS-OPERACAO
               MOVE SPACES             TO WS-LOG-FILE-STATUS
               MOVE 'CONTAMAP'         TO WS-LOG-CHAVE
               MOVE 'MAPA DE CONTAS CONTABEIS VAZIO'
                                       TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
               MOVE 'Y'                TO WS-CTB-FATAL
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0251-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LANCAMENTO DE UMA NOTA FISCAL (REG-NF-CAB) NO DIARIO -*
      *WS-CTB-TIPO F = FATURAMENTO NA EMISSAO, E = ESTORNO NO          *
      *CANCELAMENTO; LANCA OS ITENS, ACUMULA O VALOR DO PEDIDO PARA A  *
      *CONCILIACAO E IMPRIME A LINHA DA NOTA NO RELATORIO              *
      *----------------------------------------------------------------*
       0252-LANCAR-NOTA-CONTABIL.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-CTB-VLR-NOTA
                                          WS-CTB-VLR-ICMS-NOTA
                                          WS-CTB-VLR-PEDIDO
         MOVE 'N'                      TO WS-CTB-SEM-CONTA
         MOVE FD-NUM-PEDIDO-NF         TO FD-NUM-PEDIDO
         MOVE 'S'                      TO WS-CTB-ACHOU-PED
         READ ARQ-PEDIDO               INVALID KEY
              MOVE 'N'                 TO WS-CTB-ACHOU-PED
         END-READ
         IF WS-CTB-ACHOU-PED           EQUAL 'S'
            MOVE FD-VLR-TOTAL-PED      TO WS-CTB-VLR-PEDIDO
         ELSE
            MOVE 'DIARIO CONTABIL'     TO WS-OPERACAO
            MOVE SPACES                TO WS-LOG-FILE-STATUS
            MOVE FD-NUM-NF             TO WS-LOG-CHAVE
            MOVE 'PEDIDO DA NOTA FISCAL NAO CADASTRADO'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         END-IF

         MOVE FD-NUM-NF                TO FD-NUM-NF-ITEM
         MOVE ZEROS                    TO FD-SEQ-NF-ITEM
         MOVE SPACES                   TO WS-FIM-ARQ-NF-ITEM
         START ARQ-NF-ITEM             KEY IS NOT LESS FD-CHAVE-NF-ITEM
               INVALID KEY
               MOVE 'S'                TO WS-FIM-ARQ-NF-ITEM
         END-START
         PERFORM UNTIL WS-FIM-ARQ-NF-ITEM EQUAL 'S'
            READ ARQ-NF-ITEM NEXT RECORD
                 AT END
                 MOVE 'S'              TO WS-FIM-ARQ-NF-ITEM
            END-READ
            IF WS-FIM-ARQ-NF-ITEM      NOT EQUAL 'S'
               IF FD-NUM-NF-ITEM       NOT EQUAL FD-NUM-NF
                  MOVE 'S'             TO WS-FIM-ARQ-NF-ITEM
               ELSE
                  PERFORM 0253-LANCAR-ITEM-CONTABIL
               END-IF
            END-IF
         END-PERFORM

         IF WS-CTB-TIPO                EQUAL 'F'
            ADD 1                      TO ACU-CTB-NOTAS
            ADD WS-CTB-VLR-NOTA        TO WS-CTB-TOT-VENDAS
            ADD WS-CTB-VLR-ICMS-NOTA   TO WS-CTB-TOT-ICMS
            ADD WS-CTB-VLR-PEDIDO      TO WS-CTB-TOT-PED-FATURADO
            MOVE 'FATURA'              TO WS-REL-CTB-TIPO
         ELSE
            ADD 1                      TO ACU-CTB-ESTORNOS
            ADD WS-CTB-VLR-NOTA        TO WS-CTB-TOT-EST-VENDAS
            ADD WS-CTB-VLR-ICMS-NOTA   TO WS-CTB-TOT-EST-ICMS
            ADD WS-CTB-VLR-PEDIDO      TO WS-CTB-TOT-PED-CANCELADO
            MOVE 'ESTORNO'             TO WS-REL-CTB-TIPO
         END-IF
         MOVE WS-CTB-DATA-LANC         TO WS-REL-CTB-DATA
         MOVE FD-NUM-NF                TO WS-REL-CTB-NF
         MOVE FD-NUM-PEDIDO-NF         TO WS-REL-CTB-PEDIDO
         MOVE WS-CTB-VLR-NOTA          TO WS-REL-CTB-VLR-DIARIO
         MOVE WS-CTB-VLR-PEDIDO        TO WS-REL-CTB-VLR-PEDIDO
         MOVE WS-CTB-VLR-ICMS-NOTA     TO WS-REL-CTB-VLR-ICMS
         EVALUATE TRUE
            WHEN WS-CTB-SEM-CONTA      EQUAL 'S'
               MOVE 'SEM CONTA'        TO WS-REL-CTB-SITUACAO
               ADD 1                   TO ACU-CTB-DIVERGENTES
            WHEN WS-CTB-VLR-NOTA       NOT EQUAL WS-CTB-VLR-PEDIDO
               MOVE 'DIVERGENTE'       TO WS-REL-CTB-SITUACAO
               ADD 1                   TO ACU-CTB-DIVERGENTES
            WHEN OTHER
               MOVE SPACES             TO WS-REL-CTB-SITUACAO
         END-EVALUATE
         MOVE WS-LINHA-REL-CTB         TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0252-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE LANCAMENTO DE UM ITEM DA NOTA (REG-NF-ITEM) - BUSCA AS*
      *CONTAS PELO GRUPO CONTABIL DO PRODUTO E UF DE DESTINO E GRAVA   *
      *DEBITO E CREDITO DO VALOR DO ITEM E, HAVENDO ICMS, DEBITO E     *
      *CREDITO DO ICMS; NO ESTORNO AS NATUREZAS SE INVERTEM            *
      *----------------------------------------------------------------*
       0253-LANCAR-ITEM-CONTABIL.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO WS-CTB-GRUPO
         IF FD-COD-PRODUTO-NF          NOT EQUAL ZEROS
            MOVE FD-COD-PRODUTO-NF     TO FD-COD-PRODUTO
            MOVE 1                     TO WS-ACHOU
            READ ARQ-PRODUTO           INVALID KEY
                 MOVE ZEROS            TO WS-ACHOU
            END-READ
            IF WS-ACHOU                EQUAL 1
               AND FD-GRUPO-PRODUTO    NOT EQUAL LOW-VALUES
               MOVE FD-GRUPO-PRODUTO   TO WS-CTB-GRUPO
            END-IF
         END-IF
         MOVE FD-UF-DESTINO-NF         TO WS-CTB-UF
         PERFORM 0254-BUSCAR-CONTA-CONTABIL

         IF WS-CTB-ACHOU-IX            EQUAL ZEROS
            MOVE 'S'                   TO WS-CTB-SEM-CONTA
            ADD 1                      TO ACU-CTB-SEM-CONTA
            MOVE SPACES                TO WS-REJ-CHAVE
                                          WS-REJ-MOTIVO
            STRING 'NF '               FD-NUM-NF-ITEM
                   '/'                 FD-SEQ-NF-ITEM
                   DELIMITED BY SIZE   INTO WS-REJ-CHAVE
            STRING 'SEM CONTA CONTABIL GRUPO '
                   WS-CTB-GRUPO        ' UF '
                   WS-CTB-UF
                   DELIMITED BY SIZE   INTO WS-REJ-MOTIVO
            PERFORM 0036-REGISTRAR-REJEITADO
         ELSE
            MOVE WS-CTB-ACHOU-IX       TO WS-CTB-IX
            ADD FD-VLR-TOTAL-NF-ITEM   TO WS-CTB-VLR-NOTA
            MOVE FD-VLR-TOTAL-NF-ITEM  TO WS-CTB-VALOR
            MOVE SPACES                TO WS-CTB-HISTORICO
            IF WS-CTB-TIPO             EQUAL 'F'
               STRING 'VENDA NF '      FD-NUM-NF-ITEM
                      ' PED '          FD-NUM-PEDIDO-NF
                      DELIMITED BY SIZE
                      INTO WS-CTB-HISTORICO
               MOVE 'D'                TO WS-CTB-NATUREZA
               MOVE WS-CTB-MAPA-DEB(WS-CTB-IX)
                                       TO WS-CTB-CONTA
               PERFORM 0256-GRAVAR-LANCAMENTO-CTB
               MOVE 'C'                TO WS-CTB-NATUREZA
               MOVE WS-CTB-MAPA-CRED(WS-CTB-IX)
                                       TO WS-CTB-CONTA
               PERFORM 0256-GRAVAR-LANCAMENTO-CTB
            ELSE
               STRING 'ESTORNO VENDA NF '
                      FD-NUM-NF-ITEM
                      DELIMITED BY SIZE
                      INTO WS-CTB-HISTORICO
               MOVE 'D'                TO WS-CTB-NATUREZA
               MOVE WS-CTB-MAPA-CRED(WS-CTB-IX)
                                       TO WS-CTB-CONTA
               PERFORM 0256-GRAVAR-LANCAMENTO-CTB
               MOVE 'C'                TO WS-CTB-NATUREZA
               MOVE WS-CTB-MAPA-DEB(WS-CTB-IX)
                                       TO WS-CTB-CONTA
               PERFORM 0256-GRAVAR-LANCAMENTO-CTB
            END-IF

            IF FD-VLR-ICMS-NF-ITEM     GREATER ZEROS
               ADD FD-VLR-ICMS-NF-ITEM TO WS-CTB-VLR-ICMS-NOTA
               MOVE FD-VLR-ICMS-NF-ITEM
                                       TO WS-CTB-VALOR
               MOVE SPACES             TO WS-CTB-HISTORICO
               IF WS-CTB-TIPO          EQUAL 'F'
                  STRING 'ICMS NF '    FD-NUM-NF-ITEM
                         ' PED '       FD-NUM-PEDIDO-NF
                         DELIMITED BY SIZE
                         INTO WS-CTB-HISTORICO
                  MOVE 'D'             TO WS-CTB-NATUREZA
                  MOVE WS-CTB-MAPA-ICMS-DEB(WS-CTB-IX)
                                       TO WS-CTB-CONTA
                  PERFORM 0256-GRAVAR-LANCAMENTO-CTB
                  MOVE 'C'             TO WS-CTB-NATUREZA
                  MOVE WS-CTB-MAPA-ICMS-CRED(WS-CTB-IX)
                                       TO WS-CTB-CONTA
                  PERFORM 0256-GRAVAR-LANCAMENTO-CTB
               ELSE
                  STRING 'ESTORNO ICMS NF '
                         FD-NUM-NF-ITEM
                         DELIMITED BY SIZE
                         INTO WS-CTB-HISTORICO
                  MOVE 'D'             TO WS-CTB-NATUREZA
                  MOVE WS-CTB-MAPA-ICMS-CRED(WS-CTB-IX)
                                       TO WS-CTB-CONTA
                  PERFORM 0256-GRAVAR-LANCAMENTO-CTB
                  MOVE 'C'             TO WS-CTB-NATUREZA
                  MOVE WS-CTB-MAPA-ICMS-DEB(WS-CTB-IX)
                                       TO WS-CTB-CONTA
                  PERFORM 0256-GRAVAR-LANCAMENTO-CTB
               END-IF
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0253-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE BUSCA DAS CONTAS DO GRUPO WS-CTB-GRUPO NA UF WS-CTB-UF*
      *- ORDEM: GRUPO+UF, GRUPO (TODAS AS UF), UF (TODOS OS GRUPOS) E  *
      *LINHA GERAL; DEVOLVE A LINHA DO MAPA EM WS-CTB-ACHOU-IX (ZERO = *
      *SEM CONTA)                                                      *
      *----------------------------------------------------------------*
       0254-BUSCAR-CONTA-CONTABIL.
      *-----------------------------------------------------------------

         MOVE ZEROS                    TO WS-CTB-ACHOU-IX
         MOVE WS-CTB-GRUPO             TO WS-CTB-GRUPO-BUSCA
         MOVE WS-CTB-UF                TO WS-CTB-UF-BUSCA
         PERFORM 0255-PESQUISAR-MAPA-CONTAS
         IF WS-CTB-ACHOU-IX            EQUAL ZEROS
            MOVE WS-CTB-GRUPO          TO WS-CTB-GRUPO-BUSCA
            MOVE SPACES                TO WS-CTB-UF-BUSCA
            PERFORM 0255-PESQUISAR-MAPA-CONTAS
         END-IF
         IF WS-CTB-ACHOU-IX            EQUAL ZEROS
            MOVE SPACES                TO WS-CTB-GRUPO-BUSCA
            MOVE WS-CTB-UF             TO WS-CTB-UF-BUSCA
            PERFORM 0255-PESQUISAR-MAPA-CONTAS
         END-IF
         IF WS-CTB-ACHOU-IX            EQUAL ZEROS
            MOVE SPACES                TO WS-CTB-GRUPO-BUSCA
                                          WS-CTB-UF-BUSCA
            PERFORM 0255-PESQUISAR-MAPA-CONTAS
         END-IF
         .
      *-----------------------------------------------------------------
       0254-EXIT.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       0255-PESQUISAR-MAPA-CONTAS.
      *-----------------------------------------------------------------

         MOVE 1                        TO WS-CTB-IX
         PERFORM UNTIL WS-CTB-IX       GREATER WS-CTB-MAPA-QTD
                    OR WS-CTB-ACHOU-IX GREATER ZEROS
            IF WS-CTB-MAPA-GRUPO(WS-CTB-IX)
                                       EQUAL WS-CTB-GRUPO-BUSCA
               AND WS-CTB-MAPA-UF(WS-CTB-IX)
                                       EQUAL WS-CTB-UF-BUSCA
               MOVE WS-CTB-IX          TO WS-CTB-ACHOU-IX
            END-IF
            ADD 1                      TO WS-CTB-IX
         END-PERFORM
         .
      *-----------------------------------------------------------------
       0255-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE GRAVACAO DE UM LANCAMENTO NO DIARIO CONTABIL - LAYOUT *
      *DE 95 POSICOES: DATA(8) TIPO F/E(1) NATUREZA D/C(1) CONTA(15)   *
      *VALOR(11, 2 DECIMAIS) NOTA(7) PEDIDO(7) ITEM(3) CLIENTE(7) UF(2)*
      *GRUPO(3) HISTORICO(30)                                          *
      *----------------------------------------------------------------*
       0256-GRAVAR-LANCAMENTO-CTB.
      *-----------------------------------------------------------------

         MOVE WS-CTB-DATA-LANC         TO WS-DIA-DATA
         MOVE WS-CTB-TIPO              TO WS-DIA-TIPO
         MOVE WS-CTB-NATUREZA          TO WS-DIA-NATUREZA
         MOVE WS-CTB-CONTA             TO WS-DIA-CONTA
         MOVE WS-CTB-VALOR             TO WS-DIA-VALOR
         MOVE FD-NUM-NF-ITEM           TO WS-DIA-NUM-NF
         MOVE FD-NUM-PEDIDO-NF         TO WS-DIA-NUM-PEDIDO
         MOVE FD-SEQ-NF-ITEM           TO WS-DIA-SEQ-ITEM
         MOVE FD-COD-CLIENTE-NF        TO WS-DIA-CLIENTE
         MOVE WS-CTB-UF                TO WS-DIA-UF
         MOVE WS-CTB-GRUPO             TO WS-DIA-GRUPO
         MOVE WS-CTB-HISTORICO         TO WS-DIA-HISTORICO
         MOVE WS-AREA-DIARIO           TO FD-REG-DIARIO
         WRITE FD-REG-DIARIO
         IF WS-FS-DIARIO               NOT EQUAL ZEROS
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            MOVE WS-FS-DIARIO          TO WS-LOG-FILE-STATUS
            MOVE WS-NOME-DIARIO        TO WS-LOG-CHAVE
            MOVE 'ERRO NA GRAVACAO DO DIARIO CONTABIL'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
            MOVE 'Y'                   TO WS-CTB-FATAL
         ELSE
            ADD 1                      TO ACU-CTB-LANCAMENTOS
            IF WS-CTB-NATUREZA         EQUAL 'D'
               ADD WS-CTB-VALOR        TO WS-CTB-TOT-DEBITO
            ELSE
               ADD WS-CTB-VALOR        TO WS-CTB-TOT-CREDITO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0256-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE TOTAIS E CONCILIACAO DO DIARIO CONTABIL - FATURAMENTO *
      *LANCADO X VALOR TOTAL DOS PEDIDOS FATURADOS, ESTORNO LANCADO X  *
      *PEDIDOS CANCELADOS, LIQUIDO E DEBITO X CREDITO; QUALQUER        *
      *DIFERENCA DEIXA O DIARIO DIVERGENTE (RETORNO 4 NO JOB)          *
      *----------------------------------------------------------------*
       0257-TOTALIZAR-DIARIO.
      *-----------------------------------------------------------------

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-CTB-NOTAS            TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'NOTAS FATURADAS......: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-CTB-ESTORNOS         TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'NOTAS ESTORNADAS.....: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-CTB-LANCAMENTOS      TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'LANCAMENTOS..........: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-CTB-SEM-CONTA        TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'ITENS SEM CONTA......: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE ACU-CTB-DIVERGENTES      TO WS-TIT-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'NOTAS DIVERGENTES....: '
                WS-TIT-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-VENDAS        TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'FATURAMENTO NO DIARIO: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-PED-FATURADO  TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PEDIDOS FATURADOS....: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         COMPUTE WS-CTB-DIFERENCA      = WS-CTB-TOT-VENDAS
                                       - WS-CTB-TOT-PED-FATURADO
         IF WS-CTB-DIFERENCA           NOT EQUAL ZEROS
            MOVE 'N'                   TO WS-CTB-CONCILIADO
         END-IF
         MOVE WS-CTB-DIFERENCA         TO WS-CTB-DIF-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'DIFERENCA............:'
                WS-CTB-DIF-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE WS-CTB-TOT-EST-VENDAS    TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'ESTORNOS NO DIARIO...: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-PED-CANCELADO TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'PEDIDOS CANCELADOS...: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         COMPUTE WS-CTB-DIFERENCA      = WS-CTB-TOT-EST-VENDAS
                                       - WS-CTB-TOT-PED-CANCELADO
         IF WS-CTB-DIFERENCA           NOT EQUAL ZEROS
            MOVE 'N'                   TO WS-CTB-CONCILIADO
         END-IF
         MOVE WS-CTB-DIFERENCA         TO WS-CTB-DIF-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'DIFERENCA............:'
                WS-CTB-DIF-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         COMPUTE WS-CTB-DIFERENCA      = WS-CTB-TOT-VENDAS
                                       - WS-CTB-TOT-EST-VENDAS
                                       - WS-CTB-TOT-PED-FATURADO
                                       + WS-CTB-TOT-PED-CANCELADO
         MOVE WS-CTB-DIFERENCA         TO WS-CTB-DIF-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'DIFERENCA LIQUIDA....:'
                WS-CTB-DIF-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-ICMS          TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'ICMS NO DIARIO.......: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-EST-ICMS      TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'ESTORNO DE ICMS......: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-DEBITO        TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'TOTAL A DEBITO.......: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         MOVE WS-CTB-TOT-CREDITO       TO WS-CTB-VALOR-MASC
         MOVE SPACES                   TO WS-LINHA-REL-TITULO
         STRING 'TOTAL A CREDITO......: '
                WS-CTB-VALOR-MASC
                DELIMITED BY SIZE      INTO WS-LINHA-REL-TITULO
         MOVE WS-LINHA-REL-TITULO      TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         IF WS-CTB-TOT-DEBITO          NOT EQUAL WS-CTB-TOT-CREDITO
            MOVE 'N'                   TO WS-CTB-CONCILIADO
         END-IF

         MOVE SPACES                   TO FD-REG-RELATORIO
         WRITE FD-REG-RELATORIO
         IF WS-CTB-CONCILIADO          EQUAL 'S'
            MOVE 'RESULTADO: DIARIO CONCILIADO COM OS PEDIDOS'
                                       TO FD-REG-RELATORIO
         ELSE
            MOVE 'RESULTADO: DIARIO DIVERGENTE DOS PEDIDOS'
                                       TO FD-REG-RELATORIO
         END-IF
         WRITE FD-REG-RELATORIO
         .
      *-----------------------------------------------------------------
       0257-EXIT.
      *-----------------------------------------------------------------
      *
      *----------------------------------------------------------------*
      *ROTINA DE FATURAMENTO DO PEDIDO EM REG-PEDIDO (STATUS 'A' COM O *
      *ICMS JA VERIFICADO PELA 0158) - RESERVA O NUMERO DA NOTA FISCAL *
      *ANTES DE PASSAR O PEDIDO PARA 'F' E BAIXAR O ESTOQUE; SEM       *
      *NUMERO O PEDIDO CONTINUA ABERTO E O ESTOQUE NAO E MOVIMENTADO.  *
      *WS-NF-FATURADO = 'S' QUANDO O PEDIDO FOI FATURADO               *
      *----------------------------------------------------------------*
       0258-FATURAR-PEDIDO.
      *-----------------------------------------------------------------

         MOVE 'N'                      TO WS-NF-FATURADO
         MOVE ZEROS                    TO WS-NF-NUMERO
         MOVE 'NOTAFISCAL'             TO WS-NUM-CHAVE
         PERFORM 0157-OBTER-PROXIMO-NUMERO
         IF WS-NUM-PROXIMO             EQUAL ZEROS
            IF WS-MODO-BATCH           EQUAL 'N'
               DISPLAY WS-LINHA-BRANCO AT 2302
               DISPLAY "NUMERO DE NOTA FISCAL INDISPONIVEL!!!"
                                       AT 2310
            END-IF
            MOVE 'NOTA FISCAL'         TO WS-OPERACAO
            MOVE SPACES                TO WS-LOG-FILE-STATUS
            MOVE FD-NUM-PEDIDO         TO WS-LOG-CHAVE
            MOVE 'PEDIDO NAO FATURADO - SEM NUMERO DE NOTA'
                                       TO WS-LOG-MENSAGEM
            PERFORM 0029-REGISTRAR-LOG-ERRO
         ELSE
            MOVE WS-NUM-PROXIMO        TO WS-NF-NUMERO
            MOVE 'F'                   TO FD-STATUS-PED
            REWRITE REG-PEDIDO
            MOVE WS-GRAVACAO           TO WS-OPERACAO
            PERFORM 0039-TESTAR-ARQPEDIDO
            IF WS-FS-ACESSO-PED        EQUAL ZEROS
               MOVE 'S'                TO WS-NF-FATURADO
               MOVE 'B'                TO WS-EST-TIPO
               MOVE 'FATURAMENTO DO PEDIDO'
                                       TO WS-EST-HISTORICO
               PERFORM 0148-MOVIMENTAR-ITENS-PED
               PERFORM 0159-EMITIR-NOTA-FISCAL
            ELSE
               MOVE 'A'                TO FD-STATUS-PED
               MOVE 'NOTA FISCAL'      TO WS-OPERACAO
               MOVE WS-FS-ACESSO-PED   TO WS-LOG-FILE-STATUS
               MOVE WS-NF-NUMERO       TO WS-LOG-CHAVE
               MOVE 'NUMERO DE NOTA RESERVADO E NAO UTILIZADO'
                                       TO WS-LOG-MENSAGEM
               PERFORM 0029-REGISTRAR-LOG-ERRO
            END-IF
         END-IF
         .
      *-----------------------------------------------------------------
       0258-EXIT.
      *-----------------------------------------------------------------

       end program CARTCLIE.
