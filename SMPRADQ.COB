       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRADQ.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CONCILIACAO DAS LIQUIDACOES DA ADQUIRENTE       *
      * (CARTAO E PIX) COM OS RECEBIMENTOS DO CAIXA:    *
      * I = IMPORTA ADQLIQTX.TXT, CASA CADA TRANSACAO   *
      *     LIQUIDADA COM O RECEBIMENTO (CADCXCAR) PELA *
      *     DATA, VALOR E AUTORIZACAO, GRAVA A TAXA E A *
      *     DATA PREVISTA X REALIZADA, E LISTA OS NAO   *
      *     LIQUIDADOS ALEM DO PRAZO E AS LIQUIDACOES   *
      *     SEM RECEBIMENTO (ADQCONTX.TXT)              *
      * R = RESUMO MENSAL DAS TAXAS POR BANDEIRA E POR  *
      *     UNIDADE (ADQTAXTX.TXT)                      *
      * PRAZOS CONTRATUAIS NO CADPARAM: PRAZOCART E     *
      * PRAZOPIX (DIAS CORRIDOS)                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCXCAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AUTCC WITH DUPLICATES.

       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT ADQLIQTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ADQCONTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ADQTAXTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** RECEBIMENTOS EM CARTAO/PIX (MESMA CHAVE DO CADCAIXA) E
      ***** A LIQUIDACAO PELA ADQUIRENTE. SITCC: A=A LIQUIDAR
      ***** L=LIQUIDADO. PREVCC E DATALQCC NO FORMATO AAAAMMDD
       FD CADCXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCXCAR.
       01 REGCXCAR.
          03 KEYCXCAR.
             05 CPFCC         PIC 9(11).
             05 DATACC        PIC 9(08).
             05 SEQCC         PIC 9(02).
          03 AUTCC            PIC X(12).
          03 BANDCC           PIC X(10).
          03 UNIDCC           PIC 9(02).
          03 FORMACC          PIC X(01).
          03 VALORCC          PIC 9(06)V99.
          03 SITCC            PIC X(01).
          03 PREVCC           PIC 9(08).
          03 DATALQCC         PIC 9(08).
          03 TAXACC           PIC 9(06)V99.
          03 VALLQCC          PIC 9(06)V99.
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCAIXA.
       01 REGCAIXA.
          03 KEYCAIXA.
             05 CPFCX         PIC 9(11).
             05 DATACX.
                07 DIACX      PIC 9(02).
                07 MESCX      PIC 9(02).
                07 ANOCX      PIC 9(04).
             05 SEQCX         PIC 9(02).
          03 VALORCX          PIC 9(06)V99.
          03 FORMACX          PIC X(01).
          03 OPERCX           PIC 9(04).
          03 SITUACAOCX       PIC X(01).
          03 NUMRECIBO        PIC 9(06).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
      ***** ARQUIVO DE LIQUIDACAO DA ADQUIRENTE, UMA TRANSACAO POR
      ***** LINHA. DATAS NO FORMATO AAAAMMDD
       FD ADQLIQTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ADQLIQTX.
       01 REGADQLIQTX.
          03 LQ-DATAVENDA  PIC 9(08).
          03 LQ-AUT        PIC X(12).
          03 LQ-BAND       PIC X(10).
          03 LQ-VALBRUTO   PIC 9(08)V99.
          03 LQ-TAXA       PIC 9(06)V99.
          03 LQ-VALLIQ     PIC 9(08)V99.
          03 LQ-DATALIQ    PIC 9(08).
      *
       FD ADQCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ADQCONTX.
       01 REGADQCONTX       PIC X(100).
      *
       FD ADQTAXTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ADQTAXTX.
       01 REGADQTAXTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCXCAR PIC X(64) VALUE
          "CADCXCAR.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-ADQLIQTX PIC X(64) VALUE
          "ADQLIQTX.TXT".
       01 W-ARQ-ADQCONTX PIC X(64) VALUE
          "ADQCONTX.TXT".
       01 W-ARQ-ADQTAXTX PIC X(64) VALUE
          "ADQTAXTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 W-MESANO.
          03 W-MAMES    PIC 9(02).
          03 W-MAANO    PIC 9(04).
       01 W-MESANO-N  REDEFINES W-MESANO PIC 9(06).
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-SERHOJE   PIC 9(08) VALUE ZEROS.
       01 W-SERVENDA  PIC 9(08) VALUE ZEROS.
       01 W-PRAZOCART PIC 9(03) VALUE 30.
       01 W-PRAZOPIX  PIC 9(03) VALUE 1.
       01 W-PRAZO     PIC 9(03) VALUE ZEROS.
       01 W-DIAS      PIC 9(05) VALUE ZEROS.
       01 W-ACHEI     PIC 9(01) VALUE ZEROS.
       01 W-DIVERG    PIC 9(01) VALUE ZEROS.
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
      ***** DATA DDMMAAAA DO CAIXA E SUA FORMA AAAAMMDD
       01 W-DMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DMA-N     REDEFINES W-DMA PIC 9(08).
       01 W-AMD.
          03 W-AMDANO   PIC 9(04).
          03 W-AMDMES   PIC 9(02).
          03 W-AMDDIA   PIC 9(02).
       01 W-AMD-N     REDEFINES W-AMD PIC 9(08).
       01 W-ULTDIA    PIC 9(02) VALUE ZEROS.
       01 W-ULT1      PIC 9(04) VALUE ZEROS.
       01 W-ULT2      PIC 9(04) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
       01 W-DSDIA     PIC 9(02) VALUE ZEROS.
       01 W-DSMES     PIC 9(02) VALUE ZEROS.
       01 W-DSANO     PIC 9(04) VALUE ZEROS.
       01 W-DSANT     PIC 9(04) VALUE ZEROS.
       01 W-DSSER     PIC 9(08) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 TABCUMD-R.
          03 FILLER PIC X(18) VALUE "000031059090120151".
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.
       01 W-TOTLIDOS  PIC 9(05) VALUE ZEROS.
       01 W-TOTCASA   PIC 9(05) VALUE ZEROS.
       01 W-TOTATRASO PIC 9(05) VALUE ZEROS.
       01 W-TOTNAO    PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND   PIC 9(05) VALUE ZEROS.
       01 W-VALPEND   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALBRU    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALTAX    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALLIQ    PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-E     PIC ZZZ.ZZ9,99.
       01 W-TAX-E     PIC ZZZ.ZZ9,99.
       01 W-BRU-E     PIC ZZ.ZZZ.ZZ9,99.
       01 W-TXT-E     PIC ZZ.ZZZ.ZZ9,99.
       01 W-LIQ-E     PIC ZZ.ZZZ.ZZ9,99.
       01 W-PCT       PIC 9(03)V99 VALUE ZEROS.
       01 W-PCT-E     PIC ZZ9,99.
       01 W-NOMEUNI   PIC X(20) VALUE SPACES.
      ***** RESUMO MENSAL: POR BANDEIRA (ATE 20) E POR UNIDADE *******
       01 W-IBD       PIC 9(02) VALUE ZEROS.
       01 W-NBD       PIC 9(02) VALUE ZEROS.
       01 TABBAND.
          03 TBB OCCURS 20 TIMES.
             05 TBB-BAND   PIC X(10).
             05 TBB-QTD    PIC 9(05).
             05 TBB-BRU    PIC 9(09)V99.
             05 TBB-TAX    PIC 9(09)V99.
             05 TBB-LIQ    PIC 9(09)V99.
       01 W-IUN       PIC 9(02) VALUE ZEROS.
       01 TABUNID.
          03 TBU OCCURS 99 TIMES.
             05 TBU-QTD    PIC 9(05).
             05 TBU-BRU    PIC 9(09)V99.
             05 TBU-TAX    PIC 9(09)V99.
             05 TBU-LIQ    PIC 9(09)V99.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** CONCILIACAO CARTAO / PIX COM A".
           05  LINE 03  COLUMN 37
               VALUE  " ADQUIRENTE ***".
           05  LINE 05  COLUMN 01
               VALUE  "  I = IMPORTA A LIQUIDACAO (ADQLIQTX.TXT)".
           05  LINE 06  COLUMN 01
               VALUE  "  R = RESUMO MENSAL DE TAXAS".
           05  LINE 08  COLUMN 01
               VALUE  "  OPCAO (I/R): ".
           05  LINE 09  COLUMN 01
               VALUE  "  MES/ANO DO RESUMO (MMAAAA): ".
           05  TW-OPCAO
               LINE 08  COLUMN 17  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-MESANO
               LINE 09  COLUMN 32  PIC 99.9999
               USING  W-MESANO-N
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

       INICIO.
           MOVE SPACES TO W-OPCAO
           MOVE ZEROS TO W-MESANO-N
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "i"
              MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "r"
              MOVE "R" TO W-OPCAO.
           IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "R"
              MOVE "*** DIGITE APENAS I OU R ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.
           IF W-OPCAO = "I"
              GO TO INC-OP0.
       INC-MES.
           ACCEPT TW-MESANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INICIO.
           IF W-MAMES < 1 OR W-MAMES > 12 OR W-MAANO < 2000
              MOVE "*** MES/ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-MES.

      ***** PRAZOS CONTRATUAIS DE LIQUIDACAO (CADPARAM) **************
       INC-OP0.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO INC-OP1.
           MOVE "PRAZOCART" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              AND VALORPAR > 0 AND VALORPAR < 1000
              MOVE VALORPAR TO W-PRAZOCART.
           MOVE "PRAZOPIX" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              AND VALORPAR > 0 AND VALORPAR < 1000
              MOVE VALORPAR TO W-PRAZOPIX.
           CLOSE CADPARAM.

       INC-OP1.
           OPEN I-O CADCXCAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCXCAR
                 CLOSE CADCXCAR
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCXCAR" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO RotinaFim2.
           IF W-OPCAO = "R"
              GO TO RESUMO.
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCAIXA NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           OPEN INPUT ADQLIQTX
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO ADQLIQTX.TXT NAO ENCONTRADO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCAIXA
              GO TO RotinaFim.
           OPEN OUTPUT ADQCONTX
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SERHOJE
           MOVE ZEROS TO W-TOTLIDOS W-TOTCASA W-TOTATRASO W-TOTNAO
                         W-TOTPEND W-VALPEND W-VALBRU W-VALTAX
           MOVE SPACES TO REGADQCONTX
           STRING "CONCILIACAO CARTAO/PIX X ADQUIRENTE EM "
                  W-HOJEDIA "/" W-HOJEMES "/" W-HOJEANO
                  "  PRAZO CARTAO " W-PRAZOCART " PIX " W-PRAZOPIX
                  " DIAS"
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE ALL "-" TO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE SPACES TO REGADQCONTX
           STRING "LIQUIDACOES SEM RECEBIMENTO OU COM DIVERGENCIA"
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.

      ***** CASA CADA TRANSACAO LIQUIDADA PELA AUTORIZACAO, DATA ****
      ***** DA VENDA E VALOR BRUTO ***********************************
       LER-LIQ.
           READ ADQLIQTX
           IF ST-ERRO NOT = "00"
              GO TO PENDENTES.
           IF LQ-AUT = SPACES AND LQ-VALBRUTO = 0
              GO TO LER-LIQ.
           ADD 1 TO W-TOTLIDOS
           MOVE 0 TO W-ACHEI W-DIVERG
           MOVE LQ-AUT TO AUTCC
           START CADCXCAR KEY IS EQUAL AUTCC INVALID KEY
              GO TO SEM-RECEB.
       LER-LIQ-CC.
           READ CADCXCAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-LIQ-FIM.
           IF AUTCC NOT = LQ-AUT
              GO TO LER-LIQ-FIM.
           MOVE DATACC TO W-DMA-N
           MOVE W-DMAANO TO W-AMDANO
           MOVE W-DMAMES TO W-AMDMES
           MOVE W-DMADIA TO W-AMDDIA
           IF W-AMD-N NOT = LQ-DATAVENDA OR VALORCC NOT = LQ-VALBRUTO
              MOVE 1 TO W-DIVERG
              GO TO LER-LIQ-CC.
           IF SITCC = "L"
              MOVE 2 TO W-DIVERG
              GO TO LER-LIQ-CC.
           MOVE 1 TO W-ACHEI.
       LER-LIQ-FIM.
           IF W-ACHEI = 0
              GO TO SEM-RECEB.
      ***** O RECEBIMENTO NAO PODE TER SIDO CANCELADO NO CAIXA
           MOVE CPFCC  TO CPFCX
           MOVE DATACC TO DATACX
           MOVE SEQCC  TO SEQCX
           READ CADCAIXA
           IF ST-ERRO NOT = "00" OR SITUACAOCX = "I"
              ADD 1 TO W-TOTNAO
              MOVE LQ-VALBRUTO TO W-VAL-E
              MOVE SPACES TO REGADQCONTX
              STRING "  RECEBIMENTO CANCELADO NO CAIXA  AUT " LQ-AUT
                     " VENDA " LQ-DATAVENDA " VALOR " W-VAL-E
                     DELIMITED BY SIZE INTO REGADQCONTX
              WRITE REGADQCONTX
              GO TO LER-LIQ.
           PERFORM CALC-PREVISTA THRU CALC-PREVISTA-FIM
           MOVE LQ-DATALIQ  TO DATALQCC
           MOVE LQ-TAXA     TO TAXACC
           MOVE LQ-VALLIQ   TO VALLQCC
           IF LQ-BAND NOT = SPACES
              MOVE LQ-BAND TO BANDCC.
           MOVE "L"         TO SITCC
           PERFORM REGRAVA-CC THRU REGRAVA-CC-FIM
           ADD 1 TO W-TOTCASA
           ADD LQ-VALBRUTO TO W-VALBRU
           ADD LQ-TAXA     TO W-VALTAX
           IF DATALQCC > PREVCC
              ADD 1 TO W-TOTATRASO
              MOVE SPACES TO REGADQCONTX
              STRING "  LIQUIDADO APOS O PRAZO          AUT " LQ-AUT
                     " PREVISTO " PREVCC " REALIZADO " DATALQCC
                     DELIMITED BY SIZE INTO REGADQCONTX
              WRITE REGADQCONTX.
           GO TO LER-LIQ.

       SEM-RECEB.
           ADD 1 TO W-TOTNAO
           MOVE LQ-VALBRUTO TO W-VAL-E
           MOVE SPACES TO REGADQCONTX
           IF W-DIVERG = 2
              STRING "  LIQUIDACAO REPETIDA             AUT "
                     LQ-AUT " VENDA " LQ-DATAVENDA " VALOR " W-VAL-E
                     DELIMITED BY SIZE INTO REGADQCONTX
           ELSE
              IF W-DIVERG = 1
                 STRING "  DATA/VALOR DIFERENTE DO CAIXA   AUT "
                        LQ-AUT " VENDA " LQ-DATAVENDA " VALOR "
                        W-VAL-E
                        DELIMITED BY SIZE INTO REGADQCONTX
              ELSE
                 STRING "  SEM RECEBIMENTO CORRESPONDENTE  AUT "
                        LQ-AUT " VENDA " LQ-DATAVENDA " VALOR "
                        W-VAL-E
                        DELIMITED BY SIZE INTO REGADQCONTX.
           WRITE REGADQCONTX
           GO TO LER-LIQ.

      ***** RECEBIMENTOS EM CARTAO/PIX AINDA NAO LIQUIDADOS ALEM DO **
      ***** PRAZO CONTRATUAL (INCLUSIVE OS SEM AUTORIZACAO GRAVADA) **
       PENDENTES.
           CLOSE ADQLIQTX
           MOVE SPACES TO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE SPACES TO REGADQCONTX
           STRING "RECEBIMENTOS NAO LIQUIDADOS ALEM DO PRAZO"
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE ZEROS TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA INVALID KEY
              GO TO FECHA-CONC.
       PEND-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-CONC.
           IF FORMACX NOT = "C" AND FORMACX NOT = "P"
              GO TO PEND-LER.
           IF SITUACAOCX = "I"
              GO TO PEND-LER.
           MOVE KEYCAIXA TO KEYCXCAR
           READ CADCXCAR
           IF ST-ERRO = "00"
              IF SITCC = "L"
                 GO TO PEND-LER
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE SPACES TO AUTCC BANDCC.
           MOVE DIACX TO W-DSDIA
           MOVE MESCX TO W-DSMES
           MOVE ANOCX TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-SERHOJE NOT > W-DSSER
              GO TO PEND-LER.
           COMPUTE W-DIAS = W-SERHOJE - W-DSSER
           IF FORMACX = "P"
              MOVE W-PRAZOPIX TO W-PRAZO
           ELSE
              MOVE W-PRAZOCART TO W-PRAZO.
           IF W-DIAS NOT > W-PRAZO
              GO TO PEND-LER.
           ADD 1 TO W-TOTPEND
           ADD VALORCX TO W-VALPEND
           MOVE VALORCX TO W-VAL-E
           MOVE CPFCX TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGADQCONTX
           STRING "  " DIACX "/" MESCX "/" ANOCX " CPF " W-MSCCPF
                  " SEQ " SEQCX " " FORMACX " " BANDCC " AUT " AUTCC
                  " " W-VAL-E " HA " W-DIAS " DIAS"
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX
           GO TO PEND-LER.

       FECHA-CONC.
           CLOSE CADCAIXA
           MOVE SPACES TO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE W-VALBRU TO W-BRU-E
           MOVE W-VALTAX TO W-TXT-E
           MOVE SPACES TO REGADQCONTX
           STRING "TRANSACOES LIDAS ....: " W-TOTLIDOS
                  "  CONCILIADAS: " W-TOTCASA
                  "  APOS O PRAZO: " W-TOTATRASO
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE SPACES TO REGADQCONTX
           STRING "VALOR CONCILIADO ....: " W-BRU-E
                  "  TAXAS: " W-TXT-E
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE SPACES TO REGADQCONTX
           STRING "SEM RECEBIMENTO/DIVERGENTES: " W-TOTNAO
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.
           MOVE W-VALPEND TO W-BRU-E
           MOVE SPACES TO REGADQCONTX
           STRING "NAO LIQUIDADOS NO PRAZO: " W-TOTPEND
                  "  VALOR: " W-BRU-E
                  DELIMITED BY SIZE INTO REGADQCONTX
           WRITE REGADQCONTX.
           CLOSE ADQCONTX
           MOVE "ADQCONTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "IMPORTACAO " W-HOJE-N
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE SPACES TO MENS
           STRING "*** " W-TOTCASA " CONCILIADA(S) " W-TOTNAO
                  " SEM RECEBIMENTO ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** RESUMO DAS TAXAS DO MES (PELA DATA DE LIQUIDACAO) ********
       RESUMO.
           MOVE ZEROS TO W-NBD W-TOTCASA W-VALBRU W-VALTAX W-VALLIQ
           MOVE 1 TO W-IUN.
       RESUMO-ZERA.
           MOVE ZEROS TO TBU-QTD (W-IUN) TBU-BRU (W-IUN)
                         TBU-TAX (W-IUN) TBU-LIQ (W-IUN)
           IF W-IUN < 99
              ADD 1 TO W-IUN
              GO TO RESUMO-ZERA.
           MOVE ZEROS TO KEYCXCAR
           START CADCXCAR KEY IS NOT LESS KEYCXCAR INVALID KEY
              GO TO RESUMO-GRAVA.
       RESUMO-LER.
           READ CADCXCAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO RESUMO-GRAVA.
           IF SITCC NOT = "L"
              GO TO RESUMO-LER.
           MOVE DATALQCC TO W-AMD-N
           IF W-AMDANO NOT = W-MAANO OR W-AMDMES NOT = W-MAMES
              GO TO RESUMO-LER.
           ADD 1 TO W-TOTCASA
           ADD VALORCC TO W-VALBRU
           ADD TAXACC  TO W-VALTAX
           ADD VALLQCC TO W-VALLIQ
           MOVE 1 TO W-IBD.
       RESUMO-BAND.
           IF W-IBD > W-NBD
              IF W-NBD < 20
                 ADD 1 TO W-NBD
                 MOVE BANDCC TO TBB-BAND (W-NBD)
                 MOVE ZEROS TO TBB-QTD (W-NBD) TBB-BRU (W-NBD)
                               TBB-TAX (W-NBD) TBB-LIQ (W-NBD)
              ELSE
                 MOVE 20 TO W-IBD
                 MOVE "OUTRAS" TO TBB-BAND (20).
           IF TBB-BAND (W-IBD) NOT = BANDCC AND W-IBD < 20
              ADD 1 TO W-IBD
              GO TO RESUMO-BAND.
           ADD 1       TO TBB-QTD (W-IBD)
           ADD VALORCC TO TBB-BRU (W-IBD)
           ADD TAXACC  TO TBB-TAX (W-IBD)
           ADD VALLQCC TO TBB-LIQ (W-IBD)
           MOVE UNIDCC TO W-IUN
           IF W-IUN = 0
              MOVE 1 TO W-IUN.
           ADD 1       TO TBU-QTD (W-IUN)
           ADD VALORCC TO TBU-BRU (W-IUN)
           ADD TAXACC  TO TBU-TAX (W-IUN)
           ADD VALLQCC TO TBU-LIQ (W-IUN)
           GO TO RESUMO-LER.

       RESUMO-GRAVA.
           OPEN OUTPUT ADQTAXTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ADQTAXTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE SPACES TO REGADQTAXTX
           STRING "TAXAS DE CARTAO/PIX LIQUIDADAS EM " W-MAMES "/"
                  W-MAANO
                  DELIMITED BY SIZE INTO REGADQTAXTX
           WRITE REGADQTAXTX.
           MOVE ALL "-" TO REGADQTAXTX
           WRITE REGADQTAXTX.
           MOVE SPACES TO REGADQTAXTX
           STRING "POR BANDEIRA          QTDE         BRUTO"
                  "         TAXA       LIQUIDO  TAXA%"
                  DELIMITED BY SIZE INTO REGADQTAXTX
           WRITE REGADQTAXTX.
           MOVE 1 TO W-IBD.
       RESUMO-GRAVA-BD.
           IF W-IBD > W-NBD
              GO TO RESUMO-GRAVA-UN.
           MOVE TBB-BRU (W-IBD) TO W-BRU-E
           MOVE TBB-TAX (W-IBD) TO W-TXT-E
           MOVE TBB-LIQ (W-IBD) TO W-LIQ-E
           MOVE ZEROS TO W-PCT
           IF TBB-BRU (W-IBD) > 0
              COMPUTE W-PCT ROUNDED = TBB-TAX (W-IBD) * 100
                                    / TBB-BRU (W-IBD).
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGADQTAXTX
           STRING "  " TBB-BAND (W-IBD) "      " TBB-QTD (W-IBD)
                  " " W-BRU-E " " W-TXT-E " " W-LIQ-E " " W-PCT-E
                  DELIMITED BY SIZE INTO REGADQTAXTX
           WRITE REGADQTAXTX
           ADD 1 TO W-IBD
           GO TO RESUMO-GRAVA-BD.

       RESUMO-GRAVA-UN.
           MOVE SPACES TO REGADQTAXTX
           WRITE REGADQTAXTX.
           MOVE SPACES TO REGADQTAXTX
           STRING "POR UNIDADE                     QTDE         BRUTO"
                  "         TAXA       LIQUIDO  TAXA%"
                  DELIMITED BY SIZE INTO REGADQTAXTX
           WRITE REGADQTAXTX.
           MOVE 1 TO W-IUN.
       RESUMO-GRAVA-UN2.
           IF TBU-QTD (W-IUN) = 0
              GO TO RESUMO-GRAVA-UN3.
           MOVE SPACES TO W-NOMEUNI
           IF W-HASUNI = 1
              MOVE W-IUN TO CODUNID
              READ CADUNID
              IF ST-ERRO = "00"
                 MOVE DENOMUNID TO W-NOMEUNI.
           MOVE TBU-BRU (W-IUN) TO W-BRU-E
           MOVE TBU-TAX (W-IUN) TO W-TXT-E
           MOVE TBU-LIQ (W-IUN) TO W-LIQ-E
           MOVE ZEROS TO W-PCT
           IF TBU-BRU (W-IUN) > 0
              COMPUTE W-PCT ROUNDED = TBU-TAX (W-IUN) * 100
                                    / TBU-BRU (W-IUN).
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGADQTAXTX
           STRING "  " W-IUN " " W-NOMEUNI "      " TBU-QTD (W-IUN)
                  " " W-BRU-E " " W-TXT-E " " W-LIQ-E " " W-PCT-E
                  DELIMITED BY SIZE INTO REGADQTAXTX
           WRITE REGADQTAXTX.
       RESUMO-GRAVA-UN3.
           IF W-IUN < 99
              ADD 1 TO W-IUN
              GO TO RESUMO-GRAVA-UN2.
           MOVE W-VALBRU TO W-BRU-E
           MOVE W-VALTAX TO W-TXT-E
           MOVE W-VALLIQ TO W-LIQ-E
           MOVE ZEROS TO W-PCT
           IF W-VALBRU > 0
              COMPUTE W-PCT ROUNDED = W-VALTAX * 100 / W-VALBRU.
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGADQTAXTX
           WRITE REGADQTAXTX.
           MOVE SPACES TO REGADQTAXTX
           STRING "TOTAL DO MES            " W-TOTCASA " " W-BRU-E
                  " " W-TXT-E " " W-LIQ-E " " W-PCT-E
                  DELIMITED BY SIZE INTO REGADQTAXTX
           WRITE REGADQTAXTX.
           CLOSE ADQTAXTX
           IF W-HASUNI = 1
              CLOSE CADUNID.
           MOVE "ADQTAXTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MAMES "/" W-MAANO
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** RESUMO GRAVADO EM ADQTAXTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** DATA PREVISTA DE LIQUIDACAO: VENDA + PRAZO CONTRATUAL ****
       CALC-PREVISTA.
           IF FORMACC = "P"
              MOVE W-PRAZOPIX TO W-PRAZO
           ELSE
              MOVE W-PRAZOCART TO W-PRAZO.
           MOVE DATACC TO W-DMA-N
           MOVE W-DMAANO TO W-AMDANO
           MOVE W-DMAMES TO W-AMDMES
           COMPUTE W-DIAS = W-DMADIA + W-PRAZO.
       CALC-PREVISTA-MES.
           MOVE W-DIASMES (W-AMDMES) TO W-ULTDIA
           IF W-AMDMES = 2
              DIVIDE W-AMDANO BY 4 GIVING W-ULT1 REMAINDER W-ULT2
              IF W-ULT2 = 0
                 MOVE 29 TO W-ULTDIA.
           IF W-DIAS > W-ULTDIA
              SUBTRACT W-ULTDIA FROM W-DIAS
              ADD 1 TO W-AMDMES
              IF W-AMDMES > 12
                 MOVE 1 TO W-AMDMES
                 ADD 1 TO W-AMDANO
                 GO TO CALC-PREVISTA-MES
              ELSE
                 GO TO CALC-PREVISTA-MES.
           MOVE W-DIAS TO W-AMDDIA
           MOVE W-AMD-N TO PREVCC.
       CALC-PREVISTA-FIM.
           EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
      ***** OS TERMOS BISSEXTOS CONTAM SO OS ANOS ANTERIORES; O ******
      ***** ANO CORRENTE ENTRA DEPOIS DE FEVEREIRO, NO AJUSTE ********
      ***** DO FIM DO PARAGRAFO **************************************
           SUBTRACT 1 FROM W-DSANO GIVING W-DSANT
           DIVIDE W-DSANT BY 4 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           DIVIDE W-DSANT BY 100 GIVING W-DST1
           SUBTRACT W-DST1 FROM W-DSSER
           DIVIDE W-DSANT BY 400 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           ADD W-CUMD (W-DSMES) TO W-DSSER
           IF W-DSMES > 2
              DIVIDE W-DSANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 ADD 1 TO W-DSSER.
       CALC-SERIAL-FIM.
           EXIT.

       REGRAVA-CC.
           REWRITE REGCXCAR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO REGRAVA-CC.
       REGRAVA-CC-FIM.
           EXIT.

       CATALOGA.
           MOVE "SMPRADQ" TO W-PROGCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
           EXIT.

      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
                MOVE ZEROS TO W-ESPCONT.
       ESPERA-BUSY-LOOP.
                ADD 1 TO W-ESPCONT
                IF W-ESPCONT < 30000
                   GO TO ESPERA-BUSY-LOOP.
       ESPERA-BUSY-FIM.
                EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCXCAR.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.

      ***** CPF, TELEFONE E EMAIL CONFORME O PERFIL DO OPERADOR ****
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSC...) *****
       MASC-CPF.
           MOVE "C" TO W-MSCCAMPO
           MOVE W-MSCCPF TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCCPF.
       MASC-CPF-FIM.
           EXIT.

      ***** SEM O SMPWMSC NADA SAI EM CLARO
       MASCARA.
           CALL "SMPWMSC" USING W-MSCCAMPO W-MSCENTRA W-MSCSAIDA
              ON OVERFLOW
              MOVE ALL "*" TO W-MSCSAIDA.
       MASCARA-FIM.
           EXIT.

      *********** Mensagem **********************
       RMensa.
                MOVE ZEROS TO W-CONT
                MOVE ZEROS TO W-CONT2.

       RMensa1.
               IF W-CONT2 < 10
                  DISPLAY (24, 12) Mens
               ELSE
                  DISPLAY (24, 12) Limpa
                  MOVE SPACES TO MENS
                  GO TO RMensa-Fim.

       RMensa2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO RMensa2
                ELSE
                   ADD 1 TO W-CONT2
                   MOVE ZEROS TO W-CONT
                   DISPLAY (24, 12) LIMPA.
       RMensa3.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO RMensa3
                ELSE
                   ADD 1 TO W-CONT2
                   MOVE ZEROS TO W-CONT
                   DISPLAY (24, 12) MENS.
                   GO TO RMensa1.

       RMensa-FIM.
                EXIT.
      ***** RESOLVE O DIRETORIO DOS ARQUIVOS DE DADOS ***************
       MONTA-ARQUIVOS.
           DISPLAY "CLINICA_DADOS" UPON ENVIRONMENT-NAME
           ACCEPT W-DIRDADOS FROM ENVIRONMENT-VALUE
           IF W-DIRDADOS = SPACES
              GO TO MONTA-ARQUIVOS-FIM.
           MOVE SPACES TO W-ARQ-CADCXCAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCXCAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCXCAR
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-ADQLIQTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ADQLIQTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ADQLIQTX
           MOVE SPACES TO W-ARQ-ADQCONTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ADQCONTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ADQCONTX
           MOVE SPACES TO W-ARQ-ADQTAXTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ADQTAXTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ADQTAXTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
