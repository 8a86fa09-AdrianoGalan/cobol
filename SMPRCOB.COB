       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRCOB.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CARTAS DE COBRANCA DAS PARCELAS EM ATRASO       *
      * (RODADA MENSAL): LEMBRETE COM 5 DIAS DE ATRASO, *
      * NOTIFICACAO COM 30 E AVISO FINAL COM 60 DIAS,   *
      * ANTES DO ENVIO A COBRANCA. O VALOR DEVIDO JA    *
      * INCLUI MULTA E JUROS (CADPARAM MULTAPCT E       *
      * JURODIA). CADA CARTA FICA REGISTRADA NO         *
      * CADCOBPA E A MESMA ETAPA NAO E ENVIADA DUAS     *
      * VEZES. CARTAS EM CARTACOB.TXT E CONTROLE EM     *
      * COBRALS.TXT                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCOBPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARCE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARCE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                       WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CARTACOB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT COBRALS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** CARTAS DE COBRANCA JA ENVIADAS POR PARCELA (MESMA CHAVE
      ***** DO CADPARCE). ETAPACB = ULTIMA ETAPA ENVIADA:
      ***** 1=LEMBRETE (5 DIAS) 2=NOTIFICACAO (30) 3=AVISO FINAL (60)
      ***** DATAS NO FORMATO AAAAMMDD
       FD CADCOBPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOBPA.
       01 REGCOBPA.
          03 KEYCOBPA.
             05 CPFCB         PIC 9(11).
             05 DATAPLCB      PIC 9(08).
             05 PARCCB        PIC 9(02).
          03 ETAPACB          PIC 9(01).
          03 DATAETCB         PIC 9(08) OCCURS 3 TIMES.
          03 DIASETCB         PIC 9(05) OCCURS 3 TIMES.
          03 VALETCB          PIC 9(06)V99 OCCURS 3 TIMES.
      *
       FD CADPARCE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARCE.
       01 REGPARCE.
          03 KEYPARCE.
             05 CPFPA         PIC 9(11).
             05 DATAPLPA.
                07 DIAPL      PIC 9(02).
                07 MESPL      PIC 9(02).
                07 ANOPL      PIC 9(04).
             05 PARCNUM       PIC 9(02).
          03 QTDPARC          PIC 9(02).
          03 VENCPARC.
             05 DIAVC         PIC 9(02).
             05 MESVC         PIC 9(02).
             05 ANOVC         PIC 9(04).
          03 VALORPARC        PIC 9(06)V99.
          03 PAGOPARC         PIC X(01).
          03 DATAPGPA         PIC 9(08).
          03 FORMAPGPA        PIC X(01).
          03 OPERPARC         PIC 9(04).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO      PIC 9(04).
          03 EMAIL         PIC X(30).
          03 TELEFONE      PIC 9(11).
          03 CEP           PIC 9(08).
          03 SITUACAO      PIC X(01).
          03 CARTEIRINHA   PIC X(15).
          03 VALIDADECART.
             05 DIAVAL     PIC 9(02).
             05 MESVAL     PIC 9(02).
             05 ANOVAL     PIC 9(04).
          03 NOMEFON       PIC X(30).
          03 NOMERESP      PIC X(30).
          03 CPFRESP       PIC 9(11).
          03 PARENTRESP    PIC X(10).
          03 TELRESP       PIC 9(11).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCEP.
       01 REGCEP.
          03 COD           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).

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
       FD CARTACOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CARTACOB.
       01 REGCARTACOB       PIC X(80).
      *
       FD COBRALS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-COBRALS.
       01 REGCOBRALS        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCOBPA PIC X(64) VALUE
          "CADCOBPA.DAT".
       01 W-ARQ-CADPARCE PIC X(64) VALUE
          "CADPARCE.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCEP PIC X(64) VALUE
          "CADCEP.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CARTACOB PIC X(64) VALUE
          "CARTACOB.TXT".
       01 W-ARQ-COBRALS PIC X(64) VALUE
          "COBRALS.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 W-HASCEP    PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-SERHOJE   PIC 9(08) VALUE ZEROS.
      ***** ENCARGOS (CADPARAM): MULTAPCT EM CENTESIMOS DE %,
      ***** JURODIA EM MILESIMOS DE % AO DIA
       01 W-MULTAPCT  PIC 9(06) VALUE ZEROS.
       01 W-JURODIA   PIC 9(06) VALUE ZEROS.
       01 W-DIASATR   PIC 9(05) VALUE ZEROS.
       01 W-MULTA     PIC 9(06)V99 VALUE ZEROS.
       01 W-JUROS     PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDEVIDO PIC 9(06)V99 VALUE ZEROS.
       01 W-ETAPA     PIC 9(01) VALUE ZEROS.
       01 W-NOVOCOB   PIC 9(01) VALUE ZEROS.
       01 W-IET       PIC 9(01) VALUE ZEROS.
       01 W-MOTIVO    PIC X(30) VALUE SPACES.
       01 W-QTDET     PIC 9(05) OCCURS 3 TIMES.
       01 W-VALET     PIC 9(09)V99 OCCURS 3 TIMES.
       01 W-QTDJA     PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND   PIC 9(05) VALUE ZEROS.
       01 W-VAL-E     PIC ZZZ.ZZ9,99.
       01 W-MUL-E     PIC ZZZ.ZZ9,99.
       01 W-JUR-E     PIC ZZZ.ZZ9,99.
       01 W-DEV-E     PIC ZZZ.ZZ9,99.
       01 W-TOT-E     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
       01 TABETAPA-R.
          03 FILLER PIC X(40) VALUE
             "LEMBRETE DE PAGAMENTO                   ".
          03 FILLER PIC X(40) VALUE
             "NOTIFICACAO DE DEBITO EM ATRASO         ".
          03 FILLER PIC X(40) VALUE
             "AVISO FINAL ANTES DO ENVIO A COBRANCA   ".
       01 TABETAPA REDEFINES TABETAPA-R.
          03 TBET-TIT   PIC X(40) OCCURS 3 TIMES.
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
           05  LINE 04  COLUMN 01
               VALUE  "  *** CARTAS DE COBRANCA DE PARCELAS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  EMITE LEMBRETE (5 DIAS), NOTIFICACAO".
           05  LINE 07  COLUMN 01
               VALUE  "  (30 DIAS) E AVISO FINAL (60 DIAS) DAS".
           05  LINE 08  COLUMN 01
               VALUE  "  PARCELAS EM ATRASO NA DATA DE HOJE.".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A EMISSAO (S/N) : ".
           05  TW-OPCAO
               LINE 12  COLUMN 31  PIC X(01)
               USING  W-OPCAO
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

       INICIO.
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EMISSAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

      ***** ENCARGOS POR ATRASO (SEM PARAMETRO = SEM ENCARGO) ********
       INC-OP0.
           MOVE ZEROS TO W-MULTAPCT W-JURODIA
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO INC-OP1.
           MOVE "MULTAPCT" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              MOVE VALORPAR TO W-MULTAPCT.
           MOVE "JURODIA" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              MOVE VALORPAR TO W-JURODIA.
           CLOSE CADPARAM.

       INC-OP1.
           OPEN INPUT CADPARCE
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPARCE NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADPARCE
              GO TO RotinaFim2.
           MOVE 1 TO W-HASCEP
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCEP.
       INC-OP2.
           OPEN I-O CADCOBPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOBPA
                 CLOSE CADCOBPA
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOBPA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO RotinaFim1.
           OPEN OUTPUT CARTACOB
           OPEN OUTPUT COBRALS
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SERHOJE
           MOVE ZEROS TO W-QTDJA W-QTDPEND
           MOVE 1 TO W-IET.
       INC-ZERA.
           MOVE ZEROS TO W-QTDET (W-IET) W-VALET (W-IET)
           ADD 1 TO W-IET
           IF W-IET < 4
              GO TO INC-ZERA.
           MOVE SPACES TO REGCOBRALS
           STRING "CARTAS DE COBRANCA EMITIDAS EM " W-HOJEDIA "/"
                  W-HOJEMES "/" W-HOJEANO
                  DELIMITED BY SIZE INTO REGCOBRALS
           WRITE REGCOBRALS.
           MOVE ALL "-" TO REGCOBRALS
           WRITE REGCOBRALS.
           MOVE SPACES TO REGCOBRALS
           STRING "ET CPF          PARC  VENCIMENTO  DIAS  "
                  "  PARCELA  VALOR DEVIDO  PACIENTE"
                  DELIMITED BY SIZE INTO REGCOBRALS
           WRITE REGCOBRALS.
           MOVE ZEROS TO KEYPARCE
           START CADPARCE KEY IS NOT LESS KEYPARCE INVALID KEY
              GO TO FECHA-RODADA.

       LER-PARC.
           READ CADPARCE NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-RODADA.
           IF PAGOPARC NOT = "A"
              GO TO LER-PARC.
           PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM
           MOVE 0 TO W-ETAPA
           IF W-DIASATR NOT < 5
              MOVE 1 TO W-ETAPA.
           IF W-DIASATR NOT < 30
              MOVE 2 TO W-ETAPA.
           IF W-DIASATR NOT < 60
              MOVE 3 TO W-ETAPA.
           IF W-ETAPA = 0
              GO TO LER-PARC.
      ***** ETAPA JA ENVIADA NAO SE REPETE; SE A RODADA ATRASOU, ****
      ***** VAI DIRETO A ETAPA CORRESPONDENTE AO ATRASO DE HOJE *****
           MOVE 0 TO W-NOVOCOB
           MOVE CPFPA    TO CPFCB
           MOVE DATAPLPA TO DATAPLCB
           MOVE PARCNUM  TO PARCCB
           READ CADCOBPA
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-NOVOCOB
           ELSE
              IF ETAPACB NOT < W-ETAPA
                 ADD 1 TO W-QTDJA
                 GO TO LER-PARC.
           MOVE SPACES TO W-MOTIVO
           PERFORM MONTA-PAGADOR THRU MONTA-PAGADOR-FIM
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTDPEND
              MOVE CPFPA TO W-MSCCPF
              PERFORM MASC-CPF THRU MASC-CPF-FIM
              MOVE SPACES TO REGCOBRALS
              STRING "   PENDENTE CPF " W-MSCCPF " PARCELA " PARCNUM
                     " - " W-MOTIVO
                     DELIMITED BY SIZE INTO REGCOBRALS
              WRITE REGCOBRALS
              GO TO LER-PARC.
           PERFORM GRAVA-CARTA THRU GRAVA-CARTA-FIM
           IF W-NOVOCOB = 1
              MOVE SPACES TO REGCOBPA
              MOVE CPFPA    TO CPFCB
              MOVE DATAPLPA TO DATAPLCB
              MOVE PARCNUM  TO PARCCB
              MOVE 1 TO W-IET
              PERFORM ZERA-COB THRU ZERA-COB-FIM.
           MOVE W-ETAPA     TO ETAPACB
           MOVE W-HOJE-N    TO DATAETCB (W-ETAPA)
           MOVE W-DIASATR   TO DIASETCB (W-ETAPA)
           MOVE W-VALDEVIDO TO VALETCB (W-ETAPA)
           IF W-NOVOCOB = 1
              PERFORM GRAVA-COB THRU GRAVA-COB-FIM
           ELSE
              PERFORM REGRAVA-COB THRU REGRAVA-COB-FIM.
           ADD 1 TO W-QTDET (W-ETAPA)
           ADD W-VALDEVIDO TO W-VALET (W-ETAPA)
           MOVE VALORPARC   TO W-VAL-E
           MOVE W-VALDEVIDO TO W-DEV-E
           MOVE CPFPA       TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGCOBRALS
           STRING " " W-ETAPA " " W-MSCCPF " " PARCNUM "/" QTDPARC
                  "  " DIAVC "/" MESVC "/" ANOVC " " W-DIASATR
                  " " W-VAL-E "    " W-DEV-E "  " NOME (1:20)
                  DELIMITED BY SIZE INTO REGCOBRALS
           WRITE REGCOBRALS
           GO TO LER-PARC.

       FECHA-RODADA.
           MOVE SPACES TO REGCOBRALS
           WRITE REGCOBRALS.
           MOVE 1 TO W-IET.
       FECHA-ETAPA.
           MOVE W-VALET (W-IET) TO W-TOT-E
           MOVE SPACES TO REGCOBRALS
           STRING "ETAPA " W-IET " - " TBET-TIT (W-IET) ": "
                  W-QTDET (W-IET) "  VALOR " W-TOT-E
                  DELIMITED BY SIZE INTO REGCOBRALS
           WRITE REGCOBRALS
           ADD 1 TO W-IET
           IF W-IET < 4
              GO TO FECHA-ETAPA.
           MOVE SPACES TO REGCOBRALS
           STRING "ETAPA JA ENVIADA (SEM NOVA CARTA) ..........: "
                  W-QTDJA
                  DELIMITED BY SIZE INTO REGCOBRALS
           WRITE REGCOBRALS.
           MOVE SPACES TO REGCOBRALS
           STRING "PENDENTES (SEM CADASTRO OU ENDERECO) .......: "
                  W-QTDPEND
                  DELIMITED BY SIZE INTO REGCOBRALS
           WRITE REGCOBRALS.
           IF W-QTDET (3) > 0
              MOVE SPACES TO REGCOBRALS
              STRING "AS PARCELAS DA ETAPA 3 SEGUEM PARA COBRANCA "
                     "SE NAO PAGAS NO PRAZO DO AVISO FINAL"
                     DELIMITED BY SIZE INTO REGCOBRALS
              WRITE REGCOBRALS.
           CLOSE CARTACOB COBRALS
           MOVE "SMPRCOB" TO W-PROGCAT
           MOVE "COBRALS.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "RODADA " W-HOJE-N
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** CARTAS GRAVADAS EM CARTACOB.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** DIAS DE ATRASO E VALOR DEVIDO HOJE: MULTA UNICA SOBRE ***
      ***** A PARCELA MAIS JUROS SIMPLES POR DIA DE ATRASO **********
       CALC-ENCARGOS.
           MOVE ZEROS TO W-DIASATR W-MULTA W-JUROS
           MOVE VALORPARC TO W-VALDEVIDO
           MOVE DIAVC TO W-DSDIA
           MOVE MESVC TO W-DSMES
           MOVE ANOVC TO W-DSANO
           IF W-DSMES < 1 OR W-DSMES > 12
              GO TO CALC-ENCARGOS-FIM.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-SERHOJE NOT > W-DSSER
              GO TO CALC-ENCARGOS-FIM.
           COMPUTE W-DIASATR = W-SERHOJE - W-DSSER
           COMPUTE W-MULTA ROUNDED = VALORPARC * W-MULTAPCT / 10000
           COMPUTE W-JUROS ROUNDED = VALORPARC * W-JURODIA
                                   * W-DIASATR / 100000
           COMPUTE W-VALDEVIDO = VALORPARC + W-MULTA + W-JUROS.
       CALC-ENCARGOS-FIM.
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

      ***** DESTINATARIO: NOME E ENDERECO EXPANDIDO DO CADCEP ********
       MONTA-PAGADOR.
           MOVE CPFPA TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS TO CEP
              MOVE "PACIENTE SEM CADASTRO" TO W-MOTIVO
              GO TO MONTA-PAGADOR-FIM.
           MOVE SPACES TO ENDERECO BAIRRO CIDADE UF
           IF CEP = 0 OR W-HASCEP = 0
              MOVE "PACIENTE SEM ENDERECO (CEP)" TO W-MOTIVO
              GO TO MONTA-PAGADOR-FIM.
           MOVE CEP TO COD
           READ CADCEP
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO ENDERECO BAIRRO CIDADE UF
              MOVE "CEP DO PACIENTE NAO CADASTRADO" TO W-MOTIVO.
       MONTA-PAGADOR-FIM.
           EXIT.

      ***** UMA CARTA POR PARCELA, TEXTO CONFORME A ETAPA ************
       GRAVA-CARTA.
           MOVE VALORPARC   TO W-VAL-E
           MOVE W-MULTA     TO W-MUL-E
           MOVE W-JUROS     TO W-JUR-E
           MOVE W-VALDEVIDO TO W-DEV-E
           MOVE ALL "=" TO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "          " TBET-TIT (W-ETAPA)
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "DATA: " W-HOJEDIA "/" W-HOJEMES "/" W-HOJEANO
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "A(O) SR(A). " NOME
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING ENDERECO " - " BAIRRO
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "CEP " CEP "  " CIDADE " - " UF
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           WRITE REGCARTACOB.
           IF W-ETAPA = 1
              MOVE SPACES TO REGCARTACOB
              STRING "LEMBRAMOS QUE A PARCELA ABAIXO AINDA NAO CONSTA"
                     " COMO PAGA. SE JA"
                     DELIMITED BY SIZE INTO REGCARTACOB
              WRITE REGCARTACOB
              MOVE SPACES TO REGCARTACOB
              STRING "EFETUOU O PAGAMENTO, POR FAVOR DESCONSIDERE"
                     " ESTE AVISO."
                     DELIMITED BY SIZE INTO REGCARTACOB
              WRITE REGCARTACOB.
           IF W-ETAPA = 2
              MOVE SPACES TO REGCARTACOB
              STRING "NOTIFICAMOS QUE A PARCELA ABAIXO ESTA VENCIDA HA"
                     " " W-DIASATR " DIAS."
                     DELIMITED BY SIZE INTO REGCARTACOB
              WRITE REGCARTACOB
              MOVE SPACES TO REGCARTACOB
              STRING "SOLICITAMOS A REGULARIZACAO DO DEBITO NO BALCAO"
                     " DA CLINICA."
                     DELIMITED BY SIZE INTO REGCARTACOB
              WRITE REGCARTACOB.
           IF W-ETAPA = 3
              MOVE SPACES TO REGCARTACOB
              STRING "ULTIMO AVISO: A PARCELA ABAIXO ESTA VENCIDA HA "
                     W-DIASATR " DIAS. SEM O"
                     DELIMITED BY SIZE INTO REGCARTACOB
              WRITE REGCARTACOB
              MOVE SPACES TO REGCARTACOB
              STRING "PAGAMENTO EM 10 DIAS O DEBITO SERA ENCAMINHADO"
                     " A COBRANCA."
                     DELIMITED BY SIZE INTO REGCARTACOB
              WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "PARCELA " PARCNUM "/" QTDPARC "  VENCIMENTO "
                  DIAVC "/" MESVC "/" ANOVC "  VALOR R$ " W-VAL-E
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "MULTA R$ " W-MUL-E "  JUROS R$ " W-JUR-E
                  "  TOTAL HOJE R$ " W-DEV-E
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "(OS JUROS CORREM ATE A DATA DO PAGAMENTO)"
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           WRITE REGCARTACOB.
           MOVE SPACES TO REGCARTACOB
           STRING "ATENCIOSAMENTE, SETOR FINANCEIRO DA CLINICA"
                  DELIMITED BY SIZE INTO REGCARTACOB
           WRITE REGCARTACOB.
       GRAVA-CARTA-FIM.
           EXIT.

       ZERA-COB.
           MOVE ZEROS TO DATAETCB (W-IET) DIASETCB (W-IET)
                         VALETCB (W-IET)
           ADD 1 TO W-IET
           IF W-IET < 4
              GO TO ZERA-COB.
       ZERA-COB-FIM.
           EXIT.

       GRAVA-COB.
           WRITE REGCOBPA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-COB.
       GRAVA-COB-FIM.
           EXIT.

       REGRAVA-COB.
           REWRITE REGCOBPA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO REGRAVA-COB.
       REGRAVA-COB-FIM.
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
           CLOSE CADCOBPA.
       RotinaFim1.
           CLOSE CADPARCE CADPACI.
           IF W-HASCEP = 1
              CLOSE CADCEP.
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
           MOVE SPACES TO W-ARQ-CADCOBPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOBPA
           MOVE SPACES TO W-ARQ-CADPARCE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARCE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARCE
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCEP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCEP
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CARTACOB
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CARTACOB.TXT" DELIMITED BY SIZE
             INTO W-ARQ-CARTACOB
           MOVE SPACES TO W-ARQ-COBRALS
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "COBRALS.TXT" DELIMITED BY SIZE
             INTO W-ARQ-COBRALS
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
