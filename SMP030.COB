                    RECORD KEY   IS KEYPARCE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACOT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUSOPK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSOPK
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCXCAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AUTCC WITH DUPLICATES.

       SELECT CADSESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TERMSES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT RECIBOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ESTORNTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 DATAPGPA         PIC 9(08).
          03 FORMAPGPA        PIC X(01).
          03 OPERPARC         PIC 9(04).
      *
      ***** PACOTE DE SESSOES PRE-PAGO DO PACIENTE PARTICULAR
      ***** SITPK: A=ABERTO E=ESGOTADO (TODAS USADAS) C=CANCELADO
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACOT.
       01 REGPACOT.
          03 KEYPACOT.
             05 CPFPK         PIC 9(11).
             05 SEQPK         PIC 9(02).
          03 CODPROCPK        PIC 9(04).
          03 QTDCOMPK         PIC 9(03).
          03 QTDUSOPK         PIC 9(03).
          03 VALORPK          PIC 9(06)V99.
          03 DATACOMPK.
             05 DIACPK        PIC 9(02).
             05 MESCPK        PIC 9(02).
             05 ANOCPK        PIC 9(04).
          03 DATAVALPK.
             05 DIAVPK        PIC 9(02).
             05 MESVPK        PIC 9(02).
             05 ANOVPK        PIC 9(04).
          03 SITPK            PIC X(01).
          03 NUMRECPK         PIC 9(06).
          03 OPERPK           PIC 9(04).
      *
      ***** SESSAO DE PACOTE CONSUMIDA (MESMA CHAVE DA CONSULTA)
       FD CADUSOPK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUSOPK.
       01 REGUSOPK.
          03 KEYUSOPK.
             05 CPFUK         PIC 9(11).
             05 DATAUK.
                07 DIAUK      PIC 9(02).
                07 MESUK      PIC 9(02).
                07 ANOUK      PIC 9(04).
             05 SEQUK         PIC 9(02).
          03 SEQPKUK          PIC 9(02).
          03 CODPROCUK        PIC 9(04).
          03 DATAREGUK        PIC 9(08).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
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
       FD CADSESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSESSO.
       01 REGSESSO.
          03 TERMSES       PIC X(08).
          03 OPERSES       PIC 9(04).
          03 NOMESES       PIC X(30).
          03 DATALOGIN     PIC 9(08).
          03 HORALOGIN     PIC 9(06).
          03 HORAATIV      PIC 9(06).
          03 SITUACAOSE    PIC X(01).
          03 UNIDSES       PIC 9(02).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPER.
       01 REGOPER.
          03 CODOPER       PIC 9(04).
          03 NOMEOPER      PIC X(30).
          03 SENHAOPER     PIC X(10).
          03 SITUACAOOPER  PIC X(01).
          03 PERFILOPER    PIC X(01).
          03 DATASENHA     PIC 9(08).
          03 TROCAOBRIG    PIC X(01).
          03 SENHAANT1     PIC X(10).
          03 SENHAANT2     PIC X(10).
          03 SENHAANT3     PIC X(10).
      *
      ***** ESTORNOS DE RECEBIMENTOS DO CAIXA, UM POR RECIBO.
      ***** KEYCXES = CHAVE DO LANCAMENTO ORIGINAL NO CADCAIXA.
      ***** DATAES NO FORMATO DDMMAAAA (COMO O CADCAIXA) E OPERES
      ***** E O OPERADOR QUE DEVOLVEU (SAIDA NO TURNO DELE).
      ***** SUPES = SUPERVISOR QUE LIBEROU. FORMAES: D/C/P
       FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTOR.
       01 REGESTOR.
          03 NUMRECES         PIC 9(06).
          03 KEYCXES.
             05 CPFES         PIC 9(11).
             05 DATACXES      PIC 9(08).
             05 SEQCXES       PIC 9(02).
          03 DATAES.
             05 DIAES         PIC 9(02).
             05 MESES         PIC 9(02).
             05 ANOES         PIC 9(04).
          03 HORAES           PIC 9(04).
          03 VALORCXES        PIC 9(06)V99.
          03 VALORES          PIC 9(06)V99.
          03 FORMAES          PIC X(01).
          03 MOTIVOES         PIC X(40).
          03 OPERES           PIC 9(04).
          03 SUPES            PIC 9(04).
      *
       FD RECIBOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-RECIBOTX.
       01 REGRECIBOTX       PIC X(80).
      *
       FD ESTORNTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ESTORNTX.
       01 REGESTORNTX       PIC X(80).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
          "CADTURNO.DAT".
       01 W-ARQ-CADPARCE PIC X(64) VALUE
          "CADPARCE.DAT".
       01 W-ARQ-CADPACOT PIC X(64) VALUE
          "CADPACOT.DAT".
       01 W-ARQ-CADUSOPK PIC X(64) VALUE
          "CADUSOPK.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADCXCAR PIC X(64) VALUE
          "CADCXCAR.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
       01 W-ARQ-RECIBOTX PIC X(64) VALUE
          "RECIBOTX.TXT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-ESTORNTX PIC X(64) VALUE
          "ESTORNTX.TXT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-ARQ-CAIXATX PIC X(64) VALUE
             05 TBO-DIN   PIC 9(08)V99.
             05 TBO-CAR   PIC 9(08)V99.
             05 TBO-PIX   PIC 9(08)V99.
             05 TBO-BOL   PIC 9(08)V99.
             05 TBO-TOT   PIC 9(08)V99.
             05 TBO-EST   PIC 9(08)V99.
       01 W-HASPAR      PIC 9(01) VALUE ZEROS.
       01 W-HASTUR      PIC 9(01) VALUE ZEROS.
       01 W-TURNOFECH   PIC 9(01) VALUE ZEROS.
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-HOJEDMA    PIC 9(08) VALUE ZEROS.
      ***** ENCARGOS DA PARCELA PAGA EM ATRASO (CADPARAM):
      ***** MULTAPCT EM CENTESIMOS DE % (200 = 2,00%)
      ***** JURODIA  EM MILESIMOS DE % AO DIA (33 = 0,033% A.D.)
       01 W-MULTAPCT    PIC 9(06) VALUE ZEROS.
       01 W-JURODIA     PIC 9(06) VALUE ZEROS.
       01 W-DIASATR     PIC 9(05) VALUE ZEROS.
       01 W-MULTA       PIC 9(06)V99 VALUE ZEROS.
       01 W-JUROS       PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDEVIDO   PIC 9(06)V99 VALUE ZEROS.
       01 W-SERVENC     PIC 9(08) VALUE ZEROS.
       01 W-ENC-E       PIC ZZZ.ZZ9,99.
       01 W-DEV-E       PIC ZZZ.ZZ9,99.
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
       01 W-SEQCXLIV    PIC 9(02) VALUE ZEROS.
       01 W-NUMREC      PIC 9(06) VALUE ZEROS.
       01 W-RINUM       PIC 9(06) VALUE ZEROS.
       01 W-SAVECXKEY   PIC X(21) VALUE SPACES.
       01 W-FORMATXT    PIC X(08) VALUE SPACES.
       01 W-VALREC-E    PIC ZZZ.ZZ9,99.
       01 W-HASPKT      PIC 9(01) VALUE ZEROS.
       01 W-HASUPK      PIC 9(01) VALUE ZEROS.
       01 W-PKACHOU     PIC 9(01) VALUE ZEROS.
       01 W-PKSEQ       PIC 9(02) VALUE ZEROS.
       01 W-PKCONS      PIC 9(08) VALUE ZEROS.
       01 W-PKVAL       PIC 9(08) VALUE ZEROS.
       01 W-HASPRC      PIC 9(01) VALUE ZEROS.
       01 W-PKCPF       PIC 9(11) VALUE ZEROS.
       01 W-PKPROC      PIC 9(04) VALUE ZEROS.
       01 W-PKQTD       PIC 9(03) VALUE ZEROS.
       01 W-PKVALOR     PIC 9(06)V99 VALUE ZEROS.
       01 W-PKMESES     PIC 9(02) VALUE ZEROS.
       01 W-PKFORMA     PIC X(01) VALUE SPACES.
      ***** DADOS DA TRANSACAO EM CARTAO/PIX P/ CONCILIACAO (SMPRADQ)
       01 W-HASCCR      PIC 9(01) VALUE ZEROS.
       01 W-CCFORMA     PIC X(01) VALUE SPACES.
       01 W-CCAUT       PIC X(12) VALUE SPACES.
       01 W-CCBAND      PIC X(10) VALUE SPACES.
       01 W-UNIDSESS    PIC 9(02) VALUE 1.
       01 W-PKAUX       PIC 9(04) VALUE ZEROS.
       01 W-PKANOS      PIC 9(02) VALUE ZEROS.
       01 W-PKVENC.
          03 W-PKVDIA   PIC 9(02).
          03 W-PKVMES   PIC 9(02).
          03 W-PKVANO   PIC 9(04).
      ***** ESTORNO DE RECEBIMENTO (CADESTOR) LIBERADO PELO SUPERVISOR
       01 W-HASEST      PIC 9(01) VALUE ZEROS.
       01 W-ESTMOT      PIC X(40) VALUE SPACES.
       01 W-ESTVAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-ESTFORMA    PIC X(01) VALUE SPACES.
       01 W-ESTHORA     PIC 9(08) VALUE ZEROS.
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUPCOD      PIC 9(04) VALUE ZEROS.
       01 W-SUPSEN      PIC X(10) VALUE SPACES.
       01 W-SENHAIN    PIC X(10) VALUE SPACES.
       01 W-HASHTXT    PIC X(10) VALUE SPACES.
       01 W-HASHNUM    PIC 9(10) VALUE ZEROS.
       01 W-HWORK      PIC 9(18) VALUE ZEROS.
       01 W-HQ         PIC 9(08) VALUE ZEROS.
       01 W-HI         PIC 9(02) VALUE ZEROS.
       01 W-HJ         PIC 9(02) VALUE ZEROS.
       01 W-HPOS       PIC 9(02) VALUE ZEROS.
       01 W-HCH        PIC X(01) VALUE SPACES.
       01 W-CHARSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-CHARSET REDEFINES W-CHARSET-R PIC X(68).
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACAIXA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "            ***** CAIXA DA RECEPCAO ***".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVO*************************
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAR.

      ***** PACOTES DE SESSOES PRE-PAGOS (CRIA SE NAO EXISTIR) *******
       R0K.
           MOVE 1 TO W-HASPKT
           OPEN I-O CADPACOT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPACOT
              CLOSE CADPACOT
              OPEN I-O CADPACOT.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPKT.
           MOVE 1 TO W-HASUPK
           OPEN INPUT CADUSOPK
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUPK.
           MOVE 1 TO W-HASPRC
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRC.

      ***** TRANSACOES EM CARTAO/PIX E UNIDADE DA SESSAO DO TERMINAL
       R0C.
           MOVE 1 TO W-HASCCR
           OPEN I-O CADCXCAR
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCXCAR
              CLOSE CADCXCAR
              OPEN I-O CADCXCAR.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCCR.
           MOVE 1 TO W-UNIDSESS
           DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
           ACCEPT W-TERMID FROM ENVIRONMENT-VALUE
           OPEN INPUT CADSESSO
           IF ST-ERRO = "00"
              MOVE W-TERMID TO TERMSES
              READ CADSESSO
              IF ST-ERRO = "00"
                 IF UNIDSES > 0
                    MOVE UNIDSES TO W-UNIDSESS.
           CLOSE CADSESSO.

      ***** ESTORNOS (CRIA SE NAO EXISTIR) E OPERADORES P/ LIBERACAO
       R0E.
           MOVE 1 TO W-HASEST
           OPEN I-O CADESTOR
           IF ST-ERRO = "30"
              OPEN OUTPUT CADESTOR
              CLOSE CADESTOR
              OPEN I-O CADESTOR.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEST.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

      ***** FECHAMENTOS DE TURNO (SMP044) - BLOQUEIA LANCAMENTO *****
       R0T.
           MOVE 1 TO W-HASTUR
       ACAO.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01)
           "R=RECEBE F=FECHA P=PLANO B=BAIXA I=REIMP K=PACOTE E=ESTORNO"
           DISPLAY (22, 61) "S=SAI"
           ACCEPT (22, 67) W-OPCAO
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           IF W-OPCAO = "R" OR "r"
              GO TO PARC-BAIXA.
           IF W-OPCAO = "I" OR "i"
              GO TO REIMP-RECIBO.
           IF W-OPCAO = "K" OR "k"
              GO TO PACOTE-NOVO.
           IF W-OPCAO = "E" OR "e"
              GO TO ESTORNO-NOVO.
           GO TO ACAO.

      ***** CRIA UM PLANO PARCELADO PARA PACIENTE PARTICULAR ********
           DISPLAY (13, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (15, 01) LIMPA
           DISPLAY (17, 01) LIMPA
           GO TO ACAO.

      ***** BAIXA (RECEBE) UMA PARCELA DE UM PLANO ******************
              PERFORM RMensa THRU RMensa-FIM
              GO TO PLANO-SAI.
           DISPLAY (15, 01) "VALOR DA PARCELA: "
           DISPLAY (15, 19) VALORPARC
           PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM
           IF W-DIASATR > 0
              COMPUTE W-ENC-E = W-MULTA + W-JUROS
              MOVE W-VALDEVIDO TO W-DEV-E
              DISPLAY (17, 01) "ATRASO DE " W-DIASATR
                      " DIAS  MULTA+JUROS: " W-ENC-E
                      "  TOTAL A PAGAR: " W-DEV-E.
       PARC-FORMA.
           MOVE SPACES TO W-BXFORMA
           DISPLAY (16, 01) "FORMA (D=DINHEIRO C=CARTAO P=PIX): "
              MOVE "*** FORMA DEVE SER D, C OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PARC-FORMA.
           MOVE W-BXFORMA TO W-CCFORMA
           PERFORM ACEITA-CARTAO THRU ACEITA-CARTAO-FIM
           PERFORM PEGA-OPER THRU PEGA-OPER-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           COMPUTE W-HOJEDMA = W-HOJEDIA * 1000000
           MOVE W-PLCPF    TO CPFCX
           MOVE W-HOJEDMA  TO DATACX
           MOVE W-SEQCXLIV TO SEQCX
           MOVE W-VALDEVIDO TO VALORCX
           MOVE W-BXFORMA  TO FORMACX
           MOVE OPERPARC   TO OPERCX
           MOVE "A"        TO SITUACAOCX
              GO TO PLANO-SAI.
           MOVE "PARCELA" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           PERFORM GRAVA-CARTAO THRU GRAVA-CARTAO-FIM
           PERFORM EMITE-RECIBO THRU EMITE-RECIBO-FIM
           MOVE "*** PARCELA RECEBIDA E LANCADA NO CAIXA ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           DISPLAY (16, 01) LIMPA
           DISPLAY (17, 01) LIMPA
           GO TO PLANO-SAI.

      ***** VENDA DE PACOTE DE SESSOES PRE-PAGO (PARTICULAR) ********
       PACOTE-NOVO.
           IF W-HASPKT = 0
              MOVE "*** ARQUIVO DE PACOTES INDISPONIVEL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ACAO.
           MOVE ZEROS TO W-PKCPF W-PKPROC W-PKQTD W-PKVALOR W-PKMESES
           DISPLAY (12, 01) "CPF DO PACIENTE: "
           ACCEPT  (12, 18) W-PKCPF
           IF W-PKCPF = 0
              GO TO PACOTE-SAI.
           DISPLAY (13, 01) "PROCEDIMENTO: "
           ACCEPT  (13, 15) W-PKPROC
           IF W-PKPROC = 0
              GO TO PACOTE-SAI.
           IF W-HASPRC = 1
              MOVE W-PKPROC TO CODPROCT
              READ CADPROC
              IF ST-ERRO NOT = "00"
                 MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO PACOTE-NOVO
              ELSE
                 DISPLAY (13, 21) DENOMPROC.
           IF W-HASPRC = 1 AND SITUACAOPR = "I"
              MOVE "*** PROCEDIMENTO INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-NOVO.
           DISPLAY (14, 01) "QUANTIDADE DE SESSOES (1-99): "
           ACCEPT  (14, 31) W-PKQTD
           IF W-PKQTD < 1 OR W-PKQTD > 99
              MOVE "*** INFORME DE 1 A 99 SESSOES ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-NOVO.
           DISPLAY (15, 01) "VALOR PAGO: "
           ACCEPT  (15, 13) W-PKVALOR
           IF W-PKVALOR = 0
              GO TO PACOTE-SAI.
           DISPLAY (16, 01) "VALIDADE EM MESES (0=6 MESES): "
           ACCEPT  (16, 32) W-PKMESES
           IF W-PKMESES = 0
              MOVE 6 TO W-PKMESES.
           IF W-PKMESES > 24
              MOVE "*** VALIDADE MAXIMA DE 24 MESES ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-NOVO.
       PACOTE-FORMA.
           MOVE SPACES TO W-PKFORMA
           DISPLAY (17, 01) "FORMA (D=DINHEIRO C=CARTAO P=PIX): "
           ACCEPT  (17, 37) W-PKFORMA
           IF W-PKFORMA NOT = "D" AND W-PKFORMA NOT = "C"
               AND W-PKFORMA NOT = "P"
              MOVE "*** FORMA DEVE SER D, C OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-FORMA.
           MOVE W-PKFORMA TO W-CCFORMA
           PERFORM ACEITA-CARTAO THRU ACEITA-CARTAO-FIM
           PERFORM PEGA-OPER THRU PEGA-OPER-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           COMPUTE W-HOJEDMA = W-HOJEDIA * 1000000
                 + W-HOJEMES * 10000 + W-HOJEANO
           MOVE W-HOJEDMA TO DATACX
           PERFORM CHK-TURNO THRU CHK-TURNO-FIM
           IF W-TURNOFECH = 1
              MOVE "*** TURNO JA FECHADO P/ ESTE OPERADOR ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-SAI.
      ***** VALIDADE: MESMO DIA, N MESES DEPOIS DA COMPRA
           MOVE W-HOJEDIA TO W-PKVDIA
           IF W-PKVDIA > 28
              MOVE 28 TO W-PKVDIA.
           COMPUTE W-PKAUX = W-HOJEMES + W-PKMESES - 1
           DIVIDE W-PKAUX BY 12 GIVING W-PKANOS REMAINDER W-PKVMES
           ADD 1 TO W-PKVMES
           COMPUTE W-PKVANO = W-HOJEANO + W-PKANOS
           MOVE ZEROS TO W-PKSEQ.
       PACOTE-SEQ.
           ADD 1 TO W-PKSEQ
           IF W-PKSEQ > 99
              MOVE "*** CPF SEM SEQUENCIA LIVRE DE PACOTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-SAI.
           MOVE W-PKCPF TO CPFPK
           MOVE W-PKSEQ TO SEQPK
           READ CADPACOT
           IF ST-ERRO = "00"
              GO TO PACOTE-SEQ.
           MOVE W-PKCPF   TO CPFPK
           MOVE W-PKSEQ   TO SEQPK
           MOVE W-PKPROC  TO CODPROCPK
           MOVE W-PKQTD   TO QTDCOMPK
           MOVE ZEROS     TO QTDUSOPK
           MOVE W-PKVALOR TO VALORPK
           MOVE W-HOJEDMA TO DATACOMPK
           MOVE W-PKVENC  TO DATAVALPK
           MOVE "A"       TO SITPK
           MOVE ZEROS     TO NUMRECPK
           MOVE OPERCX    TO OPERPK.
       PACOTE-WR.
           WRITE REGPACOT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PACOTE-WR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO O PACOTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-SAI.
      ***** LANCA O VALOR DO PACOTE NO CAIXA DO DIA
           MOVE W-PKCPF   TO CPFCX
           MOVE W-HOJEDMA TO DATACX
           MOVE 90        TO W-SEQCXLIV.
       PACOTE-CXSEQ.
           ADD 1 TO W-SEQCXLIV
           IF W-SEQCXLIV > 99
              MOVE "*** SEM SEQ LIVRE NO CAIXA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PACOTE-DESFAZ.
           MOVE W-SEQCXLIV TO SEQCX
           READ CADCAIXA
           IF ST-ERRO = "00"
              GO TO PACOTE-CXSEQ.
           MOVE W-PKCPF    TO CPFCX
           MOVE W-HOJEDMA  TO DATACX
           MOVE W-SEQCXLIV TO SEQCX
           MOVE W-PKVALOR  TO VALORCX
           MOVE W-PKFORMA  TO FORMACX
           MOVE OPERPK     TO OPERCX
           MOVE "A"        TO SITUACAOCX
           MOVE ZEROS      TO NUMRECIBO.
       PACOTE-CXWR.
           WRITE REGCAIXA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PACOTE-CXWR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO PACOTE-DESFAZ.
           MOVE "PACOTE" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           PERFORM GRAVA-CARTAO THRU GRAVA-CARTAO-FIM
           PERFORM EMITE-RECIBO THRU EMITE-RECIBO-FIM
      ***** O PACOTE GUARDA O NUMERO DO RECIBO DA VENDA
           MOVE W-NUMREC TO NUMRECPK.
       PACOTE-RW.
           REWRITE REGPACOT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PACOTE-RW.
           MOVE "*** PACOTE REGISTRADO E LANCADO NO CAIXA ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO PACOTE-SAI.
       PACOTE-DESFAZ.
           MOVE "C" TO SITPK
           REWRITE REGPACOT
           MOVE "*** ERRO NO CAIXA: PACOTE CANCELADO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       PACOTE-SAI.
           DISPLAY (12, 01) LIMPA
           DISPLAY (13, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (15, 01) LIMPA
           DISPLAY (16, 01) LIMPA
           DISPLAY (17, 01) LIMPA
           GO TO ACAO.

      ***** RECEBIMENTO DE UMA CONSULTA ******************************
       R2.
           ACCEPT TCPFCX
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.

      ***** SESSAO COBERTA POR PACOTE PRE-PAGO NAO E COBRADA *********
       CHK-PACOTE.
           IF W-HASUPK = 1
              MOVE KEYPRINCIPAL TO KEYUSOPK
              READ CADUSOPK
              IF ST-ERRO = "00"
                 MOVE "*** SESSAO DE PACOTE: NADA A RECEBER ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R1.
           PERFORM ACHA-PACOTE THRU ACHA-PACOTE-FIM
           IF W-PKACHOU = 1
              MOVE "*** COBERTA POR PACOTE: NADA A RECEBER ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.

       LER-CAIXA.
           READ CADCAIXA
           IF ST-ERRO = "00"
              MOVE "*** FORMA DEVE SER D, C OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE FORMACX TO W-CCFORMA
           PERFORM ACEITA-CARTAO THRU ACEITA-CARTAO-FIM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                IF ST-ERRO = "00" OR "02"
                      MOVE "RECEBIMENT" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      PERFORM GRAVA-CARTAO THRU GRAVA-CARTAO-FIM
                      PERFORM EMITE-RECIBO THRU EMITE-RECIBO-FIM
                      MOVE "*** RECEBIMENTO LANCADO *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
       FECHA-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-EST.
           IF SITUACAOCX = "I"
              GO TO FECHA-LER.
           IF DATACX NOT = W-DATAFEC
              ADD VALORCX TO TBO-CAR (W-IOP).
           IF FORMACX = "P"
              ADD VALORCX TO TBO-PIX (W-IOP).
           IF FORMACX = "B"
              ADD VALORCX TO TBO-BOL (W-IOP).
           ADD VALORCX TO TBO-TOT (W-IOP)
           GO TO FECHA-LER.

      ***** ESTORNOS DEVOLVIDOS NA DATA: SAIDA DO CAIXA DO OPERADOR *
       FECHA-EST.
           IF W-HASEST = 0
              GO TO FECHA-GRAVA.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO FECHA-GRAVA.
       FECHA-EST-LER.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-GRAVA.
           IF DATAES NOT = W-DATAFEC
              GO TO FECHA-EST-LER.
           MOVE OPERES TO OPERCX
           PERFORM ACHA-OPER THRU ACHA-OPER-FIM
           IF W-IOP = 0
              GO TO FECHA-EST-LER.
           ADD VALORES TO TBO-EST (W-IOP)
           GO TO FECHA-EST-LER.

       ACHA-OPER.
           MOVE 1 TO W-IOP.
       ACHA-OPER-LOOP.
           MOVE OPERCX TO TBO-OPER (W-IOP)
           MOVE ZEROS TO TBO-DIN (W-IOP) TBO-CAR (W-IOP)
           MOVE ZEROS TO TBO-PIX (W-IOP) TBO-TOT (W-IOP).
           MOVE ZEROS TO TBO-BOL (W-IOP) TBO-EST (W-IOP).
       ACHA-OPER-FIM.
           EXIT.

                  "  TOTAL: " TBO-TOT (W-IOP)
                  DELIMITED BY SIZE INTO REGCAIXATX
           WRITE REGCAIXATX
           IF TBO-BOL (W-IOP) > 0
              MOVE SPACES TO REGCAIXATX
              STRING "          BOLETO (CREDITO BANCARIO): "
                     TBO-BOL (W-IOP)
                     DELIMITED BY SIZE INTO REGCAIXATX
              WRITE REGCAIXATX.
           IF TBO-EST (W-IOP) > 0
              MOVE SPACES TO REGCAIXATX
              STRING "          ESTORNOS DEVOLVIDOS (SAIDA): "
                     TBO-EST (W-IOP)
                     DELIMITED BY SIZE INTO REGCAIXATX
              WRITE REGCAIXATX.
           IF W-IOP < W-NOP
              ADD 1 TO W-IOP
              GO TO FECHA-GRAVA-OP.
           PERFORM RMensa THRU RMensa-FIM
           GO TO ACAO.

      ***** AUTORIZACAO (NSU) E BANDEIRA DO RECEBIMENTO EM CARTAO ****
      ***** OU PIX, USADOS NA CONCILIACAO COM A ADQUIRENTE ***********
       ACEITA-CARTAO.
           MOVE SPACES TO W-CCAUT W-CCBAND
           IF W-CCFORMA NOT = "C" AND W-CCFORMA NOT = "P"
              GO TO ACEITA-CARTAO-FIM.
       ACEITA-CARTAO-AUT.
           DISPLAY (19, 01) "AUTORIZACAO/NSU: "
           ACCEPT  (19, 18) W-CCAUT
           IF W-CCAUT = SPACES
              MOVE "*** INFORME A AUTORIZACAO DA TRANSACAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ACEITA-CARTAO-AUT.
           IF W-CCFORMA = "P"
              MOVE "PIX" TO W-CCBAND
              GO TO ACEITA-CARTAO-FIM.
       ACEITA-CARTAO-BAND.
           DISPLAY (19, 32) "BANDEIRA: "
           ACCEPT  (19, 42) W-CCBAND
           IF W-CCBAND = SPACES
              MOVE "*** INFORME A BANDEIRA DO CARTAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ACEITA-CARTAO-BAND.
       ACEITA-CARTAO-FIM.
           EXIT.

      ***** GUARDA A TRANSACAO DO RECEBIMENTO GRAVADO NO CADCAIXA ****
       GRAVA-CARTAO.
           IF W-HASCCR = 0 OR W-CCAUT = SPACES
              GO TO GRAVA-CARTAO-FIM.
           IF FORMACX NOT = "C" AND FORMACX NOT = "P"
              GO TO GRAVA-CARTAO-FIM.
           MOVE SPACES     TO REGCXCAR
           MOVE KEYCAIXA   TO KEYCXCAR
           MOVE W-CCAUT    TO AUTCC
           MOVE W-CCBAND   TO BANDCC
           MOVE W-UNIDSESS TO UNIDCC
           MOVE FORMACX    TO FORMACC
           MOVE VALORCX    TO VALORCC
           MOVE "A"        TO SITCC
           MOVE ZEROS TO PREVCC DATALQCC TAXACC VALLQCC.
       GRAVA-CARTAO-WR.
           WRITE REGCXCAR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-CARTAO-WR.
           MOVE SPACES TO W-CCAUT W-CCBAND
           DISPLAY (19, 01) LIMPA.
       GRAVA-CARTAO-FIM.
           EXIT.

      ***** VALOR DEVIDO DA PARCELA NA DATA DE HOJE: MULTA UNICA ****
      ***** SOBRE A PARCELA MAIS JUROS SIMPLES POR DIA DE ATRASO ****
       CALC-ENCARGOS.
           MOVE ZEROS TO W-DIASATR W-MULTA W-JUROS
           MOVE VALORPARC TO W-VALDEVIDO
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE DIAVC TO W-DSDIA
           MOVE MESVC TO W-DSMES
           MOVE ANOVC TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SERVENC
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER NOT > W-SERVENC
              GO TO CALC-ENCARGOS-FIM.
           COMPUTE W-DIASATR = W-DSSER - W-SERVENC
           MOVE ZEROS TO W-MULTAPCT W-JURODIA
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CALC-ENCARGOS-FIM.
           MOVE "MULTAPCT" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              MOVE VALORPAR TO W-MULTAPCT.
           MOVE "JURODIA" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              MOVE VALORPAR TO W-JURODIA.
           CLOSE CADPARAM
           COMPUTE W-MULTA ROUNDED = VALORPARC * W-MULTAPCT / 10000
           COMPUTE W-JUROS ROUNDED = VALORPARC * W-JURODIA
                                   * W-DIASATR / 100000
           COMPUTE W-VALDEVIDO = VALORPARC + W-MULTA + W-JUROS.
       CALC-ENCARGOS-FIM.
           EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
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

      ***** GUARDA O OPERADOR DA SESSAO COMO RECEBEDOR ***************
       PEGA-OPER.
           MOVE ZEROS TO OPERCX
                CLOSE AUDITTX.
      ***** LANCAMENTOS DE CAIXA VAO PARA O JORNAL DO DIA
                IF W-ACAOAUD = "RECEBIMENT" OR W-ACAOAUD = "PARCELA"
                   OR W-ACAOAUD = "PACOTE"
                   MOVE W-CODOPERAUD TO W-JRN-OPER
                   MOVE "CADCAIXA"   TO W-JRN-ARQ
                   MOVE W-ACAOAUD    TO W-JRN-ACAO
                   MOVE REGCAIXA     TO W-JRN-IMAGEM
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
                IF W-ACAOAUD = "ESTORNO"
                   MOVE W-CODOPERAUD TO W-JRN-OPER
                   MOVE "CADESTOR"   TO W-JRN-ARQ
                   MOVE W-ACAOAUD    TO W-JRN-ACAO
                   MOVE REGESTOR     TO W-JRN-IMAGEM
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       GRAVA-AUDIT-FIM.
                EXIT.

              MOVE "CARTAO" TO W-FORMATXT.
           IF FORMACX = "P"
              MOVE "PIX" TO W-FORMATXT.
           IF FORMACX = "B"
              MOVE "BOLETO" TO W-FORMATXT.
           MOVE SPACES TO REGRECIBOTX
           STRING "              RECIBO NR " NUMRECIBO
                  DELIMITED BY SIZE INTO REGRECIBOTX
           PERFORM RMensa THRU RMensa-FIM
           GO TO ACAO.

      ***** ESTORNO DE UM RECEBIMENTO PELO NUMERO DO RECIBO ********
      ***** O LANCAMENTO ORIGINAL CONTINUA ATIVO: A DEVOLUCAO E UMA *
      ***** SAIDA DO CAIXA NO TURNO DE QUEM DEVOLVEU (CADESTOR) *****
       ESTORNO-NOVO.
           IF W-HASEST = 0
              MOVE "*** ARQUIVO DE ESTORNOS INDISPONIVEL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ACAO.
           MOVE ZEROS TO W-RINUM
           DISPLAY (12, 01) "RECIBO A ESTORNAR: "
           ACCEPT  (12, 20) W-RINUM
           IF W-RINUM = 0
              GO TO ESTORNO-SAI.
           MOVE W-RINUM TO NUMRECES
           READ CADESTOR
           IF ST-ERRO = "00"
              MOVE "*** RECIBO JA ESTORNADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-SAI.
           MOVE 0 TO W-RECACHEI
           MOVE ZEROS TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA
              INVALID KEY GO TO ESTORNO-ACHOU.
       ESTORNO-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ESTORNO-ACHOU.
           IF NUMRECIBO NOT = W-RINUM
              GO TO ESTORNO-LER.
           MOVE 1 TO W-RECACHEI.
       ESTORNO-ACHOU.
           IF W-RECACHEI = 0
              MOVE "*** RECIBO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-SAI.
           IF SITUACAOCX = "I" OR SITUACAOCX = "C"
              MOVE "*** RECEBIMENTO INATIVO, NAO HA O QUE ESTORNAR ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-SAI.
           MOVE W-RINUM   TO NUMRECES
           MOVE KEYCAIXA  TO KEYCXES
           MOVE VALORCX   TO VALORCXES
           MOVE VALORCX   TO W-VALREC-E
           MOVE CPFCX     TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           DISPLAY (13, 01) "CPF: " W-MSCCPF "  DATA: " DATACX
                   "  VALOR: " W-VALREC-E "  FORMA: " FORMACX.
       ESTORNO-MOTIVO.
           MOVE SPACES TO W-ESTMOT
           DISPLAY (14, 01) "MOTIVO: "
           ACCEPT  (14, 09) W-ESTMOT
           IF W-ESTMOT = SPACES
              MOVE "*** INFORME O MOTIVO DO ESTORNO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-MOTIVO.
       ESTORNO-VALOR.
           MOVE VALORCXES TO W-ESTVAL
           DISPLAY (15, 01) "VALOR A DEVOLVER: "
           ACCEPT  (15, 19) W-ESTVAL WITH UPDATE
           IF W-ESTVAL = 0 OR W-ESTVAL > VALORCXES
              MOVE "*** VALOR DEVE SER ATE O VALOR DO RECIBO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-VALOR.
       ESTORNO-FORMA.
           MOVE SPACES TO W-ESTFORMA
           DISPLAY (16, 01) "DEVOLVER EM (D=DINHEIRO C=CARTAO P=PIX): "
           ACCEPT  (16, 43) W-ESTFORMA
           IF W-ESTFORMA NOT = "D" AND W-ESTFORMA NOT = "C"
               AND W-ESTFORMA NOT = "P"
              MOVE "*** FORMA DEVE SER D, C OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-FORMA.

      ***** A SAIDA ENTRA NO TURNO DE HOJE DO OPERADOR DA SESSAO ****
           PERFORM PEGA-OPER THRU PEGA-OPER-FIM
           MOVE OPERCX TO OPERES
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO DIAES
           MOVE W-HOJEMES TO MESES
           MOVE W-HOJEANO TO ANOES
           IF W-HASTUR = 1
              MOVE DATAES TO DATATU
              MOVE OPERES TO OPERTU
              READ CADTURNO
              IF ST-ERRO = "00" AND SITUACAOTU = "F"
                 MOVE "*** TURNO DE HOJE JA FECHADO P/ O OPERADOR ***"
                                                             TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ESTORNO-SAI.

           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              MOVE "*** ESTORNO NAO LIBERADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-SAI.
           MOVE W-SUPCOD   TO SUPES
           MOVE W-ESTVAL   TO VALORES
           MOVE W-ESTFORMA TO FORMAES
           MOVE W-ESTMOT   TO MOTIVOES
           ACCEPT W-ESTHORA FROM TIME
           MOVE W-ESTHORA (1:4) TO HORAES.
       ESTORNO-WR.
           WRITE REGESTOR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ESTORNO-WR.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTOR" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ESTORNO-SAI.
           MOVE "ESTORNO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           PERFORM IMPRIME-ESTORNO THRU IMPRIME-ESTORNO-FIM
           MOVE "*** ESTORNO GRAVADO, COMPROVANTE EM ESTORNTX ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       ESTORNO-SAI.
           DISPLAY (12, 01) LIMPA
           DISPLAY (13, 01) LIMPA
           DISPLAY (13, 51) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (15, 01) LIMPA
           DISPLAY (16, 01) LIMPA
           GO TO ACAO.

      ***** COMPROVANTE DE ESTORNO PARA ASSINATURA DO PACIENTE ******
       IMPRIME-ESTORNO.
           OPEN OUTPUT ESTORNTX
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-ESTORNO-FIM.
           MOVE SPACES TO W-FORMATXT
           IF FORMAES = "D"
              MOVE "DINHEIRO" TO W-FORMATXT.
           IF FORMAES = "C"
              MOVE "CARTAO" TO W-FORMATXT.
           IF FORMAES = "P"
              MOVE "PIX" TO W-FORMATXT.
           MOVE SPACES TO REGESTORNTX
           STRING "          COMPROVANTE DE ESTORNO - RECIBO NR "
                  NUMRECES
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE ALL "-" TO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "DEVOLVEMOS A CPF " CPFES
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE VALORES TO W-VALREC-E
           MOVE SPACES TO REGESTORNTX
           STRING "A IMPORTANCIA DE R$ " W-VALREC-E
                  "  (" W-FORMATXT ")"
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE VALORCXES TO W-VALREC-E
           MOVE SPACES TO REGESTORNTX
           STRING "DO RECIBO NR " NUMRECES " DE R$ " W-VALREC-E
                  " (ATENDIMENTO DE " DATACXES ")"
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "MOTIVO: " MOTIVOES
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "DATA: " DATAES "  HORA: " HORAES
                  "  OPERADOR: " OPERES "  LIBERADO POR: " SUPES
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "_______________________________________"
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "ASSINATURA DO PACIENTE (RECEBI O VALOR ACIMA)"
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "_______________________________________"
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           MOVE SPACES TO REGESTORNTX
           STRING "ASSINATURA / CARIMBO DA CLINICA"
                  DELIMITED BY SIZE INTO REGESTORNTX
           WRITE REGESTORNTX.
           CLOSE ESTORNTX.
       IMPRIME-ESTORNO-FIM.
           EXIT.

      ***** PEDE A LIBERACAO DO SUPERVISOR (OPERADOR AUTORIZADO) *****
       LIBERA-SUPERV.
           MOVE 0 TO W-LIBOK
           IF W-HASOPE = 0
              MOVE "*** SEM CADASTRO DE OPERADOR P/ LIBERACAO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE ZEROS  TO W-SUPCOD
           MOVE SPACES TO W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "LIBERACAO SUPERVISOR - CODIGO: "
           ACCEPT  (22, 32) W-SUPCOD
           DISPLAY (22, 40) "SENHA: "
           ACCEPT  (22, 47) W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 40) LIMPA
           MOVE W-SUPCOD TO CODOPER
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF SITUACAOOPER = "I"
              MOVE "*** OPERADOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE W-SUPSEN TO W-SENHAIN
           PERFORM CALC-HASH THRU CALC-HASH-FIM
      ***** SENHAS ANTIGAS AINDA EM CLARO TAMBEM SAO ACEITAS
           IF SENHAOPER NOT = W-HASHTXT AND SENHAOPER NOT = W-SUPSEN
              MOVE "*** SENHA INCORRETA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF CODOPER NOT = 1 AND PERFILOPER NOT = "S"
              MOVE "*** OPERADOR NAO AUTORIZADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE 1 TO W-LIBOK.
       LIBERA-SUPERV-FIM.
           EXIT.

      ***** CODIFICA A SENHA EM UM VALOR DE 10 DIGITOS **************
      ***** (MESMA REGRA DO LOGIN NO MENU) **************************
       CALC-HASH.
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HI.
       CALC-HASH-CHAR.
           IF W-HI > 10
              GO TO CALC-HASH-FMT.
           MOVE W-SENHAIN (W-HI:1) TO W-HCH
           MOVE ZEROS TO W-HPOS
           MOVE 1 TO W-HJ.
       CALC-HASH-BUSCA.
           IF W-HJ > 68
              GO TO CALC-HASH-SOMA.
           IF W-CHARSET (W-HJ:1) = W-HCH
              MOVE W-HJ TO W-HPOS
              GO TO CALC-HASH-SOMA.
           ADD 1 TO W-HJ
           GO TO CALC-HASH-BUSCA.
       CALC-HASH-SOMA.
           IF W-HPOS = 0
              MOVE 69 TO W-HPOS.
           COMPUTE W-HWORK = W-HASHNUM * 131 + W-HPOS * W-HI
           DIVIDE W-HWORK BY 9999999967 GIVING W-HQ
                  REMAINDER W-HASHNUM
           ADD 1 TO W-HI
           GO TO CALC-HASH-CHAR.
       CALC-HASH-FMT.
           MOVE W-HASHNUM TO W-HASHTXT.
       CALC-HASH-FIM.
           EXIT.

      ***** PACOTE ABERTO DO PACIENTE PARA O PROCEDIMENTO DA ********
      ***** CONSULTA, COM SALDO E DENTRO DA VALIDADE (O MAIS ANTIGO) *
       ACHA-PACOTE.
           MOVE 0 TO W-PKACHOU
           IF W-HASPKT = 0 OR CODPROC = 0
              GO TO ACHA-PACOTE-FIM.
           COMPUTE W-PKCONS = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE CPFC  TO CPFPK
           MOVE ZEROS TO SEQPK
           START CADPACOT KEY IS NOT LESS KEYPACOT INVALID KEY
              GO TO ACHA-PACOTE-FIM.
       ACHA-PACOTE-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-PACOTE-FIM.
           IF CPFPK NOT = CPFC
              GO TO ACHA-PACOTE-FIM.
           IF SITPK NOT = "A" OR CODPROCPK NOT = CODPROC
              GO TO ACHA-PACOTE-LER.
           IF QTDUSOPK NOT < QTDCOMPK
              GO TO ACHA-PACOTE-LER.
           COMPUTE W-PKVAL = ANOVPK * 10000 + MESVPK * 100 + DIAVPK
           IF W-PKCONS > W-PKVAL
              GO TO ACHA-PACOTE-LER.
           MOVE 1     TO W-PKACHOU
           MOVE SEQPK TO W-PKSEQ.
       ACHA-PACOTE-FIM.
           EXIT.

      ***** O TURNO DO OPERADOR NA DATA JA FOI FECHADO? *************
       CHK-TURNO.
           MOVE 0 TO W-TURNOFECH
              CLOSE CADPARCE.
           IF W-HASTUR = 1
              CLOSE CADTURNO.
           IF W-HASPKT = 1
              CLOSE CADPACOT.
           IF W-HASUPK = 1
              CLOSE CADUSOPK.
           IF W-HASPRC = 1
              CLOSE CADPROC.
           IF W-HASCCR = 1
              CLOSE CADCXCAR.
           IF W-HASEST = 1
              CLOSE CADESTOR.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       ROT-FIM2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.

      ***** JORNAL DIARIO DE IMAGENS DEPOIS DA GRAVACAO *************
       ENCADEIA-AUDIT-FIM.
           EXIT.

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
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARCE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARCE
           MOVE SPACES TO W-ARQ-CADPACOT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACOT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACOT
           MOVE SPACES TO W-ARQ-CADUSOPK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUSOPK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUSOPK
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADCXCAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCXCAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCXCAR
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
           MOVE SPACES TO W-ARQ-RECIBOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RECIBOTX.TXT" DELIMITED BY SIZE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDCTRL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-AUDCTRL
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-ESTORNTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ESTORNTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ESTORNTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
