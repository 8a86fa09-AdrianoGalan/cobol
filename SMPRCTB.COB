       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRCTB.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * EXPORTACAO MENSAL DOS LANCAMENTOS CONTABEIS     *
      * PARA O CONTADOR (CTBEXPTX.TXT), SO PARA MES     *
      * FECHADO NO CADFECHA. CONTAS PELO DE-PARA DO     *
      * CADMAPCT (SMP081). ORIGENS: FATURAS DE CONVENIO,*
      * RECEBIMENTOS COM RETENCOES, RECIBOS DO CAIXA,   *
      * REPASSE MEDICO, COMPRAS RECEBIDAS E PAGAMENTOS  *
      * A FORNECEDORES. CADA LANCAMENTO LEVA O          *
      * DOCUMENTO DE ORIGEM. O RELATORIO DE CONTROLE    *
      * (CTBCTLTX.TXT) TOTALIZA POR CONTA E CONFERE     *
      * DEBITOS = CREDITOS                              *
      **************************************************
      * LAYOUT DE IMPORTACAO (CAMPOS SEPARADOS POR ";"): *
      * LANCAMENTO;DATA DDMMAAAA;CONTA;D/C;VALOR;       *
      * DOCUMENTO;HISTORICO                             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMAPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMAPCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFECHA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADREPPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPPG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPEDCO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VENCPG WITH DUPLICATES.

       SELECT CTBEXPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CTBCTLTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** DE-PARA PARA O PLANO DE CONTAS DO CONTADOR
      ***** TIPOMC: RC=RECEITA DE CONVENIO  RX=RECEITA PARTICULAR
      *****         CR=CONVENIO A RECEBER   CX=CAIXA POR FORMA
      *****         BC=BANCO  RT=RETENCAO NA FONTE  RD=DESPESA DE
      *****         REPASSE  RP=REPASSE A PAGAR  ES=ESTOQUE
      *****         FO=FORNECEDORES A PAGAR
      ***** CODMC : CONVENIO, FORNECEDOR OU IMPOSTO (1=ISS 2=IR
      *****         3=PIS 4=COFINS 5=CSLL) COM 6 DIGITOS; FORMA DE
      *****         PAGAMENTO NO CAIXA (D, C, P, B); 000000 = CONTA
      *****         PADRAO DO TIPO
       FD CADMAPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMAPCT.
       01 REGMAPCT.
          03 KEYMAPCT.
             05 TIPOMC        PIC X(02).
             05 CODMC         PIC X(06).
          03 CONTAMC          PIC X(20).
          03 DESCMC           PIC X(30).
          03 SITUACAOMC       PIC X(01).
          03 DATAMC           PIC 9(08).
          03 OPERMC           PIC 9(04).
      *
       FD CADFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFECHA.
       01 REGFECHA.
          03 KEYFECHA.
             05 ANOFECH       PIC 9(04).
             05 MESFECH       PIC 9(02).
          03 FECHADO          PIC X(01).
          03 OPERFECH         PIC 9(04).
          03 DATAFECHA        PIC 9(08).
      *
       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATUR.
       01 REGFATUR.
          03 NUMFATURA     PIC 9(06).
          03 CONVFAT       PIC 9(04).
          03 MESFAT        PIC 9(02).
          03 ANOFAT        PIC 9(04).
          03 QTDFAT        PIC 9(05).
          03 VALORFAT      PIC 9(08)V99.
          03 VALORRECFA    PIC 9(08)V99.
          03 STATUSFAT     PIC X(01).
          03 PROTOCFAT     PIC X(15).
          03 DATAGERFAT    PIC 9(08).
          03 UNIDFAT       PIC 9(02).
      *
       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGTO.
       01 REGPAGTO.
          03 KEYPAGTO.
             05 NUMFATPG      PIC 9(06).
             05 SEQPAGTO      PIC 9(02).
          03 DATAPAGTO.
             05 DIAPG         PIC 9(02).
             05 MESPG         PIC 9(02).
             05 ANOPG         PIC 9(04).
          03 VALORPAGTO       PIC 9(08)V99.
          03 OPERPAGTO        PIC 9(04).
          03 SITUACAOPG       PIC X(01).
      *
       FD CADRETMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETMV.
       01 REGRETMV.
          03 KEYRETMV.
             05 NUMFATRM      PIC 9(06).
             05 SEQRM         PIC 9(02).
          03 CONVRM           PIC 9(04).
          03 DATARM           PIC 9(08).
          03 CAIXARM          PIC 9(08)V99.
          03 VTXRM            PIC 9(08)V99 OCCURS 5 TIMES.
          03 TOTRM            PIC 9(08)V99.
          03 FALTARM          PIC 9(08)V99.
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
       FD CADREPPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADREPPG.
       01 REGREPPG.
          03 KEYREPPG.
             05 CRMPG         PIC 9(06).
             05 ANOMESPG      PIC 9(06).
          03 VALORREPPG       PIC 9(08)V99.
          03 DATAREPPG        PIC 9(08).
          03 SITUACAOPP       PIC X(01).
      *
       FD CADMOVES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOVES.
       01 REGMOV.
          03 KEYMOV.
             05 CODITMV       PIC 9(04).
             05 DATAMOV.
                07 DIAMOV     PIC 9(02).
                07 MESMOV     PIC 9(02).
                07 ANOMOV     PIC 9(04).
             05 SEQMOV        PIC 9(03).
          03 TIPOMOV          PIC X(01).
          03 QTDMOV           PIC 9(05).
          03 CPFMV            PIC 9(11).
          03 DATACONMV        PIC 9(08).
          03 SEQCONMV         PIC 9(02).
          03 OPERMOV          PIC 9(04).
          03 CUSTOMOV         PIC 9(06)V99.
          03 NUMPEDMV         PIC 9(06).
          03 LOTEMOV          PIC X(10).
          03 VALIDMOV         PIC 9(08).
          03 UNIDMOV          PIC 9(02).
          03 UNIDDEST         PIC 9(02).
      *
       FD CADPEDCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDCO.
       01 REGPEDCO.
          03 NUMPEDCO         PIC 9(06).
          03 CODFORNPD        PIC 9(04).
          03 DATAPED          PIC 9(08).
          03 STATUSPED        PIC X(01).
      *
      ***** CONTAS A PAGAR: PARCELAS DAS NOTAS DE FORNECEDOR.
      ***** SITPG: A=A PAGAR P=PAGA C=CANCELADA (NOTA CANCELADA)
      ***** FORMAPG: D=DINHEIRO T=TRANSFERENCIA B=BOLETO C=CHEQUE
      ***** DATAS EM AAAAMMDD
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGAR.
       01 REGPAGAR.
          03 KEYPAG.
             05 CODFORNPG     PIC 9(04).
             05 NUMNFPG       PIC 9(09).
             05 PARCPG        PIC 9(02).
          03 VENCPG           PIC 9(08).
          03 VALORPG          PIC 9(08)V99.
          03 SITPG            PIC X(01).
          03 DATAPGPG         PIC 9(08).
          03 VALPGPG          PIC 9(08)V99.
          03 FORMAPG          PIC X(01).
          03 OPERPG           PIC 9(04).
      *
       FD CTBEXPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CTBEXPTX.
       01 REGCTBEXPTX       PIC X(130).
      *
       FD CTBCTLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CTBCTLTX.
       01 REGCTBCTLTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADMAPCT PIC X(64) VALUE
          "CADMAPCT.DAT".
       01 W-ARQ-CADFECHA PIC X(64) VALUE
          "CADFECHA.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADPAGTO PIC X(64) VALUE
          "CADPAGTO.DAT".
       01 W-ARQ-CADRETMV PIC X(64) VALUE
          "CADRETMV.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADREPPG PIC X(64) VALUE
          "CADREPPG.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADPEDCO PIC X(64) VALUE
          "CADPEDCO.DAT".
       01 W-ARQ-CADPAGAR PIC X(64) VALUE
          "CADPAGAR.DAT".
       01 W-ARQ-CTBEXPTX PIC X(64) VALUE
          "CTBEXPTX.TXT".
       01 W-ARQ-CTBCTLTX PIC X(64) VALUE
          "CTBCTLTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-ANOMES    PIC 9(06) VALUE ZEROS.
       01 W-DTFIM     PIC 9(08) VALUE ZEROS.
       01 W-ULTDIA    PIC 9(02) VALUE ZEROS.
       01 W-RESTO     PIC 9(04) VALUE ZEROS.
       01 W-QUOC      PIC 9(04) VALUE ZEROS.
       01 TABDIAS-R   PIC X(24) VALUE "312831303130313130313031".
       01 TABDIAS REDEFINES TABDIAS-R.
          03 TBDIAS   PIC 9(02) OCCURS 12 TIMES.
       01 W-HASFAT    PIC 9(01) VALUE ZEROS.
       01 W-HASPGT    PIC 9(01) VALUE ZEROS.
       01 W-HASRMV    PIC 9(01) VALUE ZEROS.
       01 W-HASCX     PIC 9(01) VALUE ZEROS.
       01 W-HASREP    PIC 9(01) VALUE ZEROS.
       01 W-HASMOV    PIC 9(01) VALUE ZEROS.
       01 W-HASPED    PIC 9(01) VALUE ZEROS.
       01 W-HASPAG    PIC 9(01) VALUE ZEROS.
       01 W-IMP       PIC 9(01) VALUE ZEROS.
       01 W-CONVPG    PIC 9(04) VALUE ZEROS.
       01 W-CODFOR    PIC 9(04) VALUE ZEROS.
       01 W-VALCR     PIC 9(09)V99 VALUE ZEROS.
       01 W-DMAAUX    PIC 9(08) VALUE ZEROS.
       01 W-DMAAUX-R REDEFINES W-DMAAUX.
          03 W-DXDIA  PIC 9(02).
          03 W-DXMES  PIC 9(02).
          03 W-DXANO  PIC 9(04).
       01 W-AMDAUX    PIC 9(08) VALUE ZEROS.
       01 W-AMDAUX-R REDEFINES W-AMDAUX.
          03 W-AXANO  PIC 9(04).
          03 W-AXMES  PIC 9(02).
          03 W-AXDIA  PIC 9(02).
      ***** BUSCA DA CONTA NO DE-PARA
       01 W-MTIPO     PIC X(02) VALUE SPACES.
       01 W-MCOD      PIC X(06) VALUE SPACES.
       01 W-MCODN     PIC 9(06) VALUE ZEROS.
       01 W-CONTA     PIC X(20) VALUE SPACES.
      ***** PERNA DO LANCAMENTO
       01 W-NLANC     PIC 9(06) VALUE ZEROS.
       01 W-LDATA     PIC 9(08) VALUE ZEROS.
       01 W-LDC       PIC X(01) VALUE SPACES.
       01 W-LVAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-LDOC      PIC X(20) VALUE SPACES.
       01 W-LHIST     PIC X(40) VALUE SPACES.
       01 W-VALEXP    PIC 9(09),99.
       01 W-TDEB      PIC 9(11)V99 VALUE ZEROS.
       01 W-TCRE      PIC 9(11)V99 VALUE ZEROS.
       01 W-SEMCTA    PIC 9(05) VALUE ZEROS.
       01 W-QTDLEG    PIC 9(07) VALUE ZEROS.
       01 W-TOT-E     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-TOT2-E    PIC ZZZ.ZZZ.ZZ9,99.
       01 W-QTD-E     PIC ZZZZZ9.
      ***** LANCAMENTOS E VALOR POR ORIGEM: 1=FATURAS 2=RECEBIMENTOS
      ***** 3=CAIXA 4=REPASSE 5=COMPRAS 6=PAGAMENTO A FORNECEDOR
       01 W-ORIG      PIC 9(01) VALUE ZEROS.
       01 TABORIG-R.
          03 FILLER PIC X(30) VALUE "FATURAS DE CONVENIO (SMPRFAT)".
          03 FILLER PIC X(30) VALUE "RECEBIMENTOS DE CONVENIO".
          03 FILLER PIC X(30) VALUE "RECIBOS DO CAIXA (SMP030)".
          03 FILLER PIC X(30) VALUE "REPASSE MEDICO (SMPRREP)".
          03 FILLER PIC X(30) VALUE "COMPRAS RECEBIDAS (SMP050)".
          03 FILLER PIC X(30) VALUE "PAGAMENTOS A FORNECEDORES".
       01 TABORIG REDEFINES TABORIG-R.
          03 TBO-DESC PIC X(30) OCCURS 6 TIMES.
       01 TABORIGV.
          03 TBO OCCURS 6 TIMES.
             05 TBO-QTD   PIC 9(06).
             05 TBO-VAL   PIC 9(11)V99.
      ***** TOTAIS POR CONTA
       01 W-NCTA      PIC 9(03) COMP VALUE ZEROS.
       01 W-IC        PIC 9(03) COMP VALUE ZEROS.
       01 W-IMIN      PIC 9(03) COMP VALUE ZEROS.
       01 W-CTAANT    PIC X(20) VALUE SPACES.
       01 W-CTAMIN    PIC X(20) VALUE SPACES.
       01 TABCTA.
          03 TBA OCCURS 300 TIMES.
             05 TBA-CONTA PIC X(20).
             05 TBA-DEB   PIC 9(11)V99.
             05 TBA-CRE   PIC 9(11)V99.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** EXPORTACAO CONTABIL DO MES ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 09  COLUMN 01
               VALUE  "  (O MES PRECISA ESTAR FECHADO - SMP031)".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A EXPORTACAO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 10  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 10  PIC 9(04)
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
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
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

       INICIO.
      *
       INC-001.
           MOVE ZEROS TO W-MESF W-ANOF
           DISPLAY TELAFILTRO
           ACCEPT TW-MESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOF < 1900
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.

      ***** SO EXPORTA MES FECHADO *********************************
       INC-FECHA.
           OPEN INPUT CADFECHA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM MES FECHADO (CADFECHA) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE W-ANOF TO ANOFECH
           MOVE W-MESF TO MESFECH
           READ CADFECHA
           IF ST-ERRO NOT = "00"
              MOVE "N" TO FECHADO.
           CLOSE CADFECHA
           IF FECHADO NOT = "S"
              MOVE "*** MES NAO FECHADO, EXPORTACAO RECUSADA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EXPORTACAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT CADMAPCT
           IF ST-ERRO NOT = "00"
              MOVE "*** DE-PARA CONTABIL NAO CADASTRADO (SMP081) ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASFAT
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFAT.
           MOVE 1 TO W-HASPGT
           OPEN INPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPGT.
           MOVE 1 TO W-HASRMV
           OPEN INPUT CADRETMV
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASRMV.
           MOVE 1 TO W-HASCX
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCX.
           MOVE 1 TO W-HASREP
           OPEN INPUT CADREPPG
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASREP.
           MOVE 1 TO W-HASMOV
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMOV.
           MOVE 1 TO W-HASPED
           OPEN INPUT CADPEDCO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPED.
           MOVE 1 TO W-HASPAG
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAG.
           OPEN OUTPUT CTBEXPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CTBEXPTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           OPEN OUTPUT CTBCTLTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CTBCTLTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CTBEXPTX
              GO TO RotinaFim.
           DISPLAY (14, 01) "*** GERANDO OS LANCAMENTOS, AGUARDE ***"
           COMPUTE W-ANOMES = W-ANOF * 100 + W-MESF
      ***** ULTIMO DIA DO MES (DATA DAS FATURAS E DO REPASSE)
           MOVE TBDIAS (W-MESF) TO W-ULTDIA
           IF W-MESF = 2
              DIVIDE W-ANOF BY 4 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = 0
                 MOVE 29 TO W-ULTDIA
                 DIVIDE W-ANOF BY 100 GIVING W-QUOC REMAINDER W-RESTO
                 IF W-RESTO = 0
                    MOVE 28 TO W-ULTDIA
                    DIVIDE W-ANOF BY 400 GIVING W-QUOC
                           REMAINDER W-RESTO
                    IF W-RESTO = 0
                       MOVE 29 TO W-ULTDIA.
           COMPUTE W-DTFIM = W-ANOMES * 100 + W-ULTDIA
           MOVE ZEROS TO W-NLANC W-TDEB W-TCRE W-SEMCTA W-QTDLEG
           MOVE ZEROS TO W-NCTA
           MOVE 1 TO W-ORIG.
       ZERA-ORIG.
           MOVE ZEROS TO TBO-QTD (W-ORIG) TBO-VAL (W-ORIG)
           IF W-ORIG < 6
              ADD 1 TO W-ORIG
              GO TO ZERA-ORIG.
           MOVE SPACES TO REGCTBCTLTX
           STRING "CONTROLE DA EXPORTACAO CONTABIL - MES: "
                  W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE ALL "-" TO REGCTBCTLTX
           WRITE REGCTBCTLTX.

      ***** 1. FATURAS DE CONVENIO DA COMPETENCIA ********************
      *****    D CONVENIO A RECEBER  /  C RECEITA DO CONVENIO ********
       FATURAS.
           IF W-HASFAT = 0
              GO TO RECEBIMENTOS.
           MOVE 1 TO W-ORIG
           MOVE ZEROS TO NUMFATURA
           START CADFATUR KEY IS NOT LESS NUMFATURA INVALID KEY
              GO TO RECEBIMENTOS.
       FATURAS-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO RECEBIMENTOS.
           IF MESFAT NOT = W-MESF OR ANOFAT NOT = W-ANOF
              GO TO FATURAS-LER.
           IF STATUSFAT = "X" OR VALORFAT = 0
              GO TO FATURAS-LER.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           MOVE W-DTFIM TO W-LDATA
           MOVE SPACES TO W-LDOC W-LHIST
           STRING "FATURA " NUMFATURA DELIMITED BY SIZE INTO W-LDOC
           STRING "FATURAMENTO CONVENIO " CONVFAT " " MESFAT "/"
                  ANOFAT DELIMITED BY SIZE INTO W-LHIST
           MOVE VALORFAT TO W-LVAL
           MOVE "CR" TO W-MTIPO
           MOVE CONVFAT TO W-MCODN
           PERFORM DEBITA THRU DEBITA-FIM
           MOVE "RC" TO W-MTIPO
           MOVE CONVFAT TO W-MCODN
           PERFORM CREDITA THRU CREDITA-FIM
           GO TO FATURAS-LER.

      ***** 2. RECEBIMENTOS DE FATURA NO MES ************************
      *****    D BANCO (VALOR RECEBIDO) + D RETENCOES POR IMPOSTO ***
      *****    C CONVENIO A RECEBER (RECEBIDO + RETIDO) *************
       RECEBIMENTOS.
           IF W-HASPGT = 0
              GO TO CAIXA.
           MOVE 2 TO W-ORIG
           MOVE ZEROS TO KEYPAGTO
           START CADPAGTO KEY IS NOT LESS KEYPAGTO INVALID KEY
              GO TO CAIXA.
       RECEBIMENTOS-LER.
           READ CADPAGTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CAIXA.
           IF MESPG NOT = W-MESF OR ANOPG NOT = W-ANOF
              GO TO RECEBIMENTOS-LER.
           IF SITUACAOPG = "C" OR SITUACAOPG = "I"
              OR VALORPAGTO = 0
              GO TO RECEBIMENTOS-LER.
           MOVE ZEROS TO W-CONVPG
           IF W-HASFAT = 1
              MOVE NUMFATPG TO NUMFATURA
              READ CADFATUR
              IF ST-ERRO = "00"
                 MOVE CONVFAT TO W-CONVPG.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           MOVE DATAPAGTO TO W-DMAAUX
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-AMDAUX TO W-LDATA
           MOVE SPACES TO W-LDOC W-LHIST
           STRING "FATURA " NUMFATPG "/" SEQPAGTO
                  DELIMITED BY SIZE INTO W-LDOC
           STRING "RECEBIMENTO CONVENIO " W-CONVPG
                  DELIMITED BY SIZE INTO W-LHIST
           MOVE VALORPAGTO TO W-LVAL W-VALCR
           MOVE "BC" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM DEBITA THRU DEBITA-FIM
           IF W-HASRMV = 0
              GO TO RECEBIMENTOS-CR.
           MOVE NUMFATPG TO NUMFATRM
           MOVE SEQPAGTO TO SEQRM
           READ CADRETMV
           IF ST-ERRO NOT = "00"
              GO TO RECEBIMENTOS-CR.
           MOVE 1 TO W-IMP.
       RECEBIMENTOS-RET.
           IF VTXRM (W-IMP) > 0
              MOVE VTXRM (W-IMP) TO W-LVAL
              ADD VTXRM (W-IMP) TO W-VALCR
              MOVE "RT" TO W-MTIPO
              MOVE W-IMP TO W-MCODN
              PERFORM DEBITA THRU DEBITA-FIM.
           IF W-IMP < 5
              ADD 1 TO W-IMP
              GO TO RECEBIMENTOS-RET.
       RECEBIMENTOS-CR.
           MOVE W-VALCR TO W-LVAL
           MOVE "CR" TO W-MTIPO
           MOVE W-CONVPG TO W-MCODN
           PERFORM CREDITA THRU CREDITA-FIM
           GO TO RECEBIMENTOS-LER.

      ***** 3. RECIBOS DO CAIXA (PARTICULAR) NO MES ******************
      *****    D CAIXA DA FORMA DE PAGAMENTO / C RECEITA PARTICULAR **
       CAIXA.
           IF W-HASCX = 0
              GO TO REPASSE.
           MOVE 3 TO W-ORIG
           MOVE ZEROS TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA INVALID KEY
              GO TO REPASSE.
       CAIXA-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO REPASSE.
           IF MESCX NOT = W-MESF OR ANOCX NOT = W-ANOF
              GO TO CAIXA-LER.
           IF SITUACAOCX = "I" OR SITUACAOCX = "C" OR VALORCX = 0
              GO TO CAIXA-LER.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           MOVE DATACX TO W-DMAAUX
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-AMDAUX TO W-LDATA
           MOVE SPACES TO W-LDOC W-LHIST
           STRING "RECIBO " NUMRECIBO DELIMITED BY SIZE INTO W-LDOC
           STRING "RECEBIMENTO PARTICULAR CPF " CPFCX " FORMA "
                  FORMACX DELIMITED BY SIZE INTO W-LHIST
           MOVE VALORCX TO W-LVAL
           MOVE "CX" TO W-MTIPO
           MOVE SPACES TO W-MCOD
           MOVE FORMACX TO W-MCOD
           PERFORM DEBITA-COD THRU DEBITA-FIM
           MOVE "RX" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM CREDITA THRU CREDITA-FIM
           GO TO CAIXA-LER.

      ***** 4. REPASSE MEDICO: APROPRIACAO DA COMPETENCIA ***********
      *****    (D DESPESA / C REPASSE A PAGAR) E PAGAMENTO NO MES ***
      *****    (D REPASSE A PAGAR / C BANCO) ************************
       REPASSE.
           IF W-HASREP = 0
              GO TO COMPRAS.
           MOVE 4 TO W-ORIG
           MOVE ZEROS TO KEYREPPG
           START CADREPPG KEY IS NOT LESS KEYREPPG INVALID KEY
              GO TO COMPRAS.
       REPASSE-LER.
           READ CADREPPG NEXT
           IF ST-ERRO NOT = "00"
              GO TO COMPRAS.
           IF SITUACAOPP = "C" OR SITUACAOPP = "I"
              OR VALORREPPG = 0
              GO TO REPASSE-LER.
           MOVE SPACES TO W-LDOC
           STRING "REPASSE " CRMPG "/" ANOMESPG
                  DELIMITED BY SIZE INTO W-LDOC
           MOVE VALORREPPG TO W-LVAL
           IF ANOMESPG NOT = W-ANOMES
              GO TO REPASSE-PAGTO.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           MOVE W-DTFIM TO W-LDATA
           MOVE SPACES TO W-LHIST
           STRING "REPASSE MEDICO CRM " CRMPG " COMPETENCIA "
                  ANOMESPG DELIMITED BY SIZE INTO W-LHIST
           MOVE "RD" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM DEBITA THRU DEBITA-FIM
           MOVE "RP" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM CREDITA THRU CREDITA-FIM.
       REPASSE-PAGTO.
           MOVE DATAREPPG TO W-DMAAUX
           IF W-DXMES NOT = W-MESF OR W-DXANO NOT = W-ANOF
              GO TO REPASSE-LER.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-AMDAUX TO W-LDATA
           MOVE SPACES TO W-LHIST
           STRING "PAGAMENTO REPASSE CRM " CRMPG
                  DELIMITED BY SIZE INTO W-LHIST
           MOVE "RP" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM DEBITA THRU DEBITA-FIM
           MOVE "BC" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM CREDITA THRU CREDITA-FIM
           GO TO REPASSE-LER.

      ***** 5. COMPRAS RECEBIDAS CONTRA PEDIDO NO MES ***************
      *****    D ESTOQUE / C FORNECEDOR DO PEDIDO *******************
       COMPRAS.
           IF W-HASMOV = 0
              GO TO PAGFORN.
           MOVE 5 TO W-ORIG
           MOVE ZEROS TO KEYMOV
           START CADMOVES KEY IS NOT LESS KEYMOV INVALID KEY
              GO TO PAGFORN.
       COMPRAS-LER.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00"
              GO TO PAGFORN.
           IF TIPOMOV NOT = "E" OR NUMPEDMV = 0
              GO TO COMPRAS-LER.
           IF MESMOV NOT = W-MESF OR ANOMOV NOT = W-ANOF
              GO TO COMPRAS-LER.
           COMPUTE W-LVAL ROUNDED = QTDMOV * CUSTOMOV
           IF W-LVAL = 0
              GO TO COMPRAS-LER.
           MOVE ZEROS TO W-CODFOR
           IF W-HASPED = 1
              MOVE NUMPEDMV TO NUMPEDCO
              READ CADPEDCO
              IF ST-ERRO = "00"
                 MOVE CODFORNPD TO W-CODFOR.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           MOVE DATAMOV TO W-DMAAUX
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-AMDAUX TO W-LDATA
           MOVE SPACES TO W-LDOC W-LHIST
           STRING "PEDIDO " NUMPEDMV DELIMITED BY SIZE INTO W-LDOC
           STRING "COMPRA ITEM " CODITMV " QTD " QTDMOV
                  " FORNECEDOR " W-CODFOR
                  DELIMITED BY SIZE INTO W-LHIST
           MOVE "ES" TO W-MTIPO
           MOVE ZEROS TO W-MCODN
           PERFORM DEBITA THRU DEBITA-FIM
           MOVE "FO" TO W-MTIPO
           MOVE W-CODFOR TO W-MCODN
           PERFORM CREDITA THRU CREDITA-FIM
           GO TO COMPRAS-LER.

      ***** 6. PARCELAS PAGAS A FORNECEDORES NO MES *****************
      *****    D FORNECEDOR / C CAIXA (DINHEIRO) OU BANCO ***********
       PAGFORN.
           IF W-HASPAG = 0
              GO TO CONTROLE.
           MOVE 6 TO W-ORIG
           MOVE ZEROS TO KEYPAG
           START CADPAGAR KEY IS NOT LESS KEYPAG INVALID KEY
              GO TO CONTROLE.
       PAGFORN-LER.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTROLE.
           IF SITPG NOT = "P" OR VALPGPG = 0
              GO TO PAGFORN-LER.
           MOVE DATAPGPG TO W-AMDAUX
           IF W-AXMES NOT = W-MESF OR W-AXANO NOT = W-ANOF
              GO TO PAGFORN-LER.
           PERFORM NOVO-LANC THRU NOVO-LANC-FIM
           MOVE DATAPGPG TO W-LDATA
           MOVE SPACES TO W-LDOC W-LHIST
           STRING "NF " NUMNFPG "/" PARCPG
                  DELIMITED BY SIZE INTO W-LDOC
           STRING "PAGAMENTO FORNECEDOR " CODFORNPG " FORMA "
                  FORMAPG DELIMITED BY SIZE INTO W-LHIST
           MOVE VALPGPG TO W-LVAL
           MOVE "FO" TO W-MTIPO
           MOVE CODFORNPG TO W-MCODN
           PERFORM DEBITA THRU DEBITA-FIM
           IF FORMAPG = "D"
              MOVE "CX" TO W-MTIPO
              MOVE SPACES TO W-MCOD
              MOVE "D" TO W-MCOD
              PERFORM CREDITA-COD THRU CREDITA-FIM
           ELSE
              MOVE "BC" TO W-MTIPO
              MOVE ZEROS TO W-MCODN
              PERFORM CREDITA THRU CREDITA-FIM.
           GO TO PAGFORN-LER.

      ***** RELATORIO DE CONTROLE: POR ORIGEM, POR CONTA E TOTAIS ***
       CONTROLE.
           MOVE SPACES TO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE SPACES TO REGCTBCTLTX
           STRING "ORIGEM                          LANCAMENTOS"
                  "           VALOR"
                  DELIMITED BY SIZE INTO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE 1 TO W-ORIG.
       CONTROLE-ORIG.
           MOVE TBO-QTD (W-ORIG) TO W-QTD-E
           MOVE TBO-VAL (W-ORIG) TO W-TOT-E
           MOVE SPACES TO REGCTBCTLTX
           STRING TBO-DESC (W-ORIG) "       " W-QTD-E "  " W-TOT-E
                  DELIMITED BY SIZE INTO REGCTBCTLTX
           WRITE REGCTBCTLTX
           IF W-ORIG < 6
              ADD 1 TO W-ORIG
              GO TO CONTROLE-ORIG.
           MOVE SPACES TO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE SPACES TO REGCTBCTLTX
           STRING "CONTA                        DEBITOS        CREDITOS"
                  DELIMITED BY SIZE INTO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE ALL "-" TO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE LOW-VALUES TO W-CTAANT.
      ***** CONTAS EM ORDEM: A MENOR AINDA NAO IMPRESSA *************
       CONTROLE-CTA.
           MOVE ZEROS TO W-IMIN
           MOVE HIGH-VALUES TO W-CTAMIN
           MOVE 1 TO W-IC.
       CONTROLE-CTA-ACHA.
           IF W-IC > W-NCTA
              GO TO CONTROLE-CTA-IMP.
           IF TBA-CONTA (W-IC) > W-CTAANT
              AND TBA-CONTA (W-IC) < W-CTAMIN
              MOVE TBA-CONTA (W-IC) TO W-CTAMIN
              MOVE W-IC TO W-IMIN.
           ADD 1 TO W-IC
           GO TO CONTROLE-CTA-ACHA.
       CONTROLE-CTA-IMP.
           IF W-IMIN = 0
              GO TO CONTROLE-TOT.
           MOVE W-CTAMIN TO W-CTAANT
           MOVE TBA-DEB (W-IMIN) TO W-TOT-E
           MOVE TBA-CRE (W-IMIN) TO W-TOT2-E
           MOVE SPACES TO REGCTBCTLTX
           STRING TBA-CONTA (W-IMIN) " " W-TOT-E " " W-TOT2-E
                  DELIMITED BY SIZE INTO REGCTBCTLTX
           WRITE REGCTBCTLTX
           GO TO CONTROLE-CTA.
       CONTROLE-TOT.
           MOVE ALL "-" TO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE W-TDEB TO W-TOT-E
           MOVE W-TCRE TO W-TOT2-E
           MOVE SPACES TO REGCTBCTLTX
           STRING "TOTAL                " W-TOT-E " " W-TOT2-E
                  DELIMITED BY SIZE INTO REGCTBCTLTX
           WRITE REGCTBCTLTX
           MOVE SPACES TO REGCTBCTLTX
           IF W-TDEB = W-TCRE
              STRING "DEBITOS = CREDITOS: OK   (" W-NLANC
                     " LANCAMENTOS)"
                     DELIMITED BY SIZE INTO REGCTBCTLTX
           ELSE
              STRING "*** DEBITOS DIFEREM DOS CREDITOS ***"
                     DELIMITED BY SIZE INTO REGCTBCTLTX.
           WRITE REGCTBCTLTX
           IF W-SEMCTA > 0
              MOVE SPACES TO REGCTBCTLTX
              STRING "*** " W-SEMCTA " PARTIDAS SEM CONTA NO DE-PARA "
                     "(VEJA ACIMA) - CORRIJA NO SMP081 E GERE DE NOVO"
                     DELIMITED BY SIZE INTO REGCTBCTLTX
              WRITE REGCTBCTLTX.
           MOVE "SMPRCTB" TO W-PROGCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           MOVE "CTBEXPTX.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "CTBCTLTX.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           IF W-SEMCTA > 0
              MOVE "*** HA PARTIDAS SEM CONTA, VEJA CTBCTLTX.TXT ***"
                                                             TO MENS
           ELSE
              MOVE "*** EXPORTACAO GERADA EM CTBEXPTX.TXT ***" TO MENS.
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADMAPCT CTBEXPTX CTBCTLTX.
           IF W-HASFAT = 1
              CLOSE CADFATUR.
           IF W-HASPGT = 1
              CLOSE CADPAGTO.
           IF W-HASRMV = 1
              CLOSE CADRETMV.
           IF W-HASCX = 1
              CLOSE CADCAIXA.
           IF W-HASREP = 1
              CLOSE CADREPPG.
           IF W-HASMOV = 1
              CLOSE CADMOVES.
           IF W-HASPED = 1
              CLOSE CADPEDCO.
           IF W-HASPAG = 1
              CLOSE CADPAGAR.
       RotinaFim2.
           EXIT PROGRAM.

      ***** NOVO LANCAMENTO DA ORIGEM CORRENTE **********************
       NOVO-LANC.
           ADD 1 TO W-NLANC
           ADD 1 TO TBO-QTD (W-ORIG).
       NOVO-LANC-FIM.
           EXIT.

      ***** PARTIDAS: CODIGO NUMERICO (W-MCODN) OU JA MONTADO *******
      ***** (W-MCOD, ENTRAR POR DEBITA-COD / CREDITA-COD) ***********
       DEBITA.
           MOVE W-MCODN TO W-MCOD.
       DEBITA-COD.
           MOVE "D" TO W-LDC
           ADD W-LVAL TO TBO-VAL (W-ORIG)
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM.
       DEBITA-FIM.
           EXIT.

       CREDITA.
           MOVE W-MCODN TO W-MCOD.
       CREDITA-COD.
           MOVE "C" TO W-LDC
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM.
       CREDITA-FIM.
           EXIT.

       GRAVA-PARTIDA.
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           IF W-CONTA = SPACES
              ADD 1 TO W-SEMCTA
              MOVE SPACES TO REGCTBCTLTX
              STRING "  SEM CONTA: TIPO " W-MTIPO " CODIGO " W-MCOD
                     " LANCAMENTO " W-NLANC " DOC " W-LDOC
                     DELIMITED BY SIZE INTO REGCTBCTLTX
              WRITE REGCTBCTLTX.
           MOVE W-LDATA TO W-AMDAUX
           MOVE W-AXDIA TO W-DXDIA
           MOVE W-AXMES TO W-DXMES
           MOVE W-AXANO TO W-DXANO
           MOVE W-LVAL TO W-VALEXP
           MOVE SPACES TO REGCTBEXPTX
           STRING W-NLANC ";" W-DMAAUX ";" W-CONTA ";" W-LDC ";"
                  W-VALEXP ";" W-LDOC ";" W-LHIST
                  DELIMITED BY SIZE INTO REGCTBEXPTX
           WRITE REGCTBEXPTX
           ADD 1 TO W-QTDLEG
           IF W-LDC = "D"
              ADD W-LVAL TO W-TDEB
           ELSE
              ADD W-LVAL TO W-TCRE.
           PERFORM SOMA-CONTA THRU SOMA-CONTA-FIM.
       GRAVA-PARTIDA-FIM.
           EXIT.

      ***** CONTA DO TIPO E CODIGO; SEM DE-PARA PROPRIO, A PADRAO ***
       ACHA-CONTA.
           MOVE SPACES TO W-CONTA
           MOVE W-MTIPO TO TIPOMC
           MOVE W-MCOD  TO CODMC
           READ CADMAPCT
           IF ST-ERRO = "00" AND SITUACAOMC NOT = "I"
              MOVE CONTAMC TO W-CONTA
              GO TO ACHA-CONTA-FIM.
           MOVE W-MTIPO  TO TIPOMC
           MOVE "000000" TO CODMC
           READ CADMAPCT
           IF ST-ERRO = "00" AND SITUACAOMC NOT = "I"
              MOVE CONTAMC TO W-CONTA.
       ACHA-CONTA-FIM.
           EXIT.

       SOMA-CONTA.
           MOVE 1 TO W-IC.
       SOMA-CONTA-LOOP.
           IF W-IC > W-NCTA
              GO TO SOMA-CONTA-NOVA.
           IF TBA-CONTA (W-IC) = W-CONTA
              GO TO SOMA-CONTA-ADD.
           ADD 1 TO W-IC
           GO TO SOMA-CONTA-LOOP.
       SOMA-CONTA-NOVA.
           IF W-NCTA NOT < 300
              GO TO SOMA-CONTA-FIM.
           ADD 1 TO W-NCTA
           MOVE W-NCTA  TO W-IC
           MOVE W-CONTA TO TBA-CONTA (W-IC)
           MOVE ZEROS   TO TBA-DEB (W-IC) TBA-CRE (W-IC).
       SOMA-CONTA-ADD.
           IF W-LDC = "D"
              ADD W-LVAL TO TBA-DEB (W-IC)
           ELSE
              ADD W-LVAL TO TBA-CRE (W-IC).
       SOMA-CONTA-FIM.
           EXIT.

      ***** DATA DDMMAAAA (W-DMAAUX) PARA AAAAMMDD (W-AMDAUX) *******
       CONV-DATA.
           MOVE W-DXANO TO W-AXANO
           MOVE W-DXMES TO W-AXMES
           MOVE W-DXDIA TO W-AXDIA.
       CONV-DATA-FIM.
           EXIT.

       CATALOGA.
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
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
           MOVE SPACES TO W-ARQ-CADMAPCT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMAPCT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMAPCT
           MOVE SPACES TO W-ARQ-CADFECHA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFECHA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFECHA
           MOVE SPACES TO W-ARQ-CADFATUR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADPAGTO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGTO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGTO
           MOVE SPACES TO W-ARQ-CADRETMV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETMV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETMV
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADREPPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADREPPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADREPPG
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-CADPEDCO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDCO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDCO
           MOVE SPACES TO W-ARQ-CADPAGAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGAR
           MOVE SPACES TO W-ARQ-CTBEXPTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CTBEXPTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-CTBEXPTX
           MOVE SPACES TO W-ARQ-CTBCTLTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CTBCTLTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-CTBCTLTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
