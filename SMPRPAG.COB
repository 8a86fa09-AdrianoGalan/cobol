       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRPAG.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CONTAS A PAGAR DE FORNECEDORES:                 *
      * A = AGENDA DAS PARCELAS A PAGAR POR VENCIMENTO  *
      *     NO PERIODO, COM AS VENCIDAS E AS BLOQUEADAS *
      *     POR DIVERGENCIA, E O PAGO NO PERIODO        *
      *     (PAGAGETX.TXT)                              *
      * E = EXCECOES DA CONFERENCIA: NOTAS FATURADAS    *
      *     SEM RECEBIMENTO, RECEBIMENTOS NUNCA         *
      *     FATURADOS E NOTAS DIVERGENTES AGUARDANDO    *
      *     APROVACAO (PAGEXCTX.TXT)                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNFFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMPEDNF WITH DUPLICATES.

       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VENCPG WITH DUPLICATES.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN
                                       WITH DUPLICATES.

       SELECT CADPEDCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPEDCO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDIT
                    FILE STATUS  IS ST-ERRO.

       SELECT PAGAGETX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT PAGEXCTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** NOTAS FISCAIS DE FORNECEDOR, CONFERIDAS CONTRA O PEDIDO
      ***** (CADPEDIT) E O RECEBIDO. DATAS EM AAAAMMDD.
      ***** SITNF : D=DIVERGENTE (AGUARDA APROVACAO) L=LIBERADA P/
      *****         PAGAMENTO G=PAGA C=CANCELADA
      ***** DIVITNF: P=PRECO Q=QUANTIDADE ACIMA DO RECEBIDO A=AMBOS
      ***** DIVTOTNF: S=TOTAL DA NOTA DIFERENTE DA SOMA DOS ITENS
       FD CADNFFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADNFFOR.
       01 REGNFFOR.
          03 KEYNFF.
             05 CODFORNNF     PIC 9(04).
             05 NUMNFF        PIC 9(09).
          03 SERIENF          PIC X(03).
          03 NUMPEDNF         PIC 9(06).
          03 DATAEMNF         PIC 9(08).
          03 DATAENNF         PIC 9(08).
          03 VALTOTNF         PIC 9(08)V99.
          03 VALITNF          PIC 9(08)V99.
          03 QTDPARNF         PIC 9(02).
          03 QTDITNF          PIC 9(02).
          03 SITNF            PIC X(01).
          03 DIVTOTNF         PIC X(01).
          03 OPERNF           PIC 9(04).
          03 SUPNF            PIC 9(04).
          03 DATALIBNF        PIC 9(08).
          03 ITEMNF OCCURS 10 TIMES.
             05 ITPEDNF       PIC 9(02).
             05 CODITNF       PIC 9(04).
             05 QTDNF         PIC 9(05).
             05 PRECONF       PIC 9(06)V99.
             05 DIVITNF       PIC X(01).
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
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFORN.
       01 REGFORN.
          03 CODFORN          PIC 9(04).
          03 NOMEFORN         PIC X(30).
          03 CNPJFORN         PIC 9(14).
          03 TELFORN          PIC 9(11).
          03 SITUACAOFO       PIC X(01).
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
       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDIT.
       01 REGPEDIT.
          03 KEYPEDIT.
             05 NUMPEDIT      PIC 9(06).
             05 ITEMPD        PIC 9(02).
          03 CODITPD          PIC 9(04).
          03 QTDPED           PIC 9(05).
          03 QTDRECPD         PIC 9(05).
          03 PRECOPD          PIC 9(06)V99.
          03 SITUACAOPI       PIC X(01).
      *
       FD PAGAGETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-PAGAGETX.
       01 REGPAGAGETX       PIC X(100).
      *
       FD PAGEXCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-PAGEXCTX.
       01 REGPAGEXCTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADNFFOR PIC X(64) VALUE
          "CADNFFOR.DAT".
       01 W-ARQ-CADPAGAR PIC X(64) VALUE
          "CADPAGAR.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-CADPEDCO PIC X(64) VALUE
          "CADPEDCO.DAT".
       01 W-ARQ-CADPEDIT PIC X(64) VALUE
          "CADPEDIT.DAT".
       01 W-ARQ-PAGAGETX PIC X(64) VALUE
          "PAGAGETX.TXT".
       01 W-ARQ-PAGEXCTX PIC X(64) VALUE
          "PAGEXCTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-DATAI     PIC 9(08) VALUE ZEROS.
       01 W-DATAF     PIC 9(08) VALUE ZEROS.
       01 W-DINI      PIC 9(08) VALUE ZEROS.
       01 W-DFIM      PIC 9(08) VALUE ZEROS.
       01 W-VENCANT   PIC 9(08) VALUE ZEROS.
       01 W-HOJE-N    PIC 9(08) VALUE ZEROS.
       01 W-NOMEF     PIC X(30) VALUE SPACES.
       01 W-MARCA     PIC X(10) VALUE SPACES.
       01 W-J         PIC 9(02) VALUE ZEROS.
       01 W-NUMPED    PIC 9(06) VALUE ZEROS.
       01 W-ITEMPD    PIC 9(02) VALUE ZEROS.
       01 W-FAT       PIC 9(06) VALUE ZEROS.
       01 W-DIFQ      PIC 9(06) VALUE ZEROS.
       01 W-QTDPARC   PIC 9(05) VALUE ZEROS.
       01 W-QTDVENC   PIC 9(05) VALUE ZEROS.
       01 W-QTDBLOQ   PIC 9(05) VALUE ZEROS.
       01 W-QTDPAGO   PIC 9(05) VALUE ZEROS.
       01 W-QTDSREC   PIC 9(05) VALUE ZEROS.
       01 W-QTDNFAT   PIC 9(05) VALUE ZEROS.
       01 W-QTDDIV    PIC 9(05) VALUE ZEROS.
       01 W-VALDIA    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALTOT    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALVENC   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALBLOQ   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALPAGO   PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-E     PIC ZZ.ZZZ.ZZ9,99.
       01 W-TOT-E     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-QTD-E     PIC ZZZZ9.
       01 W-DATA-E    PIC 99/99/9999.
      ***** DATA DDMMAAAA DIGITADA E SUA FORMA AAAAMMDD
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
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** CONTAS A PAGAR DE FORNECEDORES ***".
           05  LINE 05  COLUMN 01
               VALUE  "  A = AGENDA DE PAGAMENTOS POR VENCIMENTO".
           05  LINE 06  COLUMN 01
               VALUE  "  E = EXCECOES DA CONFERENCIA NOTA X RECEBIDO".
           05  LINE 08  COLUMN 01
               VALUE  "  OPCAO (A/E): ".
           05  LINE 09  COLUMN 01
               VALUE  "  VENCIMENTO DE (DDMMAAAA): ".
           05  LINE 10  COLUMN 01
               VALUE  "  ATE           (DDMMAAAA): ".
           05  TW-OPCAO
               LINE 08  COLUMN 17  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-DATAI
               LINE 09  COLUMN 30  PIC 99.99.9999
               USING  W-DATAI
               HIGHLIGHT.
           05  TW-DATAF
               LINE 10  COLUMN 30  PIC 99.99.9999
               USING  W-DATAF
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
           MOVE SPACES TO W-OPCAO
           MOVE ZEROS TO W-DATAI W-DATAF
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "a"
              MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "e"
              MOVE "E" TO W-OPCAO.
           IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "E"
              MOVE "*** DIGITE APENAS A OU E ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.
           IF W-OPCAO = "E"
              GO TO INC-OP1.
       INC-DATAS.
           ACCEPT TW-DATAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INICIO.
           ACCEPT TW-DATAF
           MOVE W-DATAI TO W-DMA-N
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           MOVE W-AMD-N TO W-DINI
           MOVE W-DATAF TO W-DMA-N
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           MOVE W-AMD-N TO W-DFIM
           IF W-DFIM = 0 OR W-DINI > W-DFIM
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-DATAS.

       INC-OP1.
           OPEN INPUT CADNFFOR
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA NOTA DE FORNECEDOR LANCADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPAGAR NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADNFFOR
              GO TO RotinaFim2.
           OPEN INPUT CADFORN CADPEDCO CADPEDIT
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF W-OPCAO = "E"
              GO TO EXCECOES.

      ***** AGENDA: PARCELAS A PAGAR DO PERIODO PELO VENCIMENTO *****
       AGENDA.
           OPEN OUTPUT PAGAGETX
           MOVE ZEROS TO W-QTDPARC W-QTDVENC W-QTDBLOQ W-QTDPAGO
                         W-VALDIA W-VALTOT W-VALVENC W-VALBLOQ
                         W-VALPAGO W-VENCANT
           MOVE SPACES TO REGPAGAGETX
           STRING "AGENDA DE PAGAMENTOS A FORNECEDORES - VENCIMENTO DE "
                  W-DATAI (1:2) "/" W-DATAI (3:2) "/" W-DATAI (5:4)
                  " A " W-DATAF (1:2) "/" W-DATAF (3:2) "/"
                  W-DATAF (5:4)
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE ALL "-" TO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE SPACES TO REGPAGAGETX
           STRING "VENCIMENTO FORNECEDOR                       "
                  "NOTA FISCAL PC          VALOR"
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE W-DINI TO VENCPG
           START CADPAGAR KEY IS NOT LESS VENCPG INVALID KEY
              GO TO AGENDA-TOT.
       AGENDA-LER.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO AGENDA-TOT.
           IF VENCPG > W-DFIM
              GO TO AGENDA-TOT.
           IF SITPG NOT = "A"
              GO TO AGENDA-LER.
           IF VENCPG NOT = W-VENCANT
              PERFORM AGENDA-SUBTOT THRU AGENDA-SUBTOT-FIM
              MOVE VENCPG TO W-VENCANT.
           ADD 1 TO W-QTDPARC
           ADD VALORPG TO W-VALDIA W-VALTOT
           MOVE SPACES TO W-MARCA
           IF VENCPG < W-HOJE-N
              ADD 1 TO W-QTDVENC
              ADD VALORPG TO W-VALVENC
              MOVE "VENCIDA" TO W-MARCA.
      ***** NOTA DIVERGENTE AINDA NAO APROVADA: NAO PODE SER PAGA
           MOVE CODFORNPG TO CODFORNNF
           MOVE NUMNFPG   TO NUMNFF
           READ CADNFFOR
           IF ST-ERRO = "00" AND SITNF = "D"
              ADD 1 TO W-QTDBLOQ
              ADD VALORPG TO W-VALBLOQ
              MOVE "BLOQUEADA" TO W-MARCA.
           PERFORM LE-FORN THRU LE-FORN-FIM
           MOVE VENCPG TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE VALORPG TO W-VAL-E
           MOVE SPACES TO REGPAGAGETX
           STRING W-DATA-E " " CODFORNPG " " W-NOMEF " " NUMNFPG
                  " " PARCPG " " W-VAL-E " " W-MARCA
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX
           GO TO AGENDA-LER.

       AGENDA-TOT.
           PERFORM AGENDA-SUBTOT THRU AGENDA-SUBTOT-FIM
      ***** SAIDAS: PARCELAS PAGAS NO PERIODO (PELA DATA DO PAGAMENTO)
           MOVE ZEROS TO KEYPAG
           START CADPAGAR KEY IS NOT LESS KEYPAG INVALID KEY
              GO TO AGENDA-RESUMO.
       AGENDA-PAGO.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO AGENDA-RESUMO.
           IF SITPG = "P" AND DATAPGPG NOT < W-DINI
              AND DATAPGPG NOT > W-DFIM
              ADD 1 TO W-QTDPAGO
              ADD VALPGPG TO W-VALPAGO.
           GO TO AGENDA-PAGO.
       AGENDA-RESUMO.
           MOVE SPACES TO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE W-QTDPARC TO W-QTD-E
           MOVE W-VALTOT  TO W-TOT-E
           MOVE SPACES TO REGPAGAGETX
           STRING "PARCELAS A PAGAR NO PERIODO ...: " W-QTD-E
                  "  VALOR: " W-TOT-E
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE W-QTDVENC TO W-QTD-E
           MOVE W-VALVENC TO W-TOT-E
           MOVE SPACES TO REGPAGAGETX
           STRING "  JA VENCIDAS E NAO PAGAS .....: " W-QTD-E
                  "  VALOR: " W-TOT-E
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE W-QTDBLOQ TO W-QTD-E
           MOVE W-VALBLOQ TO W-TOT-E
           MOVE SPACES TO REGPAGAGETX
           STRING "  BLOQUEADAS POR DIVERGENCIA ..: " W-QTD-E
                  "  VALOR: " W-TOT-E
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE W-QTDPAGO TO W-QTD-E
           MOVE W-VALPAGO TO W-TOT-E
           MOVE SPACES TO REGPAGAGETX
           STRING "PARCELAS PAGAS NO PERIODO .....: " W-QTD-E
                  "  VALOR: " W-TOT-E
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           CLOSE PAGAGETX
           MOVE "PAGAGETX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-DATAI "-" W-DATAF
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** AGENDA GRAVADA EM PAGAGETX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

       AGENDA-SUBTOT.
           IF W-VENCANT = 0
              GO TO AGENDA-SUBTOT-FIM.
           MOVE W-VALDIA TO W-VAL-E
           MOVE SPACES TO REGPAGAGETX
           STRING "                               TOTAL DO VENCIMENTO"
                  "           " W-VAL-E
                  DELIMITED BY SIZE INTO REGPAGAGETX
           WRITE REGPAGAGETX.
           MOVE ZEROS TO W-VALDIA.
       AGENDA-SUBTOT-FIM.
           EXIT.

      ***** EXCECOES DA CONFERENCIA NOTA X PEDIDO X RECEBIDO ********
       EXCECOES.
           OPEN OUTPUT PAGEXCTX
           MOVE ZEROS TO W-QTDSREC W-QTDNFAT W-QTDDIV
           MOVE SPACES TO REGPAGEXCTX
           STRING "EXCECOES DA CONFERENCIA DE NOTAS DE FORNECEDOR EM "
                  W-HOJE-N (7:2) "/" W-HOJE-N (5:2) "/"
                  W-HOJE-N (1:4)
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE ALL "-" TO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE SPACES TO REGPAGEXCTX
           STRING "PEDIDO IT ITEM FORN  PEDIDA RECEBIDA FATURADA"
                  "  DIFERENCA  OCORRENCIA"
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE ZEROS TO KEYPEDIT
           START CADPEDIT KEY IS NOT LESS KEYPEDIT INVALID KEY
              GO TO EXC-DIVERG.
       EXC-LER.
           READ CADPEDIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXC-DIVERG.
           MOVE NUMPEDIT TO W-NUMPED
           MOVE ITEMPD   TO W-ITEMPD
           PERFORM SOMA-FAT THRU SOMA-FAT-FIM
           IF W-FAT = QTDRECPD
              GO TO EXC-LER.
           MOVE W-NUMPED TO NUMPEDCO
           MOVE ZEROS TO CODFORNPD
           READ CADPEDCO
           MOVE SPACES TO REGPAGEXCTX
           IF W-FAT > QTDRECPD
              ADD 1 TO W-QTDSREC
              COMPUTE W-DIFQ = W-FAT - QTDRECPD
              STRING NUMPEDIT " " ITEMPD " " CODITPD " " CODFORNPD
                     "  " QTDPED "    " QTDRECPD "    " W-FAT
                     "     " W-DIFQ "  FATURADO SEM RECEBIMENTO"
                     DELIMITED BY SIZE INTO REGPAGEXCTX
           ELSE
              ADD 1 TO W-QTDNFAT
              COMPUTE W-DIFQ = QTDRECPD - W-FAT
              STRING NUMPEDIT " " ITEMPD " " CODITPD " " CODFORNPD
                     "  " QTDPED "    " QTDRECPD "    " W-FAT
                     "     " W-DIFQ "  RECEBIDO E NAO FATURADO"
                     DELIMITED BY SIZE INTO REGPAGEXCTX.
           WRITE REGPAGEXCTX
      ***** RELE A LINHA P/ CONTINUAR A LEITURA SEQUENCIAL
           MOVE W-NUMPED TO NUMPEDIT
           MOVE W-ITEMPD TO ITEMPD
           START CADPEDIT KEY IS GREATER KEYPEDIT INVALID KEY
              GO TO EXC-DIVERG.
           GO TO EXC-LER.

      ***** NOTAS DIVERGENTES AINDA NAO APROVADAS *******************
       EXC-DIVERG.
           MOVE SPACES TO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE SPACES TO REGPAGEXCTX
           STRING "NOTAS DIVERGENTES AGUARDANDO APROVACAO (DIV: P=PRECO"
                  " Q=QUANTIDADE A=AMBOS T=TOTAL)"
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE ZEROS TO KEYNFF
           START CADNFFOR KEY IS NOT LESS KEYNFF INVALID KEY
              GO TO EXC-TOT.
       EXC-DIV-LER.
           READ CADNFFOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXC-TOT.
           IF SITNF NOT = "D"
              GO TO EXC-DIV-LER.
           ADD 1 TO W-QTDDIV
           MOVE SPACES TO W-MARCA
           IF DIVTOTNF = "S"
              MOVE "T" TO W-MARCA (1:1).
           MOVE 1 TO W-J.
       EXC-DIV-IT.
           IF W-J > QTDITNF
              GO TO EXC-DIV-LINHA.
           IF DIVITNF (W-J) NOT = SPACES
              IF W-MARCA (1:1) = SPACE
                 MOVE DIVITNF (W-J) TO W-MARCA (1:1)
              ELSE
                 IF W-MARCA (2:1) = SPACE
                    AND DIVITNF (W-J) NOT = W-MARCA (1:1)
                    MOVE DIVITNF (W-J) TO W-MARCA (2:1).
           ADD 1 TO W-J
           GO TO EXC-DIV-IT.
       EXC-DIV-LINHA.
           MOVE CODFORNNF TO CODFORNPG
           PERFORM LE-FORN THRU LE-FORN-FIM
           MOVE VALTOTNF TO W-VAL-E
           MOVE SPACES TO REGPAGEXCTX
           STRING "  NOTA " NUMNFF " FORN " CODFORNNF " " W-NOMEF
                  " PEDIDO " NUMPEDNF " " W-VAL-E " DIV " W-MARCA
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX
           GO TO EXC-DIV-LER.

       EXC-TOT.
           MOVE SPACES TO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE W-QTDSREC TO W-QTD-E
           MOVE SPACES TO REGPAGEXCTX
           STRING "LINHAS FATURADAS SEM RECEBIMENTO ...: " W-QTD-E
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE W-QTDNFAT TO W-QTD-E
           MOVE SPACES TO REGPAGEXCTX
           STRING "LINHAS RECEBIDAS E NAO FATURADAS ...: " W-QTD-E
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           MOVE W-QTDDIV TO W-QTD-E
           MOVE SPACES TO REGPAGEXCTX
           STRING "NOTAS AGUARDANDO APROVACAO .........: " W-QTD-E
                  DELIMITED BY SIZE INTO REGPAGEXCTX
           WRITE REGPAGEXCTX.
           CLOSE PAGEXCTX
           MOVE "PAGEXCTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "EM " W-HOJE-N DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** EXCECOES GRAVADAS EM PAGEXCTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** QUANTIDADE FATURADA DA LINHA EM NOTAS NAO CANCELADAS ****
       SOMA-FAT.
           MOVE ZEROS TO W-FAT
           MOVE W-NUMPED TO NUMPEDNF
           START CADNFFOR KEY IS NOT LESS NUMPEDNF INVALID KEY
              GO TO SOMA-FAT-FIM.
       SOMA-FAT-LER.
           READ CADNFFOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-FAT-FIM.
           IF NUMPEDNF NOT = W-NUMPED
              GO TO SOMA-FAT-FIM.
           IF SITNF = "C"
              GO TO SOMA-FAT-LER.
           MOVE 1 TO W-J.
       SOMA-FAT-IT.
           IF W-J > QTDITNF
              GO TO SOMA-FAT-LER.
           IF ITPEDNF (W-J) = W-ITEMPD
              ADD QTDNF (W-J) TO W-FAT.
           ADD 1 TO W-J
           GO TO SOMA-FAT-IT.
       SOMA-FAT-FIM.
           EXIT.

       LE-FORN.
           MOVE SPACES TO W-NOMEF
           MOVE CODFORNPG TO CODFORN
           READ CADFORN
           IF ST-ERRO = "00"
              MOVE NOMEFORN TO W-NOMEF.
       LE-FORN-FIM.
           EXIT.

       CONV-AMD.
           MOVE W-DMAANO TO W-AMDANO
           MOVE W-DMAMES TO W-AMDMES
           MOVE W-DMADIA TO W-AMDDIA.
       CONV-AMD-FIM.
           EXIT.

       CONV-DMA.
           MOVE W-AMDDIA TO W-DMADIA
           MOVE W-AMDMES TO W-DMAMES
           MOVE W-AMDANO TO W-DMAANO.
       CONV-DMA-FIM.
           EXIT.

       CATALOGA.
           MOVE "SMPRPAG" TO W-PROGCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
           EXIT.

       RotinaFim.
           CLOSE CADNFFOR CADPAGAR CADFORN CADPEDCO CADPEDIT.
       RotinaFim2.
           EXIT PROGRAM.

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
           MOVE SPACES TO W-ARQ-CADNFFOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADNFFOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADNFFOR
           MOVE SPACES TO W-ARQ-CADPAGAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGAR
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-CADPEDCO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDCO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDCO
           MOVE SPACES TO W-ARQ-CADPEDIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDIT
           MOVE SPACES TO W-ARQ-PAGAGETX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PAGAGETX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-PAGAGETX
           MOVE SPACES TO W-ARQ-PAGEXCTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PAGEXCTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-PAGEXCTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
