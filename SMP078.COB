       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP078.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************
      * NOTAS FISCAIS DE FORNECEDOR E CONTAS A PAGAR:*
      * LANCAMENTO DA NOTA COM OS ITENS DO PEDIDO DE *
      * COMPRA, CONFERENCIA (PEDIDO X RECEBIDO X     *
      * NOTA), APROVACAO DAS DIVERGENCIAS PELO       *
      * SUPERVISOR, PARCELAS A PAGAR, BAIXA DO       *
      * PAGAMENTO E CANCELAMENTO DA NOTA             *
      **************************************
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

       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDCTRL ASSIGN TO W-ARQ-AUDCTRL
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDITTX ASSIGN TO DISK
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
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITEM.
       01 REGITEM.
          03 CODITEM          PIC 9(04).
          03 DENOMITEM        PIC X(30).
          03 UNIDITEM         PIC X(05).
          03 MINESTOQUE       PIC 9(05).
          03 SALDOITEM        PIC 9(06).
          03 SITUACAOIT       PIC X(01).
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
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD AUDCTRL
               LABEL RECORD IS STANDARD.
       01 REGAUDCTRL.
          03 AC-SEQ        PIC 9(06).
          03 AC-HASH       PIC 9(10).
      *
       FD AUDITTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-AUDITTX.
       01 REGAUDITTX          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       01 W-ENCHASH    PIC 9(10) VALUE ZEROS.
       01 W-ENCWORK    PIC 9(18) VALUE ZEROS.
       01 W-ENCQ       PIC 9(08) VALUE ZEROS.
       01 W-ENCI       PIC 9(02) VALUE ZEROS.
       01 W-ENCJ       PIC 9(02) VALUE ZEROS.
       01 W-ENCPOS     PIC 9(02) VALUE ZEROS.
       01 W-ENCCH      PIC X(01) VALUE SPACES.
       01 W-ENCSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-ENCSET REDEFINES W-ENCSET-R PIC X(68).
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
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-CODOPERAUD  PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERAUD PIC X(30) VALUE SPACES.
       01 W-DATAUD      PIC 9(08) VALUE ZEROS.
       01 W-HORAUD      PIC 9(08) VALUE ZEROS.
       01 W-ACAOAUD     PIC X(10) VALUE SPACES.
       01 W-LINHAUD.
          03 W-LINHAUD-DATA   PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HORA   PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-COD    PIC 9(04).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-NOME   PIC X(20).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-PROG   PIC X(07).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-ACAO   PIC X(10).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-CHAVE  PIC X(15).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-SEQ    PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HASH   PIC 9(10).
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-CONT2       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 WS-SESSFILE   PIC X(64) VALUE SPACES.
       01 W-TERMID      PIC X(08) VALUE SPACES.
       77 W-ESPCONT     PIC 9(06) VALUE ZEROS.
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUPCOD      PIC 9(04) VALUE ZEROS.
       01 W-SUPSEN      PIC X(10) VALUE SPACES.
       01 W-HASITE      PIC 9(01) VALUE ZEROS.
      ***** TOLERANCIA DE PRECO NOTA X PEDIDO, EM % (TOLNFPRC)
       01 W-TOL         PIC 9(03) VALUE ZEROS.
       01 W-CHAVEAUD    PIC X(15) VALUE SPACES.
       01 W-FORN        PIC 9(04) VALUE ZEROS.
       01 W-NUMNF       PIC 9(09) VALUE ZEROS.
       01 W-SERIE       PIC X(03) VALUE SPACES.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-EMIS        PIC 9(08) VALUE ZEROS.
       01 W-VALTOT      PIC 9(08)V99 VALUE ZEROS.
       01 W-VALIT       PIC 9(08)V99 VALUE ZEROS.
       01 W-DIFV        PIC 9(08)V99 VALUE ZEROS.
       01 W-DIVTOT      PIC X(01) VALUE SPACES.
       01 W-TEMDIV      PIC 9(01) VALUE ZEROS.
       01 W-NFOK        PIC 9(01) VALUE ZEROS.
       01 W-DATAOK      PIC 9(01) VALUE ZEROS.
       01 W-QTDIT       PIC 9(02) VALUE ZEROS.
       01 W-QTDPAR      PIC 9(02) VALUE ZEROS.
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-ITEMPD      PIC 9(02) VALUE ZEROS.
       01 W-QTD         PIC 9(05) VALUE ZEROS.
       01 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       01 W-LIMPRC      PIC 9(06)V99 VALUE ZEROS.
       01 W-FATANT      PIC 9(06) VALUE ZEROS.
       01 W-FATTOT      PIC 9(06) VALUE ZEROS.
       01 W-DIVIT       PIC X(01) VALUE SPACES.
       01 W-DENOM       PIC X(20) VALUE SPACES.
       01 W-SITTXT      PIC X(12) VALUE SPACES.
       01 W-FORMA       PIC X(01) VALUE SPACES.
       01 W-I           PIC 9(02) VALUE ZEROS.
       01 W-J           PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-ABERTAS     PIC 9(02) VALUE ZEROS.
       01 W-PAGAS       PIC 9(02) VALUE ZEROS.
       01 W-RESTA       PIC 9(08)V99 VALUE ZEROS.
       01 W-PARCVAL     PIC 9(08)V99 VALUE ZEROS.
       01 W-VAL-E       PIC ZZ.ZZZ.ZZ9,99.
       01 W-VAL2-E      PIC ZZ.ZZZ.ZZ9,99.
       01 W-PRC-E       PIC ZZZ.ZZ9,99.
       01 W-DATA-E      PIC 99/99/9999.
      ***** ITENS DA NOTA EM DIGITACAO E SUAS PARCELAS
       01 TABNFIT.
          03 W-NI OCCURS 10 TIMES.
             05 W-NIPED     PIC 9(02).
             05 W-NICOD     PIC 9(04).
             05 W-NIQTD     PIC 9(05).
             05 W-NIPRC     PIC 9(06)V99.
             05 W-NIDIV     PIC X(01).
       01 TABPARC.
          03 W-PC OCCURS 12 TIMES.
             05 W-PCVENC    PIC 9(08).
             05 W-PCVAL     PIC 9(08)V99.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
      ***** DATA DIGITADA DDMMAAAA E SUA FORMA AAAAMMDD
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELANF.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "     ***** NOTAS DE FORNECEDOR E CONTAS".
           05  LINE 02  COLUMN 40
               VALUE  " A PAGAR *****".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

      ********** ABRE OU CRIA ARQUIVOS *************************
       R0.
           OPEN I-O CADNFFOR
           IF ST-ERRO = "30"
              OPEN OUTPUT CADNFFOR
              CLOSE CADNFFOR
              OPEN I-O CADNFFOR.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFFOR" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPAGAR
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADNFFOR
              GO TO ROT-FIM2.
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE FORNECEDORES NO SMP049 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADNFFOR CADPAGAR
              GO TO ROT-FIM2.
           OPEN INPUT CADPEDCO
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PEDIDO DE COMPRA (SMP050) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADNFFOR CADPAGAR CADFORN
              GO TO ROT-FIM2.
           OPEN INPUT CADPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPEDIT NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADNFFOR CADPAGAR CADFORN CADPEDCO
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASITE
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASITE.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

      ***** TOLERANCIA DE PRECO (PADRAO ZERO = PRECO DO PEDIDO) *****
       R0A.
           MOVE ZEROS TO W-TOL
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "TOLNFPRC" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
                 AND VALORPAR < 100
                 MOVE VALORPAR TO W-TOL.
           CLOSE CADPARAM.

       R1.
           DISPLAY TELANF.

       ACAO.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01)
           "N=NOVA NOTA  A=APROVAR  P=PAGAR  C=CANCELAR  S=SAIR"
           ACCEPT (22, 54) W-OPCAO
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              GO TO NF-FORN.
           IF W-OPCAO = "A" OR "a"
              GO TO APROVA.
           IF W-OPCAO = "P" OR "p"
              GO TO PAGA.
           IF W-OPCAO = "C" OR "c"
              GO TO CANCELA.
           GO TO ACAO.

      ***** LANCAMENTO DE UMA NOTA NOVA *****************************
       NF-FORN.
           DISPLAY (22, 01) LIMPA
           MOVE ZEROS TO W-FORN
           DISPLAY (05, 01) "FORNECEDOR: "
           ACCEPT  (05, 13) W-FORN
           IF W-FORN = 0
              GO TO LIMPA-TELA.
           MOVE W-FORN TO CODFORN
           READ CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-FORN.
           IF SITUACAOFO = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-FORN.
           DISPLAY (05, 20) NOMEFORN.
       NF-NUM.
           MOVE ZEROS TO W-NUMNF
           DISPLAY (06, 01) "NOTA FISCAL: "
           ACCEPT  (06, 14) W-NUMNF
           IF W-NUMNF = 0
              GO TO LIMPA-TELA.
           MOVE W-FORN  TO CODFORNNF
           MOVE W-NUMNF TO NUMNFF
           READ CADNFFOR
           IF ST-ERRO = "00"
              MOVE "*** NOTA JA LANCADA P/ ESTE FORNECEDOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-NUM.
           MOVE SPACES TO W-SERIE
           DISPLAY (06, 25) "SERIE: "
           ACCEPT  (06, 32) W-SERIE.
       NF-EMIS.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE ZEROS TO W-DMA-N
           DISPLAY (06, 37) "EMISSAO (DDMMAAAA): "
           ACCEPT  (06, 57) W-DMA-N
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = 0
              MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-EMIS.
           IF W-AMD-N > W-HOJE-N
              MOVE "*** EMISSAO NAO PODE SER FUTURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-EMIS.
           MOVE W-AMD-N TO W-EMIS.
       NF-PED.
           MOVE ZEROS TO W-NUMPED
           DISPLAY (07, 01) "PEDIDO: "
           ACCEPT  (07, 09) W-NUMPED
           IF W-NUMPED = 0
              GO TO LIMPA-TELA.
           MOVE W-NUMPED TO NUMPEDCO
           READ CADPEDCO
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PED.
           IF CODFORNPD NOT = W-FORN
              MOVE "*** PEDIDO DE OUTRO FORNECEDOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PED.
           IF STATUSPED = "C"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PED.
           IF STATUSPED = "R"
              MOVE "*** PEDIDO EM RASCUNHO, NAO EMITIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PED.
       NF-TOT.
           MOVE ZEROS TO W-VALTOT
           DISPLAY (07, 20) "VALOR TOTAL DA NOTA: "
           ACCEPT  (07, 41) W-VALTOT
           IF W-VALTOT = 0
              MOVE "*** DIGITE O VALOR TOTAL DA NOTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-TOT.
           DISPLAY (08, 01)
           "IT ITEM DESCRICAO             QTDE      PRECO RECEB FATUR"
           DISPLAY (08, 58) " DIV"
           MOVE ZEROS TO W-QTDIT W-TEMDIV.

      ***** ITENS: LINHA DO PEDIDO, QUANTIDADE E PRECO DA NOTA ******
      ***** CONFERIDOS CONTRA O PEDIDO E O JA RECEBIDO (SMP050) *****
       NF-ITEM.
           IF W-QTDIT = 10
              GO TO NF-FECHA-IT.
           COMPUTE W-LIN = 9 + W-QTDIT
           MOVE ZEROS TO W-ITEMPD
           ACCEPT (W-LIN, 01) W-ITEMPD
           IF W-ITEMPD = 0
              IF W-QTDIT = 0
                 MOVE "*** INFORME AO MENOS UM ITEM ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO NF-ITEM
              ELSE
                 GO TO NF-FECHA-IT.
           MOVE W-NUMPED TO NUMPEDIT
           MOVE W-ITEMPD TO ITEMPD
           READ CADPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM NAO EXISTE NO PEDIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-ITEM.
           IF SITUACAOPI = "C"
              MOVE "*** ITEM DO PEDIDO CANCELADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-ITEM.
           PERFORM SOMA-FATURADO THRU SOMA-FATURADO-FIM
           MOVE SPACES TO W-DENOM
           IF W-HASITE = 1
              MOVE CODITPD TO CODITEM
              READ CADITEM
              IF ST-ERRO = "00"
                 MOVE DENOMITEM TO W-DENOM.
           DISPLAY (W-LIN, 04) CODITPD
           DISPLAY (W-LIN, 09) W-DENOM
           MOVE ZEROS TO W-QTD
           IF QTDRECPD > W-FATANT
              COMPUTE W-QTD = QTDRECPD - W-FATANT.
           ACCEPT (W-LIN, 30) W-QTD WITH UPDATE
           IF W-QTD = 0
              MOVE "*** DIGITE A QUANTIDADE DA NOTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              DISPLAY (W-LIN, 01) LIMPA
              GO TO NF-ITEM.
           MOVE PRECOPD TO W-PRECO
           ACCEPT (W-LIN, 36) W-PRECO WITH UPDATE
           MOVE SPACES TO W-DIVIT
           COMPUTE W-FATTOT = W-FATANT + W-QTD
           IF W-FATTOT > QTDRECPD
              MOVE "Q" TO W-DIVIT.
           COMPUTE W-LIMPRC ROUNDED = PRECOPD * W-TOL / 100
           IF W-PRECO > PRECOPD + W-LIMPRC
              OR W-PRECO + W-LIMPRC < PRECOPD
              IF W-DIVIT = "Q"
                 MOVE "A" TO W-DIVIT
              ELSE
                 MOVE "P" TO W-DIVIT.
           IF W-DIVIT NOT = SPACES
              MOVE 1 TO W-TEMDIV.
           ADD 1 TO W-QTDIT
           MOVE W-ITEMPD TO W-NIPED (W-QTDIT)
           MOVE CODITPD  TO W-NICOD (W-QTDIT)
           MOVE W-QTD    TO W-NIQTD (W-QTDIT)
           MOVE W-PRECO  TO W-NIPRC (W-QTDIT)
           MOVE W-DIVIT  TO W-NIDIV (W-QTDIT)
           DISPLAY (W-LIN, 47) QTDRECPD
           DISPLAY (W-LIN, 53) W-FATTOT
           DISPLAY (W-LIN, 61) W-DIVIT
           GO TO NF-ITEM.

      ***** SOMA DOS ITENS CONTRA O TOTAL DA NOTA *******************
       NF-FECHA-IT.
           MOVE ZEROS TO W-VALIT
           MOVE SPACES TO W-DIVTOT
           MOVE 1 TO W-I.
       NF-FECHA-SOMA.
           IF W-I > W-QTDIT
              GO TO NF-FECHA-DIF.
           COMPUTE W-VALIT ROUNDED = W-VALIT
                                   + W-NIQTD (W-I) * W-NIPRC (W-I)
           ADD 1 TO W-I
           GO TO NF-FECHA-SOMA.
       NF-FECHA-DIF.
           IF W-VALIT > W-VALTOT
              COMPUTE W-DIFV = W-VALIT - W-VALTOT
           ELSE
              COMPUTE W-DIFV = W-VALTOT - W-VALIT.
           IF W-DIFV > 0,05
              MOVE "S" TO W-DIVTOT
              MOVE 1 TO W-TEMDIV.
           MOVE W-VALIT TO W-VAL-E
           DISPLAY (19, 01) "SOMA DOS ITENS: " W-VAL-E
           IF W-DIVTOT = "S"
              DISPLAY (19, 32) "<> TOTAL DA NOTA (DIVERGENTE)".
           IF W-TEMDIV = 1
              DISPLAY (19, 63) "** DIVERGENCIA **".

      ***** PARCELAS: VENCIMENTO E VALOR (A ULTIMA FECHA O TOTAL) ****
       NF-PARC.
           MOVE 1 TO W-QTDPAR
           DISPLAY (20, 01) "PARCELAS (1 A 12): "
           ACCEPT  (20, 20) W-QTDPAR WITH UPDATE
           IF W-QTDPAR = 0 OR W-QTDPAR > 12
              MOVE "*** QUANTIDADE DE PARCELAS INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PARC.
           MOVE W-VALTOT TO W-RESTA
           MOVE 1 TO W-I.
       NF-PARC-IT.
           IF W-I > W-QTDPAR
              GO TO NF-CONF.
           DISPLAY (21, 01) LIMPA
           MOVE ZEROS TO W-DMA-N
           DISPLAY (21, 01) "PARCELA " W-I " VENCIMENTO (DDMMAAAA): "
           ACCEPT  (21, 36) W-DMA-N
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = 0
              MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PARC-IT.
           IF W-AMD-N < W-EMIS
              MOVE "*** VENCIMENTO ANTERIOR A EMISSAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PARC-IT.
           IF W-I > 1
              IF W-AMD-N < W-PCVENC (W-I - 1)
                 MOVE "*** VENCIMENTOS FORA DE ORDEM ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO NF-PARC-IT.
           IF W-I = W-QTDPAR
              MOVE W-RESTA TO W-PARCVAL
              MOVE W-PARCVAL TO W-VAL-E
              DISPLAY (21, 46) "VALOR: " W-VAL-E
              GO TO NF-PARC-GUARDA.
           COMPUTE W-PARCVAL ROUNDED = W-RESTA / (W-QTDPAR - W-I + 1)
           DISPLAY (21, 46) "VALOR: "
           ACCEPT  (21, 53) W-PARCVAL WITH UPDATE
           IF W-PARCVAL = 0 OR W-PARCVAL NOT < W-RESTA
              MOVE "*** VALOR DA PARCELA INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-PARC-IT.
       NF-PARC-GUARDA.
           MOVE W-AMD-N   TO W-PCVENC (W-I)
           MOVE W-PARCVAL TO W-PCVAL (W-I)
           SUBTRACT W-PARCVAL FROM W-RESTA
           ADD 1 TO W-I
           GO TO NF-PARC-IT.

       NF-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO NF-CONF.
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE W-FORN    TO CODFORNNF
           MOVE W-NUMNF   TO NUMNFF
           MOVE W-SERIE   TO SERIENF
           MOVE W-NUMPED  TO NUMPEDNF
           MOVE W-EMIS    TO DATAEMNF
           MOVE W-HOJE-N  TO DATAENNF
           MOVE W-VALTOT  TO VALTOTNF
           MOVE W-VALIT   TO VALITNF
           MOVE W-QTDPAR  TO QTDPARNF
           MOVE W-QTDIT   TO QTDITNF
           MOVE W-DIVTOT  TO DIVTOTNF
           MOVE W-CODOPERAUD TO OPERNF
           MOVE ZEROS     TO SUPNF
           IF W-TEMDIV = 1
              MOVE "D"    TO SITNF
              MOVE ZEROS  TO DATALIBNF
           ELSE
              MOVE "L"    TO SITNF
              MOVE W-HOJE-N TO DATALIBNF.
           MOVE 1 TO W-I.
       NF-MONTA-IT.
           IF W-I > 10
              GO TO NF-WR.
           IF W-I > W-QTDIT
              MOVE ZEROS  TO ITPEDNF (W-I) CODITNF (W-I) QTDNF (W-I)
              MOVE ZEROS  TO PRECONF (W-I)
              MOVE SPACES TO DIVITNF (W-I)
           ELSE
              MOVE W-NIPED (W-I) TO ITPEDNF (W-I)
              MOVE W-NICOD (W-I) TO CODITNF (W-I)
              MOVE W-NIQTD (W-I) TO QTDNF (W-I)
              MOVE W-NIPRC (W-I) TO PRECONF (W-I)
              MOVE W-NIDIV (W-I) TO DIVITNF (W-I).
           ADD 1 TO W-I
           GO TO NF-MONTA-IT.
       NF-WR.
           WRITE REGNFFOR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO NF-WR.
           IF ST-ERRO = "22"
              MOVE "*** NOTA JA LANCADA P/ ESTE FORNECEDOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO A NOTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE 1 TO W-I.
       NF-PARC-WR.
           IF W-I > W-QTDPAR
              GO TO NF-FIM.
           MOVE W-FORN    TO CODFORNPG
           MOVE W-NUMNF   TO NUMNFPG
           MOVE W-I       TO PARCPG
           MOVE W-PCVENC (W-I) TO VENCPG
           MOVE W-PCVAL (W-I)  TO VALORPG
           MOVE "A"       TO SITPG
           MOVE ZEROS     TO DATAPGPG VALPGPG OPERPG
           MOVE SPACES    TO FORMAPG.
       NF-PARC-WR1.
           WRITE REGPAGAR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO NF-PARC-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO A PARCELA A PAGAR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           ADD 1 TO W-I
           GO TO NF-PARC-WR.
       NF-FIM.
           MOVE "INCLUSAO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT-NF THRU GRAVA-AUDIT-NF-FIM
           IF W-TEMDIV = 1
              MOVE "*** NOTA DIVERGENTE: AGUARDA APROVACAO ***" TO MENS
           ELSE
              MOVE "*** NOTA CONFERIDA E LIBERADA P/ PAGAR ***" TO MENS.
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** QUANTIDADE DA LINHA DO PEDIDO JA FATURADA EM OUTRAS *****
      ***** NOTAS (NAO CANCELADAS) E NOS ITENS JA DIGITADOS *********
       SOMA-FATURADO.
           MOVE ZEROS TO W-FATANT
           MOVE W-NUMPED TO NUMPEDNF
           START CADNFFOR KEY IS NOT LESS NUMPEDNF INVALID KEY
              GO TO SOMA-FAT-TAB.
       SOMA-FAT-LER.
           READ CADNFFOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-FAT-TAB.
           IF NUMPEDNF NOT = W-NUMPED
              GO TO SOMA-FAT-TAB.
           IF SITNF = "C"
              GO TO SOMA-FAT-LER.
           MOVE 1 TO W-J.
       SOMA-FAT-IT.
           IF W-J > QTDITNF
              GO TO SOMA-FAT-LER.
           IF ITPEDNF (W-J) = W-ITEMPD
              ADD QTDNF (W-J) TO W-FATANT.
           ADD 1 TO W-J
           GO TO SOMA-FAT-IT.
       SOMA-FAT-TAB.
           MOVE 1 TO W-J.
       SOMA-FAT-TABIT.
           IF W-J > W-QTDIT
              GO TO SOMA-FATURADO-FIM.
           IF W-NIPED (W-J) = W-ITEMPD
              ADD W-NIQTD (W-J) TO W-FATANT.
           ADD 1 TO W-J
           GO TO SOMA-FAT-TABIT.
       SOMA-FATURADO-FIM.
           EXIT.

      ***** APROVACAO DA DIVERGENCIA PELO SUPERVISOR ****************
       APROVA.
           PERFORM PEDE-NF THRU PEDE-NF-FIM
           IF W-NFOK = 0
              GO TO LIMPA-TELA.
           IF SITNF NOT = "D"
              MOVE "*** NOTA SEM DIVERGENCIA PENDENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 30) "APROVA A DIVERGENCIA (S/N) : "
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIMPA-TELA.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO LIMPA-TELA.
           PERFORM RELE-NF THRU RELE-NF-FIM
           IF W-NFOK = 0 OR SITNF NOT = "D"
              GO TO LIMPA-TELA.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE "L"      TO SITNF
           MOVE W-SUPCOD TO SUPNF
           MOVE W-HOJE-N TO DATALIBNF.
       APROVA-RW.
           REWRITE REGNFFOR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO APROVA-RW.
           MOVE "APROVACAO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT-NF THRU GRAVA-AUDIT-NF-FIM
           MOVE "*** DIVERGENCIA APROVADA, NOTA LIBERADA ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** BAIXA DO PAGAMENTO DE UMA PARCELA ***********************
       PAGA.
           PERFORM PEDE-NF THRU PEDE-NF-FIM
           IF W-NFOK = 0
              GO TO LIMPA-TELA.
           IF SITNF = "C"
              MOVE "*** NOTA CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF SITNF = "G"
              MOVE "*** NOTA JA PAGA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF SITNF = "D"
              MOVE "*** NOTA DIVERGENTE: PAGAMENTO BLOQUEADO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
       PAGA-PARC.
           MOVE ZEROS TO W-PARC
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 01) "PARCELA: "
           ACCEPT  (21, 10) W-PARC
           IF W-PARC = 0
              GO TO LIMPA-TELA.
           MOVE W-FORN  TO CODFORNPG
           MOVE W-NUMNF TO NUMNFPG
           MOVE W-PARC  TO PARCPG
           READ CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAGA-PARC.
           IF SITPG NOT = "A"
              MOVE "*** PARCELA JA PAGA OU CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAGA-PARC.
           MOVE VENCPG TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE VALORPG TO W-VAL-E
           DISPLAY (21, 14) "VENCIMENTO " W-DATA-E "  VALOR " W-VAL-E.
       PAGA-DATA.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "PAGO EM (DDMMAAAA): "
           ACCEPT  (22, 21) W-DMA-N WITH UPDATE
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = 0
              MOVE "*** DATA DO PAGAMENTO INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAGA-DATA.
           IF W-AMD-N > W-HOJE-N
              MOVE "*** PAGAMENTO NAO PODE SER FUTURO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAGA-DATA.
       PAGA-VALOR.
           MOVE VALORPG TO W-PARCVAL
           DISPLAY (22, 32) "VALOR PAGO: "
           ACCEPT  (22, 44) W-PARCVAL WITH UPDATE
           IF W-PARCVAL = 0
              MOVE "*** DIGITE O VALOR PAGO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAGA-VALOR.
       PAGA-FORMA.
           MOVE "T" TO W-FORMA
           DISPLAY (23, 01) LIMPA
           DISPLAY (23, 01)
                   "FORMA (D=DINHEIRO T=TRANSF B=BOLETO C=CHEQUE): "
           ACCEPT  (23, 49) W-FORMA WITH UPDATE
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "t" MOVE "T" TO W-FORMA.
           IF W-FORMA = "b" MOVE "B" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA NOT = "D" AND W-FORMA NOT = "T"
              AND W-FORMA NOT = "B" AND W-FORMA NOT = "C"
              MOVE "*** DIGITE D, T, B OU C ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAGA-FORMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 55) "CONFIRMA (S/N): "
           ACCEPT (23, 71) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIMPA-TELA.
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE "P"       TO SITPG
           MOVE W-AMD-N   TO DATAPGPG
           MOVE W-PARCVAL TO VALPGPG
           MOVE W-FORMA   TO FORMAPG
           MOVE W-CODOPERAUD TO OPERPG.
       PAGA-RW.
           REWRITE REGPAGAR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PAGA-RW.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA BAIXA DA PARCELA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
      ***** TODAS AS PARCELAS PAGAS: A NOTA FICA QUITADA
           PERFORM CONTA-PARC THRU CONTA-PARC-FIM
           IF W-ABERTAS = 0
              PERFORM RELE-NF THRU RELE-NF-FIM
              IF W-NFOK = 1
                 MOVE "G" TO SITNF
                 PERFORM REGRAVA-NF THRU REGRAVA-NF-FIM.
           MOVE "PAGAMENTO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT-NF THRU GRAVA-AUDIT-NF-FIM
           MOVE "*** PAGAMENTO DA PARCELA REGISTRADO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** CANCELAMENTO DA NOTA (SEM PARCELA PAGA) *****************
       CANCELA.
           PERFORM PEDE-NF THRU PEDE-NF-FIM
           IF W-NFOK = 0
              GO TO LIMPA-TELA.
           IF SITNF = "C" OR SITNF = "G"
              MOVE "*** NOTA JA CANCELADA OU PAGA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           PERFORM CONTA-PARC THRU CONTA-PARC-FIM
           IF W-PAGAS > 0
              MOVE "*** NOTA COM PARCELA PAGA, NAO CANCELA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 30) "CANCELA A NOTA (S/N) : "
           ACCEPT (23, 53) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIMPA-TELA.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO LIMPA-TELA.
           PERFORM RELE-NF THRU RELE-NF-FIM
           IF W-NFOK = 0
              GO TO LIMPA-TELA.
           MOVE "C"      TO SITNF
           MOVE W-SUPCOD TO SUPNF
           PERFORM REGRAVA-NF THRU REGRAVA-NF-FIM
           MOVE W-FORN  TO CODFORNPG
           MOVE W-NUMNF TO NUMNFPG
           MOVE ZEROS   TO PARCPG
           START CADPAGAR KEY IS NOT LESS KEYPAG INVALID KEY
              GO TO CANCELA-FIM.
       CANCELA-PARC.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CANCELA-FIM.
           IF CODFORNPG NOT = W-FORN OR NUMNFPG NOT = W-NUMNF
              GO TO CANCELA-FIM.
           IF SITPG NOT = "A"
              GO TO CANCELA-PARC.
           MOVE "C" TO SITPG.
       CANCELA-PARC-RW.
           REWRITE REGPAGAR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CANCELA-PARC-RW.
           GO TO CANCELA-PARC.
       CANCELA-FIM.
           MOVE "CANCELA" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT-NF THRU GRAVA-AUDIT-NF-FIM
           MOVE "*** NOTA E PARCELAS CANCELADAS ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** PEDE FORNECEDOR E NUMERO E MOSTRA A NOTA ****************
       PEDE-NF.
           MOVE 0 TO W-NFOK
           DISPLAY (22, 01) LIMPA
           MOVE ZEROS TO W-FORN W-NUMNF
           DISPLAY (05, 01) "FORNECEDOR: "
           ACCEPT  (05, 13) W-FORN
           IF W-FORN = 0
              GO TO PEDE-NF-FIM.
           DISPLAY (06, 01) "NOTA FISCAL: "
           ACCEPT  (06, 14) W-NUMNF
           PERFORM RELE-NF THRU RELE-NF-FIM
           IF W-NFOK = 0
              MOVE "*** NOTA NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PEDE-NF-FIM.
           MOVE W-FORN TO CODFORN
           MOVE SPACES TO NOMEFORN
           READ CADFORN
           DISPLAY (05, 20) NOMEFORN
           DISPLAY (06, 25) "SERIE: " SERIENF
           MOVE DATAEMNF TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           DISPLAY (06, 37) "EMISSAO: " W-DATA-E
           MOVE VALTOTNF TO W-VAL-E
           DISPLAY (07, 01) "PEDIDO: " NUMPEDNF
                   "   VALOR TOTAL DA NOTA: " W-VAL-E
           DISPLAY (08, 01)
           "IT ITEM                        QTDE      PRECO"
           DISPLAY (08, 58) " DIV"
           MOVE 1 TO W-I.
       PEDE-NF-IT.
           IF W-I > QTDITNF
              GO TO PEDE-NF-SIT.
           COMPUTE W-LIN = 8 + W-I
           MOVE PRECONF (W-I) TO W-PRC-E
           DISPLAY (W-LIN, 01) ITPEDNF (W-I)
           DISPLAY (W-LIN, 04) CODITNF (W-I)
           DISPLAY (W-LIN, 30) QTDNF (W-I)
           DISPLAY (W-LIN, 36) W-PRC-E
           DISPLAY (W-LIN, 61) DIVITNF (W-I)
           ADD 1 TO W-I
           GO TO PEDE-NF-IT.
       PEDE-NF-SIT.
           MOVE SPACES TO W-SITTXT
           IF SITNF = "D"
              MOVE "DIVERGENTE" TO W-SITTXT.
           IF SITNF = "L"
              MOVE "LIBERADA" TO W-SITTXT.
           IF SITNF = "G"
              MOVE "PAGA" TO W-SITTXT.
           IF SITNF = "C"
              MOVE "CANCELADA" TO W-SITTXT.
           MOVE VALITNF TO W-VAL-E
           DISPLAY (19, 01) "SOMA DOS ITENS: " W-VAL-E
                   "   PARCELAS: " QTDPARNF "   SITUACAO: " W-SITTXT.
       PEDE-NF-FIM.
           EXIT.

       RELE-NF.
           MOVE 0 TO W-NFOK
           MOVE W-FORN  TO CODFORNNF
           MOVE W-NUMNF TO NUMNFF
           READ CADNFFOR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO RELE-NF.
           IF ST-ERRO = "00"
              MOVE 1 TO W-NFOK.
       RELE-NF-FIM.
           EXIT.

       REGRAVA-NF.
           REWRITE REGNFFOR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO REGRAVA-NF.
       REGRAVA-NF-FIM.
           EXIT.

      ***** PARCELAS DA NOTA AINDA A PAGAR E JA PAGAS ***************
       CONTA-PARC.
           MOVE ZEROS TO W-ABERTAS W-PAGAS
           MOVE W-FORN  TO CODFORNPG
           MOVE W-NUMNF TO NUMNFPG
           MOVE ZEROS   TO PARCPG
           START CADPAGAR KEY IS NOT LESS KEYPAG INVALID KEY
              GO TO CONTA-PARC-FIM.
       CONTA-PARC-LER.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PARC-FIM.
           IF CODFORNPG NOT = W-FORN OR NUMNFPG NOT = W-NUMNF
              GO TO CONTA-PARC-FIM.
           IF SITPG = "A"
              ADD 1 TO W-ABERTAS.
           IF SITPG = "P"
              ADD 1 TO W-PAGAS.
           GO TO CONTA-PARC-LER.
       CONTA-PARC-FIM.
           EXIT.

      ***** DATA DDMMAAAA DIGITADA: VALIDA E MONTA AAAAMMDD *********
       VALIDA-DATA.
           MOVE 0 TO W-DATAOK
           IF W-DMAMES < 1 OR W-DMAMES > 12 OR W-DMADIA < 1
              OR W-DMAANO < 2000
              GO TO VALIDA-DATA-FIM.
           MOVE W-DIASMES (W-DMAMES) TO W-ULTDIA
           IF W-DMAMES = 2
              DIVIDE W-DMAANO BY 4 GIVING W-ULT1 REMAINDER W-ULT2
              IF W-ULT2 = 0
                 MOVE 29 TO W-ULTDIA.
           IF W-DMADIA > W-ULTDIA
              GO TO VALIDA-DATA-FIM.
           MOVE W-DMAANO TO W-AMDANO
           MOVE W-DMAMES TO W-AMDMES
           MOVE W-DMADIA TO W-AMDDIA
           MOVE 1 TO W-DATAOK.
       VALIDA-DATA-FIM.
           EXIT.

       CONV-DMA.
           MOVE W-AMDDIA TO W-DMADIA
           MOVE W-AMDMES TO W-DMAMES
           MOVE W-AMDANO TO W-DMAANO.
       CONV-DMA-FIM.
           EXIT.

       LIMPA-TELA.
           DISPLAY TELANF
           GO TO ACAO.

       GRAVA-AUDIT-NF.
           MOVE SPACES TO W-CHAVEAUD
           STRING W-FORN W-NUMNF DELIMITED BY SIZE INTO W-CHAVEAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
       GRAVA-AUDIT-NF-FIM.
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

       LER-OPER.
                MOVE ZEROS TO W-CODOPERAUD
                MOVE SPACES TO W-NOMEOPERAUD
                DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
                ACCEPT W-TERMID FROM ENVIRONMENT-VALUE
                MOVE SPACES TO WS-SESSFILE
                STRING W-DIRDADOS DELIMITED BY SPACE
                       "SESSAO" DELIMITED BY SIZE
                       W-TERMID DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                  INTO WS-SESSFILE
                OPEN INPUT SESSAO
                IF ST-ERRO NOT = "00"
                   GO TO LER-OPER-FIM.
                READ SESSAO
                IF ST-ERRO = "00"
                   MOVE SESSCODOPER TO W-CODOPERAUD
                   MOVE SESSNOME    TO W-NOMEOPERAUD.
                CLOSE SESSAO.
       LER-OPER-FIM.
                EXIT.

       GRAVA-AUDIT.
                PERFORM LER-OPER THRU LER-OPER-FIM.
       GRAVA-AUDIT-LINHA.
                ACCEPT W-DATAUD FROM DATE
                ACCEPT W-HORAUD FROM TIME
                MOVE W-DATAUD          TO W-LINHAUD-DATA
                MOVE W-HORAUD          TO W-LINHAUD-HORA
                MOVE W-CODOPERAUD      TO W-LINHAUD-COD
                MOVE W-NOMEOPERAUD     TO W-LINHAUD-NOME
                MOVE "SMP078"          TO W-LINHAUD-PROG
                MOVE W-CHAVEAUD        TO W-LINHAUD-CHAVE
                MOVE W-ACAOAUD         TO W-LINHAUD-ACAO
                PERFORM ENCADEIA-AUDIT THRU ENCADEIA-AUDIT-FIM
                OPEN EXTEND AUDITTX
                IF ST-ERRO = "30"
                   OPEN OUTPUT AUDITTX.
                MOVE W-LINHAUD TO REGAUDITTX
                WRITE REGAUDITTX
                CLOSE AUDITTX.
       GRAVA-AUDIT-FIM.
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

       ROT-FIM.
           CLOSE CADNFFOR CADPAGAR CADFORN CADPEDCO CADPEDIT.
           IF W-HASITE = 1
              CLOSE CADITEM.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       ROT-FIM2.
           EXIT PROGRAM.

      ***** ENCADEIA A LINHA DE AUDITORIA: NUMERO SEQUENCIAL E ******
      ***** VALOR DE VERIFICACAO CALCULADO SOBRE A LINHA E O ********
      ***** VALOR ANTERIOR (GUARDADO EM AUDCTRL.DAT); O SMPRVER *****
      ***** CONFERE A CADEIA ****************************************
       ENCADEIA-AUDIT.
           MOVE ZEROS TO W-ENCSEQ
           MOVE 7     TO W-ENCHASH
           OPEN INPUT AUDCTRL
           IF ST-ERRO = "00"
              READ AUDCTRL
              IF ST-ERRO = "00"
                 MOVE AC-SEQ  TO W-ENCSEQ
                 MOVE AC-HASH TO W-ENCHASH.
           CLOSE AUDCTRL
           ADD 1 TO W-ENCSEQ
           MOVE W-ENCSEQ TO W-LINHAUD-SEQ
           MOVE 1 TO W-ENCI.
       ENCADEIA-LOOP.
           IF W-ENCI > 83
              GO TO ENCADEIA-GRAVA.
           MOVE W-LINHAUD (W-ENCI:1) TO W-ENCCH
           MOVE ZEROS TO W-ENCPOS
           MOVE 1 TO W-ENCJ.
       ENCADEIA-BUSCA.
           IF W-ENCJ > 68
              GO TO ENCADEIA-SOMA.
           IF W-ENCSET (W-ENCJ:1) = W-ENCCH
              MOVE W-ENCJ TO W-ENCPOS
              GO TO ENCADEIA-SOMA.
           ADD 1 TO W-ENCJ
           GO TO ENCADEIA-BUSCA.
       ENCADEIA-SOMA.
           IF W-ENCPOS = 0
              MOVE 69 TO W-ENCPOS.
           COMPUTE W-ENCWORK = W-ENCHASH * 131 + W-ENCPOS * W-ENCI
           DIVIDE W-ENCWORK BY 9999999967 GIVING W-ENCQ
                  REMAINDER W-ENCHASH
           ADD 1 TO W-ENCI
           GO TO ENCADEIA-LOOP.
       ENCADEIA-GRAVA.
           MOVE W-ENCHASH TO W-LINHAUD-HASH
           OPEN OUTPUT AUDCTRL
           IF ST-ERRO = "00"
              MOVE W-ENCSEQ  TO AC-SEQ
              MOVE W-ENCHASH TO AC-HASH
              WRITE REGAUDCTRL
              CLOSE AUDCTRL.
       ENCADEIA-AUDIT-FIM.
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
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-AUDITTX
           MOVE SPACES TO W-ARQ-AUDCTRL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDCTRL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-AUDCTRL
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
