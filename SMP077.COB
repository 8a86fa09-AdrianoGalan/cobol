       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP077.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************
      * ORCAMENTO DE PROCEDIMENTOS PARA PACIENTE     *
      * PARTICULAR: ITENS DO CADPROC COM O PRECO DA  *
      * TABELA PARTICULAR VIGENTE (CADPRECO), DESCON-*
      * TO LIBERADO PELO SUPERVISOR, VALIDADE, ACEITE*
      * E IMPRESSAO. O ACEITO E AGENDADO NO SMP006   *
      * PELO VALOR ORCADO                            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFOR WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
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

       SELECT ORCAMTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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
      ***** ORCAMENTOS DE PROCEDIMENTOS DO PACIENTE PARTICULAR.
      ***** SITOR: E=EMITIDO A=ACEITO R=RECUSADO C=CONVERTIDO (TODOS
      ***** OS ITENS JA AGENDADOS NO SMP006). DATAS EM AAAAMMDD.
      ***** DESCOR = DESCONTO EM %, LIBERADO PELO SUPERVISOR SUPOR.
      ***** KEYCONSOI = CONSULTA QUE USOU O ITEM (ZEROS = A AGENDAR)
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADORCAM.
       01 REGORCAM.
          03 NUMORC           PIC 9(06).
          03 CPFOR            PIC 9(11).
          03 DATAOR           PIC 9(08).
          03 VALIDOR          PIC 9(08).
          03 SITOR            PIC X(01).
          03 DATASITOR        PIC 9(08).
          03 OPEROR           PIC 9(04).
          03 SUPOR            PIC 9(04).
          03 DESCOR           PIC 9(02)V99.
          03 VALBRUOR         PIC 9(07)V99.
          03 VALLIQOR         PIC 9(07)V99.
          03 QTDITOR          PIC 9(02).
          03 ITEMOR OCCURS 10 TIMES.
             05 CODPROCOI     PIC 9(04).
             05 VALTABOI      PIC 9(06)V99.
             05 VALOROI       PIC 9(06)V99.
             05 KEYCONSOI     PIC X(21).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROC          PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPRECO.
       01 REGPRECO.
          03 KEYPRECO.
             05 CODPROCP      PIC 9(04).
             05 CODCONVP      PIC 9(04).
             05 VIGPRECO      PIC 9(08).
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
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
       FD ORCAMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ORCAMTX.
       01 REGORCAMTX          PIC X(80).
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
       01 W-ARQ-CADORCAM PIC X(64) VALUE
          "CADORCAM.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-ORCAMTX PIC X(64) VALUE
          "ORCAMTX.TXT".
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
       01 W-HASPAC      PIC 9(01) VALUE ZEROS.
      ***** CONVENIO DA TABELA PARTICULAR NO CADPRECO (CONVPART) E
      ***** DIAS DE VALIDADE DO ORCAMENTO (ORCVALID, PADRAO 30)
       01 W-CONVPART    PIC 9(04) VALUE ZEROS.
       01 W-ORCVALID    PIC 9(03) VALUE 30.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 TXTSIT        PIC X(10) VALUE SPACES.
       01 W-CODIN       PIC 9(04) VALUE ZEROS.
       01 W-DESC        PIC 9(02)V99 VALUE ZEROS.
       01 W-DESC-E      PIC Z9,99.
       01 W-I           PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-QTDIT       PIC 9(02) VALUE ZEROS.
       01 W-PROXORC     PIC 9(06) VALUE ZEROS.
       01 W-CPFORC      PIC 9(11) VALUE ZEROS.
       01 W-SUPLIB      PIC 9(04) VALUE ZEROS.
       01 W-VALDESC     PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTTAB      PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTLIQ      PIC 9(07)V99 VALUE ZEROS.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-PRECOOK     PIC 9(01) VALUE ZEROS.
       01 W-PRECOVAL    PIC 9(06)V99 VALUE ZEROS.
       01 W-VAL-E       PIC ZZZ.ZZ9,99.
       01 W-VAL2-E      PIC ZZZ.ZZ9,99.
       01 W-TOT-E       PIC Z.ZZZ.ZZ9,99.
       01 W-DATA-E      PIC 99/99/9999.
       01 W-DATA2-E     PIC 99/99/9999.
      ***** ITENS EM DIGITACAO (O REGISTRO SO E MONTADO NA GRAVACAO)
       01 TABITORC.
          03 W-IT OCCURS 10 TIMES.
             05 W-ITPROC    PIC 9(04).
             05 W-ITDENOM   PIC X(30).
             05 W-ITTAB     PIC 9(06)V99.
             05 W-ITVAL     PIC 9(06)V99.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
      ***** DATA AAAAMMDD E SUA FORMA DDMMAAAA P/ EXIBICAO
       01 W-AMD.
          03 W-AMDANO   PIC 9(04).
          03 W-AMDMES   PIC 9(02).
          03 W-AMDDIA   PIC 9(02).
       01 W-AMD-N     REDEFINES W-AMD PIC 9(08).
       01 W-DMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DMA-N     REDEFINES W-DMA PIC 9(08).
       01 W-DIAS      PIC 9(05) VALUE ZEROS.
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
       01  TELAORC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "       ***** ORCAMENTO DE PROCEDIMENTOS".
           05  LINE 02  COLUMN 41
               VALUE  " (PARTICULAR) *****".
           05  LINE 04  COLUMN 01
               VALUE  "  ORCAMENTO NR:          (0=NOVO)".
           05  LINE 04  COLUMN 40
               VALUE  "SITUACAO:".
           05  LINE 05  COLUMN 01
               VALUE  "  CPF PACIENTE:".
           05  LINE 08  COLUMN 01
               VALUE  "  PROC DESCRICAO".
           05  LINE 08  COLUMN 41
               VALUE  "  TABELA      ORCADO  AGENDADO".
           05  TNUMORC
               LINE 04  COLUMN 17  PIC 9(06)
               USING  NUMORC
               HIGHLIGHT.
           05  TTXTSIT
               LINE 04  COLUMN 50  PIC X(10)
               USING  TXTSIT
               HIGHLIGHT.
           05  TCPFOR
               LINE 05  COLUMN 17  PIC 9(11)
               USING  CPFOR
               HIGHLIGHT.
           05  TTXTNOME
               LINE 05  COLUMN 30  PIC X(30)
               USING  TXTNOME
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

      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADORCAM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADORCAM
                 CLOSE CADORCAM
                 MOVE "*** ARQUIVO CADORCAM FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADORCAM" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      ***** TABELA PARTICULAR: O CONVENIO E DADO PELO CONVPART *******
       R0A.
           MOVE ZEROS TO W-CONVPART
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "CONVPART" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
                 MOVE VALORPAR TO W-CONVPART.
           IF ST-ERRO = "00"
              MOVE "ORCVALID" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
                 AND VALORPAR > 0 AND VALORPAR < 1000
                 MOVE VALORPAR TO W-ORCVALID.
           CLOSE CADPARAM.
           IF W-CONVPART = 0
              MOVE "*** PARAMETRO CONVPART NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADORCAM
              GO TO ROT-FIM2.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADPROC NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADORCAM
              GO TO ROT-FIM2.
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADPRECO NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADORCAM CADPROC
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE ZEROS TO NUMORC CPFOR W-QTDIT W-DESC W-SUPLIB
           MOVE SPACES TO TXTNOME TXTSIT
           DISPLAY TELAORC.

       R2.
           ACCEPT TNUMORC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF NUMORC = 0
              GO TO R3.

       LER-ORC.
           READ CADORCAM
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-ORC.
           IF ST-ERRO NOT = "00"
              MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           PERFORM MOSTRA-ORC THRU MOSTRA-ORC-FIM
           GO TO ACE-001.

      ***** NOVO ORCAMENTO: PACIENTE E ITENS ***********************
       R3.
           ACCEPT TCPFOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CPFOR = 0
              MOVE "*** DIGITE O CPF DO PACIENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           PERFORM LER-PACI THRU LER-PACI-FIM
           DISPLAY TTXTNOME
           IF TXTNOME = SPACES
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE ZEROS TO W-QTDIT
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD.

       ITEM-LE.
           IF W-QTDIT = 10
              GO TO DESCONTO.
           COMPUTE W-LIN = 9 + W-QTDIT
           MOVE ZEROS TO W-CODIN
           ACCEPT (W-LIN, 03) W-CODIN
           IF W-CODIN = 0
              IF W-QTDIT = 0
                 MOVE "*** INFORME AO MENOS UM PROCEDIMENTO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ITEM-LE
              ELSE
                 GO TO DESCONTO.
           MOVE W-CODIN TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ITEM-LE.
           IF SITUACAOPR = "I"
              MOVE "*** PROCEDIMENTO INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ITEM-LE.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           IF W-PRECOOK = 0
              MOVE "*** SEM PRECO PARTICULAR VIGENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ITEM-LE.
           ADD 1 TO W-QTDIT
           MOVE W-CODIN    TO W-ITPROC (W-QTDIT)
           MOVE DENOMPROC  TO W-ITDENOM (W-QTDIT)
           MOVE W-PRECOVAL TO W-ITTAB (W-QTDIT)
           MOVE W-PRECOVAL TO W-ITVAL (W-QTDIT)
           MOVE W-PRECOVAL TO W-VAL-E
           DISPLAY (W-LIN, 08) DENOMPROC
           DISPLAY (W-LIN, 41) W-VAL-E
           GO TO ITEM-LE.

      ***** DESCONTO OPCIONAL, SO COM LIBERACAO DO SUPERVISOR *******
       DESCONTO.
           MOVE ZEROS TO W-DESC W-SUPLIB
           DISPLAY (20, 01) "DESCONTO (%): "
           ACCEPT  (20, 15) W-DESC
           IF W-DESC = 0
              GO TO CALC-TOTAIS.
           IF W-DESC > 50
              MOVE "*** DESCONTO MAXIMO DE 50% ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO DESCONTO.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              MOVE "*** DESCONTO NAO LIBERADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO DESCONTO.
           MOVE W-SUPCOD TO W-SUPLIB.

       CALC-TOTAIS.
           MOVE ZEROS TO W-TOTTAB W-TOTLIQ
           MOVE 1 TO W-I.
       CALC-TOTAIS-IT.
           IF W-I > W-QTDIT
              GO TO CALC-VALIDADE.
           COMPUTE W-VALDESC ROUNDED = W-ITTAB (W-I) * W-DESC / 100
           COMPUTE W-ITVAL (W-I) = W-ITTAB (W-I) - W-VALDESC
           ADD W-ITTAB (W-I) TO W-TOTTAB
           ADD W-ITVAL (W-I) TO W-TOTLIQ
           COMPUTE W-LIN = 8 + W-I
           MOVE W-ITVAL (W-I) TO W-VAL-E
           DISPLAY (W-LIN, 53) W-VAL-E
           ADD 1 TO W-I
           GO TO CALC-TOTAIS-IT.

      ***** VALIDADE = HOJE + ORCVALID DIAS CORRIDOS ****************
       CALC-VALIDADE.
           MOVE W-HOJEANO TO W-AMDANO
           MOVE W-HOJEMES TO W-AMDMES
           COMPUTE W-DIAS = W-HOJEDIA + W-ORCVALID.
       CALC-VALIDADE-MES.
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
                 GO TO CALC-VALIDADE-MES
              ELSE
                 GO TO CALC-VALIDADE-MES.
           MOVE W-DIAS TO W-AMDDIA
           MOVE W-AMD-N TO W-VALIDADE
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE W-TOTTAB TO W-TOT-E
           DISPLAY (20, 01) LIMPA
           DISPLAY (20, 01) "TOTAL TABELA: " W-TOT-E
           MOVE W-TOTLIQ TO W-TOT-E
           MOVE W-DESC TO W-DESC-E
           DISPLAY (21, 01) "DESCONTO: " W-DESC-E "%  TOTAL ORCADO: "
                   W-TOT-E "  VALIDO ATE: " W-DATA-E.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO DESCONTO.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                MOVE CPFOR TO W-CPFORC.
       INC-WR0.
                PERFORM ACHA-NUMORC THRU ACHA-NUMORC-FIM
                PERFORM MONTA-ORC THRU MONTA-ORC-FIM.
       INC-WR1.
                WRITE REGORCAM
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
      ***** OUTRO TERMINAL USOU O NUMERO: PEGA O PROXIMO
                IF ST-ERRO = "22"
                   GO TO INC-WR0.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                      MOVE "*** ORCAMENTO GRAVADO, VEJA ORCAMTX ***"
                                                       TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      DISPLAY TNUMORC
                      GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCAM" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      *************** ACEITE / RECUSA / IMPRESSAO ********************
       ACE-001.
                DISPLAY (23, 01) LIMPA
                DISPLAY (23, 01)
                   "A=ACEITAR  R=RECUSAR  I=IMPRIMIR  N=NOVO/CONSULTA: "
                ACCEPT (23, 53) W-OPCAO
                DISPLAY (23, 01) LIMPA
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO = "I" OR "i"
                   PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                   MOVE "*** ORCAMENTO IMPRESSO EM ORCAMTX ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "a"
                   AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "r"
                   GO TO ACE-001.
                IF SITOR NOT = "E"
                   MOVE "*** ORCAMENTO JA ACEITO OU RECUSADO ***"
                                                       TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001.
                ACCEPT W-HOJE-N FROM DATE YYYYMMDD
                IF W-OPCAO = "R" OR "r"
                   MOVE "R"      TO SITOR
                   MOVE "RECUSA" TO W-ACAOAUD
                   GO TO ACE-RW1.
                IF W-HOJE-N > VALIDOR
                   MOVE "*** ORCAMENTO VENCIDO, EMITA UM NOVO ***"
                                                       TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001.
                MOVE "A"      TO SITOR
                MOVE "ACEITE" TO W-ACAOAUD.
       ACE-RW1.
                MOVE W-HOJE-N TO DATASITOR
                REWRITE REGORCAM
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ACE-RW1.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADORCAM" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
                IF SITOR = "A"
                   MOVE "*** ACEITO: AGENDE OS ITENS NO SMP006 ***"
                                                       TO MENS
                ELSE
                   MOVE "*** ORCAMENTO RECUSADO ***" TO MENS.
                PERFORM RMensa THRU RMensa-FIM
                GO TO ACE-001.

      ***** PROXIMO NUMERO DE ORCAMENTO (MAIOR EXISTENTE + 1) ******
       ACHA-NUMORC.
           MOVE ZEROS TO W-PROXORC
           MOVE ZEROS TO NUMORC
           START CADORCAM KEY IS NOT LESS NUMORC
              INVALID KEY GO TO ACHA-NUMORC-PROX.
       ACHA-NUMORC-LER.
           READ CADORCAM NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-NUMORC-PROX.
           MOVE NUMORC TO W-PROXORC
           GO TO ACHA-NUMORC-LER.
       ACHA-NUMORC-PROX.
           ADD 1 TO W-PROXORC.
       ACHA-NUMORC-FIM.
           EXIT.

      ***** MONTA O REGISTRO A PARTIR DOS ITENS DIGITADOS ***********
       MONTA-ORC.
           MOVE W-PROXORC TO NUMORC
           MOVE W-CPFORC  TO CPFOR
           MOVE W-HOJE-N  TO DATAOR DATASITOR
           MOVE W-VALIDADE TO VALIDOR
           MOVE "E"       TO SITOR
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE W-CODOPERAUD TO OPEROR
           MOVE W-SUPLIB  TO SUPOR
           MOVE W-DESC    TO DESCOR
           MOVE W-TOTTAB  TO VALBRUOR
           MOVE W-TOTLIQ  TO VALLIQOR
           MOVE W-QTDIT   TO QTDITOR
           MOVE 1 TO W-I.
       MONTA-ORC-IT.
           IF W-I > 10
              GO TO MONTA-ORC-FIM.
           IF W-I > W-QTDIT
              MOVE ZEROS TO CODPROCOI (W-I) VALTABOI (W-I)
              MOVE ZEROS TO VALOROI (W-I)
           ELSE
              MOVE W-ITPROC (W-I) TO CODPROCOI (W-I)
              MOVE W-ITTAB (W-I)  TO VALTABOI (W-I)
              MOVE W-ITVAL (W-I)  TO VALOROI (W-I).
           MOVE ZEROS TO KEYCONSOI (W-I)
           ADD 1 TO W-I
           GO TO MONTA-ORC-IT.
       MONTA-ORC-FIM.
           EXIT.

      ***** MOSTRA UM ORCAMENTO GRAVADO ****************************
       MOSTRA-ORC.
           PERFORM LER-PACI THRU LER-PACI-FIM
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
           DISPLAY TELAORC
           MOVE 1 TO W-I.
       MOSTRA-ORC-IT.
           IF W-I > QTDITOR
              GO TO MOSTRA-ORC-TOT.
           COMPUTE W-LIN = 8 + W-I
           MOVE CODPROCOI (W-I) TO CODPROC
           MOVE SPACES TO DENOMPROC
           READ CADPROC
           MOVE VALTABOI (W-I) TO W-VAL-E
           MOVE VALOROI (W-I)  TO W-VAL2-E
           DISPLAY (W-LIN, 03) CODPROCOI (W-I)
           DISPLAY (W-LIN, 08) DENOMPROC
           DISPLAY (W-LIN, 41) W-VAL-E
           DISPLAY (W-LIN, 53) W-VAL2-E
           IF KEYCONSOI (W-I) NOT = ZEROS
              DISPLAY (W-LIN, 66) "SIM".
           ADD 1 TO W-I
           GO TO MOSTRA-ORC-IT.
       MOSTRA-ORC-TOT.
           MOVE DATAOR TO W-AMD-N
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DMA-N TO W-DATA2-E
           MOVE VALIDOR TO W-AMD-N
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE VALBRUOR TO W-TOT-E
           DISPLAY (20, 01) "TOTAL TABELA: " W-TOT-E
                   "   EMITIDO EM: " W-DATA2-E
           MOVE VALLIQOR TO W-TOT-E
           MOVE DESCOR TO W-DESC-E
           DISPLAY (21, 01) "DESCONTO: " W-DESC-E "%  TOTAL ORCADO: "
                   W-TOT-E "  VALIDO ATE: " W-DATA-E.
       MOSTRA-ORC-FIM.
           EXIT.

       MOSTRA-SIT.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE SPACES TO TXTSIT
           IF SITOR = "E"
              MOVE "EMITIDO" TO TXTSIT
              IF W-HOJE-N > VALIDOR
                 MOVE "VENCIDO" TO TXTSIT.
           IF SITOR = "A"
              MOVE "ACEITO" TO TXTSIT.
           IF SITOR = "R"
              MOVE "RECUSADO" TO TXTSIT.
           IF SITOR = "C"
              MOVE "CONVERTIDO" TO TXTSIT.
           DISPLAY TTXTSIT.
       MOSTRA-SIT-FIM.
           EXIT.

      ***** ORCAMENTO IMPRESSO PARA O PACIENTE *********************
       IMPRIME-ORC.
           OPEN OUTPUT ORCAMTX
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-ORC-FIM.
           PERFORM LER-PACI THRU LER-PACI-FIM
           MOVE SPACES TO REGORCAMTX
           STRING "            ORCAMENTO DE PROCEDIMENTOS NR " NUMORC
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE ALL "-" TO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           STRING "PACIENTE: " TXTNOME "  CPF: " CPFOR
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE DATAOR TO W-AMD-N
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DMA-N TO W-DATA2-E
           MOVE VALIDOR TO W-AMD-N
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE SPACES TO REGORCAMTX
           STRING "EMISSAO: " W-DATA2-E "    VALIDO ATE: " W-DATA-E
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           STRING "PROC  DESCRICAO                       "
                  "VALOR TABELA  VALOR ORCADO"
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE 1 TO W-I.
       IMPRIME-ORC-IT.
           IF W-I > QTDITOR
              GO TO IMPRIME-ORC-TOT.
           MOVE CODPROCOI (W-I) TO CODPROC
           MOVE SPACES TO DENOMPROC
           READ CADPROC
           MOVE VALTABOI (W-I) TO W-VAL-E
           MOVE VALOROI (W-I)  TO W-VAL2-E
           MOVE SPACES TO REGORCAMTX
           STRING CODPROCOI (W-I) "  " DENOMPROC "  " W-VAL-E
                  "    " W-VAL2-E
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX
           ADD 1 TO W-I
           GO TO IMPRIME-ORC-IT.
       IMPRIME-ORC-TOT.
           MOVE SPACES TO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE VALBRUOR TO W-TOT-E
           MOVE SPACES TO REGORCAMTX
           STRING "TOTAL PELA TABELA ....: " W-TOT-E
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           IF DESCOR > 0
              MOVE DESCOR TO W-DESC-E
              MOVE SPACES TO REGORCAMTX
              STRING "DESCONTO CONCEDIDO ...: " W-DESC-E " %"
                     DELIMITED BY SIZE INTO REGORCAMTX
              WRITE REGORCAMTX.
           MOVE VALLIQOR TO W-TOT-E
           MOVE SPACES TO REGORCAMTX
           STRING "TOTAL ORCADO .........: " W-TOT-E
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           STRING "VALORES DO ATENDIMENTO PARTICULAR, GARANTIDOS PARA "
                  "ACEITE ATE A VALIDADE."
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           STRING "APOS O ACEITE, CADA PROCEDIMENTO E AGENDADO NA "
                  "RECEPCAO PELO VALOR ORCADO."
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           STRING "_______________________________________"
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           MOVE SPACES TO REGORCAMTX
           STRING "ASSINATURA / CARIMBO DA CLINICA"
                  DELIMITED BY SIZE INTO REGORCAMTX
           WRITE REGORCAMTX.
           CLOSE ORCAMTX.
       IMPRIME-ORC-FIM.
           EXIT.

      ***** PRECO PARTICULAR VIGENTE HOJE (ULTIMA VIGENCIA ATE HOJE) *
       BUSCA-PRECO.
           MOVE 0 TO W-PRECOOK
           MOVE W-CODIN    TO CODPROCP
           MOVE W-CONVPART TO CODCONVP
           MOVE ZEROS      TO VIGPRECO
           START CADPRECO KEY IS NOT LESS KEYPRECO INVALID KEY
              GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-LER.
           READ CADPRECO NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRECO-FIM.
           IF CODPROCP NOT = W-CODIN OR CODCONVP NOT = W-CONVPART
              GO TO BUSCA-PRECO-FIM.
           IF VIGPRECO > W-HOJE-N
              GO TO BUSCA-PRECO-FIM.
           IF SITUACAOPC = "I"
              GO TO BUSCA-PRECO-LER.
           MOVE VALORPROC TO W-PRECOVAL
           MOVE 1 TO W-PRECOOK
           GO TO BUSCA-PRECO-LER.
       BUSCA-PRECO-FIM.
           EXIT.

       LER-PACI.
           MOVE SPACES TO TXTNOME
           IF W-HASPAC = 0
              MOVE "(CADASTRO INDISPONIVEL)" TO TXTNOME
              GO TO LER-PACI-FIM.
           MOVE CPFOR TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME TO TXTNOME.
       LER-PACI-FIM.
           EXIT.

       CONV-DATA.
           MOVE W-AMDDIA TO W-DMADIA
           MOVE W-AMDMES TO W-DMAMES
           MOVE W-AMDANO TO W-DMAANO.
       CONV-DATA-FIM.
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
                MOVE "SMP077"          TO W-LINHAUD-PROG
                MOVE NUMORC            TO W-LINHAUD-CHAVE
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
           CLOSE CADORCAM CADPROC CADPRECO.
           IF W-HASPAC = 1
              CLOSE CADPACI.
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
           MOVE SPACES TO W-ARQ-CADORCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADORCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADORCAM
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-ORCAMTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ORCAMTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ORCAMTX
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
