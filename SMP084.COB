       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP084.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************
      * REVISAO DOS ALERTAS DE ACESSO SUSPEITO PELO  *
      * ENCARREGADO DE DADOS: CADA ALERTA PENDENTE E *
      * MARCADO COMO JUSTIFICADO (J) OU NAO          *
      * JUSTIFICADO (N) COM O MOTIVO; A DECISAO FICA *
      * NO PROPRIO ALERTA (DATA, HORA E OPERADOR) E  *
      * NA TRILHA DE AUDITORIA                       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALRAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEP WITH DUPLICATES.

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
      ***** ALERTAS DE ACESSO SUSPEITO A DADOS DE PACIENTES
      ***** TIPOALR: 1 = MUITOS PACIENTES NA MESMA HORA (HORAALR)
      *****          2 = FORA DO TURNO   3 = FORA DA UNIDADE
      *****          4 = SEM CONSULTA OU AGENDAMENTO RECENTE
      *****          5 = FUNCIONARIO     6 = PACIENTE VIP
      *****          7 = CADASTRO ANONIMIZADO
      ***** SITALR : P = PENDENTE  J = JUSTIFICADO  N = NAO
      *****          JUSTIFICADO (DECISAO DO ENCARREGADO DE DADOS)
       FD CADALRAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALRAC.
       01 REGALRAC.
          03 KEYALR.
             05 DATAALR       PIC 9(08).
             05 OPERALR       PIC 9(04).
             05 TIPOALR       PIC 9(01).
             05 CPFALR        PIC 9(11).
             05 HORAALR       PIC 9(02).
          03 HORA1ALR         PIC 9(06).
          03 QTDALR           PIC 9(05).
          03 PROGALR          PIC X(07).
          03 TERMALR          PIC X(08).
          03 DETALR           PIC X(40).
          03 SITALR           PIC X(01).
          03 JUSTALR          PIC X(50).
          03 DATADEC          PIC 9(08).
          03 HORADEC          PIC 9(06).
          03 OPERDEC          PIC 9(04).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOMEP         PIC X(30).
          03 DNASCP.
             05 DIANASP    PIC 9(02).
             05 MESNASP    PIC 9(02).
             05 ANONASP    PIC 9(04).
          03 SEXOP         PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO      PIC 9(04).
          03 EMAIL         PIC X(30).
          03 TELEFONE      PIC 9(11).
          03 CEP           PIC 9(08).
          03 SITUACAO4     PIC X(01).
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
       01 W-ARQ-CADALRAC PIC X(64) VALUE
          "CADALRAC.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
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
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-HORA-N      PIC 9(08) VALUE ZEROS.
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-HASPAC      PIC 9(01) VALUE ZEROS.
       01 W-FILTRO      PIC X(01) VALUE SPACES.
       01 W-DECISAO     PIC X(01) VALUE SPACES.
       01 W-QTDVISTO    PIC 9(05) VALUE ZEROS.
       01 W-FDATA       PIC 9(08) VALUE ZEROS.
       01 W-FDATA-R REDEFINES W-FDATA.
          03 W-FDD      PIC 9(02).
          03 W-FMM      PIC 9(02).
          03 W-FAA      PIC 9(04).
       01 W-AMD         PIC 9(08) VALUE ZEROS.
       01 W-AMD-R REDEFINES W-AMD.
          03 W-AMDANO   PIC 9(04).
          03 W-AMDMES   PIC 9(02).
          03 W-AMDDIA   PIC 9(02).
       01 W-HMS         PIC 9(06) VALUE ZEROS.
       01 W-HMS-R REDEFINES W-HMS.
          03 W-HMSHH    PIC 9(02).
          03 W-HMSMM    PIC 9(02).
          03 W-HMSSS    PIC 9(02).
       01 TXTDATA.
          03 TXTDATA-DD PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 TXTDATA-MM PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 TXTDATA-AA PIC 9(04).
       01 TXTHORA.
          03 TXTHORA-HH PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 TXTHORA-MM PIC 9(02).
       01 TXTDEC.
          03 TXTDEC-DD  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 TXTDEC-MM  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 TXTDEC-AA  PIC 9(04).
       01 TXTOPER       PIC X(30) VALUE SPACES.
       01 TXTPAC        PIC X(30) VALUE SPACES.
       01 TXTTIPO       PIC X(30) VALUE SPACES.
       01 TXTSIT        PIC X(20) VALUE SPACES.
       01 TABTIPOAL-R.
          03 FILLER PIC X(30) VALUE "MUITOS PACIENTES NA HORA".
          03 FILLER PIC X(30) VALUE "FORA DO TURNO DO OPERADOR".
          03 FILLER PIC X(30) VALUE "PACIENTE DE OUTRA UNIDADE".
          03 FILLER PIC X(30) VALUE "SEM CONSULTA/AGENDA RECENTE".
          03 FILLER PIC X(30) VALUE "CADASTRO DE FUNCIONARIO".
          03 FILLER PIC X(30) VALUE "PACIENTE VIP".
          03 FILLER PIC X(30) VALUE "CADASTRO ANONIMIZADO".
       01 TABTIPOAL REDEFINES TABTIPOAL-R.
          03 W-TIPODESC PIC X(30) OCCURS 7 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** REVISAO DOS ALERTAS DE ACE".
           05  LINE 02  COLUMN 41
               VALUE  "SSO *****".
           05  LINE 05  COLUMN 01
               VALUE  "  ALERTAS A PARTIR DE (DDMMAAAA) :".
           05  LINE 06  COLUMN 01
               VALUE  "  P = SO PENDENTES  T = TODOS    :".
           05  TW-FDATA
               LINE 05  COLUMN 36  PIC 9(08)
               USING  W-FDATA
               HIGHLIGHT.
           05  TW-FILTRO
               LINE 06  COLUMN 36  PIC X(01)
               USING  W-FILTRO
               HIGHLIGHT.
       01  TELAALERTA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** REVISAO DOS ALERTAS DE ACE".
           05  LINE 02  COLUMN 41
               VALUE  "SSO *****".
           05  LINE 04  COLUMN 01
               VALUE  "  DATA / HORA    :".
           05  LINE 05  COLUMN 01
               VALUE  "  OPERADOR       :".
           05  LINE 06  COLUMN 01
               VALUE  "  TIPO           :".
           05  LINE 07  COLUMN 01
               VALUE  "  PACIENTE (CPF) :".
           05  LINE 08  COLUMN 01
               VALUE  "  PROGRAMA/TERM. :".
           05  LINE 09  COLUMN 01
               VALUE  "  DETALHE        :".
           05  LINE 11  COLUMN 01
               VALUE  "  SITUACAO       :".
           05  LINE 12  COLUMN 01
               VALUE  "  MOTIVO         :".
           05  LINE 13  COLUMN 01
               VALUE  "  DECIDIDO EM    :".
           05  LINE 13  COLUMN 32
               VALUE  "PELO OPERADOR".
           05  TTXTDATA
               LINE 04  COLUMN 20  PIC X(10)
               USING  TXTDATA.
           05  TTXTHORA
               LINE 04  COLUMN 32  PIC X(05)
               USING  TXTHORA.
           05  TOPERALR
               LINE 05  COLUMN 20  PIC 9(04)
               USING  OPERALR.
           05  TTXTOPER
               LINE 05  COLUMN 26  PIC X(30)
               USING  TXTOPER.
           05  TTIPOALR
               LINE 06  COLUMN 20  PIC 9(01)
               USING  TIPOALR.
           05  TTXTTIPO
               LINE 06  COLUMN 23  PIC X(30)
               USING  TXTTIPO.
           05  TCPFALR
               LINE 07  COLUMN 20  PIC 9(11)
               USING  CPFALR.
           05  TTXTPAC
               LINE 07  COLUMN 33  PIC X(30)
               USING  TXTPAC.
           05  TPROGALR
               LINE 08  COLUMN 20  PIC X(07)
               USING  PROGALR.
           05  TTERMALR
               LINE 08  COLUMN 29  PIC X(08)
               USING  TERMALR.
           05  TDETALR
               LINE 09  COLUMN 20  PIC X(40)
               USING  DETALR.
           05  TSITALR
               LINE 11  COLUMN 20  PIC X(01)
               USING  SITALR.
           05  TTXTSIT
               LINE 11  COLUMN 23  PIC X(20)
               USING  TXTSIT.
           05  TJUSTALR
               LINE 12  COLUMN 20  PIC X(50)
               USING  JUSTALR
               HIGHLIGHT.
           05  TTXTDEC
               LINE 13  COLUMN 20  PIC X(10)
               USING  TXTDEC.
           05  TOPERDEC
               LINE 13  COLUMN 46  PIC 9(04)
               USING  OPERDEC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

      ********** ABRE OS ARQUIVOS ****************************
       R0.
           OPEN I-O CADALRAC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM ALERTA GERADO AINDA (CADALRAC) ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.

      ********** FILTRO: DATA INICIAL E SITUACAO *************
       R1.
           MOVE ZEROS TO W-FDATA W-QTDVISTO
           MOVE "P" TO W-FILTRO
           DISPLAY TELAFILTRO.
       R2.
           ACCEPT TW-FDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-FDATA NOT = 0
              IF W-FMM < 1 OR W-FMM > 12 OR W-FDD < 1 OR W-FDD > 31
                 MOVE "*** DATA INVALIDA (0 = DESDE O INICIO) ***"
                                                             TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R2.
       R3.
           ACCEPT TW-FILTRO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-FILTRO = "p"
              MOVE "P" TO W-FILTRO.
           IF W-FILTRO = "t"
              MOVE "T" TO W-FILTRO.
           IF W-FILTRO NOT = "P" AND W-FILTRO NOT = "T"
              MOVE "*** DIGITE P=PENDENTES OU T=TODOS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE ZEROS TO KEYALR
           IF W-FDATA NOT = 0
              COMPUTE DATAALR = W-FAA * 10000 + W-FMM * 100 + W-FDD.
           START CADALRAC KEY IS NOT LESS KEYALR INVALID KEY
              MOVE "*** NENHUM ALERTA A PARTIR DA DATA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.

      ********** PERCORRE OS ALERTAS EM ORDEM DE DATA ********
       R4.
           READ CADALRAC NEXT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO R4.
           IF ST-ERRO NOT = "00"
              IF W-QTDVISTO = 0
                 MOVE "*** NENHUM ALERTA NO FILTRO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R1
              ELSE
                 MOVE "*** FIM DOS ALERTAS ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R1.
           IF W-FILTRO = "P" AND SITALR NOT = "P"
              GO TO R4.
           ADD 1 TO W-QTDVISTO
           PERFORM MONTA-TELA THRU MONTA-TELA-FIM
           DISPLAY TELAALERTA.

       R5.
           MOVE SPACES TO W-DECISAO
           DISPLAY (23, 05)
              "J=JUSTIFICADO  N=NAO JUSTIFICADO  P=PROXIMO  ESC=SAIR"
           ACCEPT (23, 62) W-DECISAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-DECISAO = "j"
              MOVE "J" TO W-DECISAO.
           IF W-DECISAO = "n"
              MOVE "N" TO W-DECISAO.
           IF W-DECISAO = "p"
              MOVE "P" TO W-DECISAO.
           IF W-DECISAO = "P"
              GO TO R4.
           IF W-DECISAO NOT = "J" AND W-DECISAO NOT = "N"
              MOVE "*** DIGITE J, N OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF SITALR NOT = "P"
              MOVE "*** JA DECIDIDO: A NOVA DECISAO SUBSTITUI ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.

       R6.
           ACCEPT TJUSTALR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF JUSTALR = SPACES
              MOVE "*** DIGITE O MOTIVO DA DECISAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.

       ALT-OPC.
                DISPLAY (23, 05) LIMPA
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
                MOVE W-DECISAO TO SITALR
                ACCEPT W-HOJE-N FROM DATE YYYYMMDD
                ACCEPT W-HORA-N FROM TIME
                MOVE W-HOJE-N TO DATADEC
                MOVE W-HORA-N (1:6) TO HORADEC
                PERFORM LER-OPER THRU LER-OPER-FIM
                MOVE W-CODOPERAUD TO OPERDEC.
       ALT-RW1.
                REWRITE REGALRAC
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   IF W-DECISAO = "J"
                      MOVE "JUSTIFICA" TO W-ACAOAUD
                   ELSE
                      MOVE "NAOJUSTIF" TO W-ACAOAUD.
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   PERFORM MONTA-TELA THRU MONTA-TELA-FIM
                   DISPLAY TELAALERTA
                   MOVE "*** DECISAO GRAVADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R4.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADALRAC"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** TEXTOS DA TELA DO ALERTA ********************************
       MONTA-TELA.
           MOVE DATAALR TO W-AMD
           MOVE W-AMDDIA TO TXTDATA-DD
           MOVE W-AMDMES TO TXTDATA-MM
           MOVE W-AMDANO TO TXTDATA-AA
           MOVE HORA1ALR TO W-HMS
           MOVE W-HMSHH TO TXTHORA-HH
           MOVE W-HMSMM TO TXTHORA-MM
           IF TIPOALR = 1
              MOVE HORAALR TO TXTHORA-HH
              MOVE ZEROS TO TXTHORA-MM.
           MOVE SPACES TO TXTOPER TXTPAC TXTTIPO TXTSIT
           MOVE ZEROS TO TXTDEC-DD TXTDEC-MM TXTDEC-AA
           IF W-HASOPE = 1
              MOVE OPERALR TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO TXTOPER.
           IF W-HASPAC = 1 AND CPFALR > 0
              MOVE CPFALR TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEP TO TXTPAC.
           IF TIPOALR > 0 AND TIPOALR < 8
              MOVE W-TIPODESC (TIPOALR) TO TXTTIPO.
           IF SITALR = "P"
              MOVE "PENDENTE" TO TXTSIT.
           IF SITALR = "J"
              MOVE "JUSTIFICADO" TO TXTSIT.
           IF SITALR = "N"
              MOVE "NAO JUSTIFICADO" TO TXTSIT.
           IF DATADEC > 0
              MOVE DATADEC TO W-AMD
              MOVE W-AMDDIA TO TXTDEC-DD
              MOVE W-AMDMES TO TXTDEC-MM
              MOVE W-AMDANO TO TXTDEC-AA.
       MONTA-TELA-FIM.
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
                MOVE "SMP084"          TO W-LINHAUD-PROG
                MOVE CPFALR            TO W-LINHAUD-CHAVE
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
           CLOSE CADALRAC.
           IF W-HASOPE = 1
              CLOSE CADOPER.
           IF W-HASPAC = 1
              CLOSE CADPACI.
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
           MOVE SPACES TO W-ARQ-CADALRAC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALRAC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALRAC
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
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
