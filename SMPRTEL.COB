       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRTEL.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * TELECONSULTA - SESSOES NA PLATAFORMA DE VIDEO:  *
      * E = EXPORTA AS TELECONSULTAS DE UMA DATA COM O  *
      *     IDENTIFICADOR DE SESSAO (TELEEXTX.TXT)      *
      * I = IMPORTA O LOG DE CONEXOES DA PLATAFORMA     *
      *     (TELELOGTX.TXT) PARA O CADTELE.DAT          *
      * R = LISTA AS SEM CONEXAO DO PACIENTE (FALTA     *
      *     PROVAVEL) E RETEM DO FATURAMENTO            *
      * L = LIBERA UMA SESSAO RETIDA (SUPERVISOR)       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTELE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SESSAOTL.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT TELEEXTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT TELELOGTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT TELEFATX ASSIGN TO DISK
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
      ***** SESSAO DE VIDEO DA TELECONSULTA (MESMA CHAVE DA CONSULTA)
      ***** SITUACAOTL: E=EXPORTADA C=PACIENTE CONECTOU
      *****             S=SEM CONEXAO (RETIDA) L=LIBERADA
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTELE.
       01 REGTELE.
          03 KEYTELE.
             05 CPFTL         PIC 9(11).
             05 DATATL.
                07 DIATL      PIC 9(02).
                07 MESTL      PIC 9(02).
                07 ANOTL      PIC 9(04).
             05 SEQTL         PIC 9(02).
          03 SESSAOTL         PIC X(20).
          03 CRMTL            PIC 9(06).
          03 DATAEXPTL        PIC 9(08).
          03 CANALTL          PIC X(01).
          03 MEDENTTL         PIC 9(04).
          03 MEDSAITL         PIC 9(04).
          03 PACENTTL         PIC 9(04).
          03 PACSAITL         PIC 9(04).
          03 SITUACAOTL       PIC X(01).
          03 DATALIBTL        PIC 9(08).
          03 OPERLIBTL        PIC 9(04).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSU.
       01 REGCONSU.
          03 KEYPRINCIPAL.
             05 CPFC          PIC 9(11).
             05 DATACON1.
                07 DIACON1     PIC 9(02).
                07 MESCON1     PIC 9(02).
                07 ANOCON1     PIC 9(04).
             05 SEQCON        PIC 9(02).
          03 HORACON.
             05 HORACONH      PIC 9(02).
             05 HORACONM      PIC 9(02).
          03 CODMEDICO        PIC 9(06).
          03 DOCONVENIO       PIC 9(04).
          03 CODCID1          PIC X(05).
          03 CODCID2          PIC X(05).
          03 CODCID3          PIC X(05).
          03 CODCID4          PIC X(05).
          03 DESCRICAO1       PIC X(60).
          03 DESCRICAO2       PIC X(60).
          03 NOMECCONS        PIC X(30).
          03 PLANOCONS        PIC 9(02).
          03 VALORCONSULTACONS PIC 9(06)V99.
          03 VALORCOPAGTOCONS  PIC 9(06)V99.
          03 STATUSCONS        PIC X(01).
          03 AUTORIZACAO       PIC X(10).
          03 INDRETORNO       PIC X(01).
          03 KEYRETORNO.
             05 RETCPF        PIC 9(11).
             05 RETDATA       PIC 9(08).
             05 RETSEQ        PIC 9(02).
          03 SALACONS         PIC 9(02).
          03 CODPROC          PIC 9(04).
          03 GLOSACONS        PIC X(01).
          03 MOTIVOGLOSA      PIC X(03).
          03 REENVIOCONS      PIC X(01).
          03 CONFIRMACONS     PIC X(01).
          03 UNIDCONS         PIC 9(02).
          03 TIPOATEND        PIC X(01).
          03 SERIECONS        PIC 9(06).
          03 QTDREMARC        PIC 9(02).
          03 HORACHEG         PIC 9(04).
          03 MOTIVOCANC       PIC 9(02).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMED.
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEM         PIC X(30).
          03 QTDESPEC      PIC 9(01).
          03 ESPECIALIDADE PIC 9(02) OCCURS 6 TIMES.
          03 SEXOMEDICO    PIC X(01).
          03 DNASCM.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANASP    PIC 9(02).
             05 MESNASP    PIC 9(02).
             05 ANONASP    PIC 9(04).
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
       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSE.
       01 REGCONSE.
          03 KEYCONSE.
             05 CPFCS         PIC 9(11).
             05 FINALICS      PIC X(01).
             05 CANALCS       PIC X(01).
          03 CONCEDCS         PIC X(01).
          03 DATACS           PIC 9(08).
          03 OPERCS           PIC 9(04).
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
      ***** UMA SESSAO POR LINHA PARA A PLATAFORMA DE VIDEO. O LINK
      ***** VAI SO AOS CANAIS CONSENTIDOS (EMAIL/CELULAR EM BRANCO
      ***** QUANDO O PACIENTE NAO AUTORIZOU AQUELE CANAL)
       FD TELEEXTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TELEEXTX.
       01 REGTELEEXTX.
          03 TE-SESSAO     PIC X(20).
          03 FILLER        PIC X(01).
          03 TE-DATA       PIC 9(08).
          03 FILLER        PIC X(01).
          03 TE-HORA       PIC 9(04).
          03 FILLER        PIC X(01).
          03 TE-CRM        PIC 9(06).
          03 FILLER        PIC X(01).
          03 TE-NOMEMED    PIC X(30).
          03 FILLER        PIC X(01).
          03 TE-NOMEPAC    PIC X(30).
          03 FILLER        PIC X(01).
          03 TE-EMAIL      PIC X(30).
          03 FILLER        PIC X(01).
          03 TE-TEL        PIC 9(11).
      *
      ***** LOG DE CONEXOES DEVOLVIDO PELA PLATAFORMA: PARTICIPANTE
      ***** M=MEDICO P=PACIENTE, ENTRADA E SAIDA EM HHMM
       FD TELELOGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TELELOGTX.
       01 REGTELELOGTX.
          03 TL-SESSAO     PIC X(20).
          03 TL-PARTIC     PIC X(01).
          03 TL-ENTRA      PIC 9(04).
          03 TL-SAI        PIC 9(04).
      *
       FD TELEFATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TELEFATX.
       01 REGTELEFATX       PIC X(100).
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
       01 W-ARQ-CADTELE PIC X(64) VALUE
          "CADTELE.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-TELEEXTX PIC X(64) VALUE
          "TELEEXTX.TXT".
       01 W-ARQ-TELELOGTX PIC X(64) VALUE
          "TELELOGTX.TXT".
       01 W-ARQ-TELEFATX PIC X(64) VALUE
          "TELEFATX.TXT".
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
       01 W-HASCSE      PIC 9(01) VALUE ZEROS.
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUPCOD      PIC 9(04) VALUE ZEROS.
       01 W-SUPSEN      PIC X(10) VALUE SPACES.
       01 W-CONSEM      PIC 9(01) VALUE ZEROS.
       01 W-CONSSMS     PIC 9(01) VALUE ZEROS.
       01 W-CANALCHK    PIC X(01) VALUE SPACES.
       01 W-CONSOK      PIC 9(01) VALUE ZEROS.
       01 W-NOVOTL      PIC 9(01) VALUE ZEROS.
       01 W-DATAF.
          03 W-DIAF     PIC 9(02).
          03 W-MESF     PIC 9(02).
          03 W-ANOF     PIC 9(04).
       01 W-DATAF-N REDEFINES W-DATAF PIC 9(08).
       01 W-CPFL        PIC 9(11) VALUE ZEROS.
       01 W-SEQL        PIC 9(02) VALUE ZEROS.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-AMANHA.
          03 W-AMANO    PIC 9(04).
          03 W-AMMES    PIC 9(02).
          03 W-AMDIA    PIC 9(02).
       01 W-AMANHA-N REDEFINES W-AMANHA PIC 9(08).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 TABULTD-R.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABULTD REDEFINES TABULTD-R.
          03 W-ULTMES  PIC 9(02) OCCURS 12 TIMES.
      ***** IDENTIFICADOR DA SESSAO: "TC" + DATA E HORA DA GERACAO
      ***** + SEQUENCIAL DO LOTE (NAO EXPOE DADOS DO PACIENTE)
       01 W-SESSAO.
          03 FILLER       PIC X(02) VALUE "TC".
          03 W-SESDATA    PIC 9(08).
          03 W-SESHORA    PIC 9(06).
          03 W-SESSEQ     PIC 9(04).
       01 W-HORAGER     PIC 9(08) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
       01 W-TOTEXP      PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMC     PIC 9(05) VALUE ZEROS.
       01 W-TOTLIDOS    PIC 9(05) VALUE ZEROS.
       01 W-TOTGRAV     PIC 9(05) VALUE ZEROS.
       01 W-TOTNAO      PIC 9(05) VALUE ZEROS.
       01 W-TOTTELE     PIC 9(05) VALUE ZEROS.
       01 W-TOTRET      PIC 9(05) VALUE ZEROS.
       01 W-MOTIVO      PIC X(24) VALUE SPACES.
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
       01 W-MEDENT-E    PIC 99.99.
       01 W-PROGCAT     PIC X(07) VALUE SPACES.
       01 W-ARQCAT      PIC X(12) VALUE SPACES.
       01 W-PARMCAT     PIC X(20) VALUE SPACES.
       01 W-HORA-E      PIC 99.99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** TELECONSULTA - SESSOES DE VIDEO ***".
           05  LINE 05  COLUMN 01
               VALUE  "  E = EXPORTA SESSOES DE UMA DATA".
           05  LINE 06  COLUMN 01
               VALUE  "  I = IMPORTA LOG DE CONEXOES (TELELOGTX)".
           05  LINE 07  COLUMN 01
               VALUE  "  R = SEM CONEXAO DO PACIENTE (RETEM)".
           05  LINE 08  COLUMN 01
               VALUE  "  L = LIBERA SESSAO RETIDA (SUPERVISOR)".
           05  LINE 10  COLUMN 01
               VALUE  "  OPCAO (E/I/R/L): ".
           05  LINE 11  COLUMN 01
               VALUE  "  DATA (DDMMAAAA, 0=AMANHA NA OPCAO E): ".
           05  LINE 12  COLUMN 01
               VALUE  "  CPF E SEQUENCIA (OPCAO L): ".
           05  TW-OPCAO
               LINE 10  COLUMN 21  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-DATAF
               LINE 11  COLUMN 42  PIC 9(08)
               USING  W-DATAF-N
               HIGHLIGHT.
           05  TW-CPFL
               LINE 12  COLUMN 31  PIC 9(11)
               USING  W-CPFL
               HIGHLIGHT.
           05  TW-SEQL
               LINE 12  COLUMN 44  PIC 9(02)
               USING  W-SEQL
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

      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADTELE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTELE
                 CLOSE CADTELE
                 MOVE "*** ARQUIVO CADTELE FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTELE" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO RotinaFim2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADTELE
              GO TO RotinaFim2.
           OPEN INPUT CADMED CADPACI
      ***** CONSENTIMENTOS DE CONTATO E OPERADORES (OPCIONAIS)
           MOVE 1 TO W-HASCSE
           OPEN INPUT CADCONSE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCSE.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

       INICIO.
           MOVE SPACES TO W-OPCAO
           MOVE ZEROS TO W-DATAF-N W-CPFL W-SEQL
           DISPLAY TELAFILTRO
           ACCEPT TW-OPCAO
           ACCEPT TW-DATAF
           ACCEPT TW-CPFL
           ACCEPT TW-SEQL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim.
           IF W-OPCAO = "E" OR "e"
              GO TO EXPORTA.
           IF W-OPCAO = "I" OR "i"
              GO TO IMPORTA.
           IF W-OPCAO = "R" OR "r"
              GO TO RETEM.
           IF W-OPCAO = "L" OR "l"
              GO TO LIBERA.
           MOVE "*** DIGITE E, I, R OU L ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** EXPORTA AS TELECONSULTAS AGENDADAS DA DATA **************
       EXPORTA.
           IF W-DATAF-N = 0
              PERFORM CALC-AMANHA THRU CALC-AMANHA-FIM.
           IF W-MESF < 1 OR W-MESF > 12 OR W-DIAF < 1 OR W-DIAF > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           OPEN OUTPUT TELEEXTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TELEEXTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           ACCEPT W-HORAGER FROM TIME
           MOVE W-HOJE-N         TO W-SESDATA
           MOVE W-HORAGER (1:6)  TO W-SESHORA
           MOVE ZEROS TO W-SESSEQ W-TOTEXP W-TOTSEMC
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO EXPORTA-FIM.
       EXPORTA-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXPORTA-FIM.
           IF DATACON1 NOT = W-DATAF
              GO TO EXPORTA-LER.
           IF TIPOATEND NOT = "T" OR STATUSCONS NOT = "A"
              GO TO EXPORTA-LER.
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME EMAIL
              MOVE ZEROS  TO TELEFONE.
           MOVE SPACES TO W-NOMEMED
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEM TO W-NOMEMED.
           PERFORM CHK-CANAIS THRU CHK-CANAIS-FIM.

      ***** REEXPORTACAO MANTEM O IDENTIFICADOR JA ENVIADO **********
           MOVE 0 TO W-NOVOTL
           MOVE KEYPRINCIPAL TO KEYTELE
           READ CADTELE
           IF ST-ERRO = "23"
              MOVE 1 TO W-NOVOTL
              MOVE SPACES TO REGTELE
              MOVE KEYPRINCIPAL TO KEYTELE
              MOVE ZEROS TO MEDENTTL MEDSAITL PACENTTL PACSAITL
                            DATALIBTL OPERLIBTL
              MOVE "E" TO SITUACAOTL.
           MOVE CODMEDICO TO CRMTL
           MOVE W-HOJE-N  TO DATAEXPTL
           MOVE "N" TO CANALTL
           IF W-CONSEM = 1 AND W-CONSSMS = 1
              MOVE "A" TO CANALTL
           ELSE
              IF W-CONSEM = 1
                 MOVE "E" TO CANALTL
              ELSE
                 IF W-CONSSMS = 1
                    MOVE "S" TO CANALTL.
           IF W-NOVOTL = 0
              REWRITE REGTELE
              GO TO EXPORTA-LINHA.
       EXPORTA-NOVO.
           ADD 1 TO W-SESSEQ
           MOVE W-SESSAO TO SESSAOTL
           WRITE REGTELE
           IF ST-ERRO = "22"
              GO TO EXPORTA-NOVO.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTELE" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO EXPORTA-FIM.
       EXPORTA-LINHA.
           MOVE SPACES TO REGTELEEXTX
           MOVE SESSAOTL  TO TE-SESSAO
           MOVE DATACON1  TO TE-DATA
           MOVE HORACON   TO TE-HORA
           MOVE CODMEDICO TO TE-CRM
           MOVE W-NOMEMED TO TE-NOMEMED
           MOVE NOME      TO TE-NOMEPAC
           MOVE ZEROS     TO TE-TEL
           IF W-CONSEM = 1
              MOVE EMAIL TO TE-EMAIL.
           IF W-CONSSMS = 1
              MOVE TELEFONE TO TE-TEL.
           IF CANALTL = "N"
              ADD 1 TO W-TOTSEMC.
           WRITE REGTELEEXTX
           ADD 1 TO W-TOTEXP
           GO TO EXPORTA-LER.
       EXPORTA-FIM.
           CLOSE TELEEXTX
           MOVE SPACES TO MENS
           STRING "*** " W-TOTEXP " SESSOES, " W-TOTSEMC
                  " SEM CANAL CONSENTIDO ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** IMPORTA O LOG DE CONEXOES, LIGADO A CONSULTA PELA SESSAO *
       IMPORTA.
           OPEN INPUT TELELOGTX
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO TELELOGTX.TXT NAO ENCONTRADO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           MOVE ZEROS TO W-TOTLIDOS W-TOTGRAV W-TOTNAO.
       IMPORTA-LER.
           READ TELELOGTX
           IF ST-ERRO NOT = "00"
              GO TO IMPORTA-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE TL-SESSAO TO SESSAOTL
           READ CADTELE KEY IS SESSAOTL
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTNAO
              GO TO IMPORTA-LER.
      ***** VARIAS ENTRADAS NA MESMA SESSAO (QUEDA E RECONEXAO): ****
      ***** FICA A PRIMEIRA ENTRADA E A ULTIMA SAIDA ****************
           IF TL-PARTIC = "M" OR "m"
              IF MEDENTTL = 0 OR TL-ENTRA < MEDENTTL
                 MOVE TL-ENTRA TO MEDENTTL.
           IF TL-PARTIC = "M" OR "m"
              IF TL-SAI > MEDSAITL
                 MOVE TL-SAI TO MEDSAITL.
           IF TL-PARTIC = "P" OR "p"
              IF PACENTTL = 0 OR TL-ENTRA < PACENTTL
                 MOVE TL-ENTRA TO PACENTTL.
           IF TL-PARTIC = "P" OR "p"
              IF TL-SAI > PACSAITL
                 MOVE TL-SAI TO PACSAITL.
           IF PACENTTL > 0 AND SITUACAOTL NOT = "L"
              MOVE "C" TO SITUACAOTL.
           REWRITE REGTELE
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTGRAV
           ELSE
              ADD 1 TO W-TOTNAO.
           GO TO IMPORTA-LER.
       IMPORTA-FIM.
           CLOSE TELELOGTX
           MOVE SPACES TO MENS
           STRING "*** LIDOS " W-TOTLIDOS " GRAVADOS " W-TOTGRAV
                  " REJEITADOS " W-TOTNAO " ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** TELECONSULTAS DA DATA SEM CONEXAO DO PACIENTE: SAO ******
      ***** LISTADAS COMO FALTA PROVAVEL E FICAM RETIDAS (S) ATE ****
      ***** O LOG CHEGAR OU O SUPERVISOR LIBERAR ********************
       RETEM.
           IF W-DATAF-N = 0
              MOVE "*** INFORME A DATA DAS TELECONSULTAS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           OPEN OUTPUT TELEFATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TELEFATX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           MOVE SPACES TO REGTELEFATX
           STRING "TELECONSULTAS SEM CONEXAO DO PACIENTE - DATA: "
                  W-DIAF "/" W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGTELEFATX
           WRITE REGTELEFATX
           MOVE SPACES TO REGTELEFATX
           STRING "(FALTA PROVAVEL - RETIDAS DO FATURAMENTO ATE "
                  "LIBERACAO)"
                  DELIMITED BY SIZE INTO REGTELEFATX
           WRITE REGTELEFATX
           MOVE ALL "-" TO REGTELEFATX
           WRITE REGTELEFATX
           MOVE SPACES TO REGTELEFATX
           STRING "HORA  CPF         SEQ PACIENTE                     "
                  " CRM    MEDICO ENTROU  MOTIVO"
                  DELIMITED BY SIZE INTO REGTELEFATX
           WRITE REGTELEFATX
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTTELE W-TOTRET
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO RETEM-FIM.
       RETEM-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO RETEM-FIM.
           IF DATACON1 NOT = W-DATAF
              GO TO RETEM-LER.
           IF TIPOATEND NOT = "T" OR STATUSCONS = "C"
              GO TO RETEM-LER.
           ADD 1 TO W-TOTTELE
           MOVE 0 TO W-NOVOTL
           MOVE KEYPRINCIPAL TO KEYTELE
           READ CADTELE
           IF ST-ERRO = "23"
              MOVE 1 TO W-NOVOTL
              MOVE SPACES TO REGTELE
              MOVE KEYPRINCIPAL TO KEYTELE
              MOVE ZEROS TO MEDENTTL MEDSAITL PACENTTL PACSAITL
                            DATALIBTL OPERLIBTL DATAEXPTL
              MOVE CODMEDICO TO CRMTL
              MOVE "N" TO CANALTL
              MOVE "SESSAO NAO EXPORTADA" TO W-MOTIVO
           ELSE
              MOVE "PACIENTE NAO CONECTOU" TO W-MOTIVO.
           IF PACENTTL > 0 OR SITUACAOTL = "L"
              GO TO RETEM-LER.
           MOVE "S" TO SITUACAOTL
           IF W-NOVOTL = 1
              WRITE REGTELE
           ELSE
              REWRITE REGTELE.
           ADD 1 TO W-TOTRET
           MOVE SPACES TO NOME
           MOVE CPFC TO CPF
           READ CADPACI
           MOVE HORACON  TO W-HORA-E
           MOVE MEDENTTL TO W-MEDENT-E
           MOVE CPFC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGTELEFATX
           STRING W-HORA-E " " W-MSCCPF " " SEQCON "  " NOME " "
                  CODMEDICO " " W-MEDENT-E "  " W-MOTIVO
                  DELIMITED BY SIZE INTO REGTELEFATX
           WRITE REGTELEFATX
           GO TO RETEM-LER.
       RETEM-FIM.
           MOVE ALL "-" TO REGTELEFATX
           WRITE REGTELEFATX
           MOVE SPACES TO REGTELEFATX
           STRING "TELECONSULTAS NA DATA: " W-TOTTELE
                  "   RETIDAS: " W-TOTRET
                  DELIMITED BY SIZE INTO REGTELEFATX
           WRITE REGTELEFATX
           CLOSE TELEFATX
           MOVE "SMPRTEL" TO W-PROGCAT
           MOVE "TELEFATX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-DIAF "/" W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO TELEFATX.TXT GERADO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** LIBERA PARA FATURAMENTO UMA SESSAO RETIDA, APOS ********
      ***** CONFERENCIA (EX.: ATENDIDA POR TELEFONE) ***************
       LIBERA.
           MOVE W-CPFL   TO CPFTL
           MOVE W-DATAF  TO DATATL
           MOVE W-SEQL   TO SEQTL
           READ CADTELE
           IF ST-ERRO NOT = "00"
              MOVE "*** SESSAO NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF SITUACAOTL NOT = "S"
              MOVE "*** SESSAO NAO ESTA RETIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO INICIO.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE "L"      TO SITUACAOTL
           MOVE W-HOJE-N TO DATALIBTL
           MOVE W-SUPCOD TO OPERLIBTL
           REWRITE REGTELE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTELE" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           MOVE "LIBERA" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "*** SESSAO LIBERADA PARA FATURAMENTO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** CANAIS CONSENTIDOS PARA O AVISO DA CONSULTA (LGPD): *****
      ***** CONCESSAO NO PROPRIO CANAL OU EM TODOS (T) *************
       CHK-CANAIS.
           MOVE 0 TO W-CONSEM W-CONSSMS
           IF EMAIL NOT = SPACES
              MOVE "E" TO W-CANALCHK
              PERFORM CHK-CONSEN THRU CHK-CONSEN-FIM
              MOVE W-CONSOK TO W-CONSEM.
           IF TELEFONE NOT = 0
              MOVE "S" TO W-CANALCHK
              PERFORM CHK-CONSEN THRU CHK-CONSEN-FIM
              MOVE W-CONSOK TO W-CONSSMS.
       CHK-CANAIS-FIM.
           EXIT.

       CHK-CONSEN.
           MOVE 1 TO W-CONSOK
           IF W-HASCSE = 0
              GO TO CHK-CONSEN-FIM.
           MOVE 0 TO W-CONSOK
           MOVE CPF TO CPFCS
           MOVE "L" TO FINALICS
           MOVE W-CANALCHK TO CANALCS
           READ CADCONSE
           IF ST-ERRO = "00"
              IF CONCEDCS = "S"
                 MOVE 1 TO W-CONSOK
                 GO TO CHK-CONSEN-FIM.
           MOVE "T" TO CANALCS
           READ CADCONSE
           IF ST-ERRO = "00"
              IF CONCEDCS = "S"
                 MOVE 1 TO W-CONSOK.
       CHK-CONSEN-FIM.
           EXIT.

      ***** SEM DATA INFORMADA, A EXPORTACAO E DO DIA SEGUINTE ******
       CALC-AMANHA.
           ACCEPT W-AMANHA-N FROM DATE YYYYMMDD
           MOVE W-ULTMES (W-AMMES) TO W-ULTDIA
           IF W-AMMES = 02
              DIVIDE W-AMANO BY 4 GIVING W-QUOC4 REMAINDER W-RESTO4
              IF W-RESTO4 = 0
                 MOVE 29 TO W-ULTDIA.
           IF W-AMDIA < W-ULTDIA
              ADD 1 TO W-AMDIA
              GO TO CALC-AMANHA-FIM.
           MOVE 01 TO W-AMDIA
           IF W-AMMES < 12
              ADD 1 TO W-AMMES
           ELSE
              MOVE 01 TO W-AMMES
              ADD 1 TO W-AMANO.
       CALC-AMANHA-FIM.
           MOVE W-AMDIA TO W-DIAF
           MOVE W-AMMES TO W-MESF
           MOVE W-AMANO TO W-ANOF.

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
                MOVE "SMPRTEL"          TO W-LINHAUD-PROG
                MOVE KEYTELE            TO W-LINHAUD-CHAVE
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

      ***** CPF DA LISTA DE RETIDAS CONFORME O PERFIL DO OPERADOR **
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSCCPF) *****
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

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADTELE CADCONSU CADMED CADPACI.
           IF W-HASCSE = 1
              CLOSE CADCONSE.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       RotinaFim2.
           CANCEL "SMPWMSC"
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
           MOVE SPACES TO W-ARQ-CADTELE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTELE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTELE
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCONSE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSE
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-TELEEXTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TELEEXTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TELEEXTX
           MOVE SPACES TO W-ARQ-TELELOGTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TELELOGTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TELELOGTX
           MOVE SPACES TO W-ARQ-TELEFATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TELEFATX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TELEFATX
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
