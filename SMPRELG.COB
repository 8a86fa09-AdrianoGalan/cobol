       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRELG.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * VERIFICACAO PREVIA DE ELEGIBILIDADE DAS         *
      * CONSULTAS DOS PROXIMOS N DIAS: CARTEIRINHA,     *
      * CONVENIO INATIVO, CREDENCIAL DO MEDICO,         *
      * COBERTURA DA ESPECIALIDADE E LIMITE DO PLANO.   *
      * GERA A LISTA DE LIGACOES POR PACIENTE. RODA     *
      * TAMBEM COMO ETAPA OPCIONAL DA CADEIA NOTURNA    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT NOCSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ELEGTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONV.
       01 REGCONV.
          03 CODIGO        PIC 9(04).
          03 NOMEC         PIC X(30).
          03 PLANO         PIC 9(02).
          03 VALORCONSULTA     PIC 9(06)V99.
          03 VALORCOPAGTO     PIC 9(06)V99.
          03 SITUACAO      PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).

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
             05 DIANASM    PIC 9(02).
             05 MESNASM    PIC 9(02).
             05 ANONASM    PIC 9(04).
          03 SITUACAOM     PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOBER.
       01 REGCOBER.
          03 KEYCOBER.
             05 CODCONVC      PIC 9(04).
             05 CODESPC       PIC 9(02).
          03 SITUACAOCB       PIC X(01).
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCRED.
       01 REGCRED.
          03 KEYCRED.
             05 CRMCD         PIC 9(06).
             05 CONVCD        PIC 9(04).
          03 NUMCRED          PIC X(15).
          03 VALIDCRED        PIC 9(08).
          03 SITUACAOCD       PIC X(01).
      *
       FD CADCONOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONOC.
       01 REGCONOC.
          03 KEYCONOC.
             05 CPFOC         PIC 9(11).
             05 DATAOC.
                07 DIAOC      PIC 9(02).
                07 MESOC      PIC 9(02).
                07 ANOOC      PIC 9(04).
             05 SEQOC         PIC 9(02).
          03 CODEMPOC         PIC 9(04).
          03 TIPOASOOC        PIC X(01).
          03 VALOROC          PIC 9(06)V99.
          03 NUMASOOC         PIC 9(06).
          03 RESULTOC         PIC X(01).
          03 OBSASOOC         PIC X(40).
          03 DATAASOOC        PIC 9(08).
          03 CRMASOOC         PIC 9(06).
          03 NUMFATOC         PIC 9(06).
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
       FD NOCSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-NOCSTAT.
       01 REGNOCSTAT.
          03 NS-PROG          PIC X(07).
          03 FILLER           PIC X(01).
          03 NS-STAT          PIC X(02).
          03 FILLER           PIC X(01).
          03 NS-QTD           PIC 9(06).
      *
       FD ELEGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ELEGTX.
       01 REGELEGTX           PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCOBER PIC X(64) VALUE
          "CADCOBER.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
          "CADCRED.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-NOCSTAT PIC X(64) VALUE
          "NOCSTAT.TXT".
       01 W-ARQ-ELEGTX PIC X(64) VALUE
          "ELEGTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
       01 W-BATCH     PIC 9(01) VALUE ZEROS.
       01 W-HOJEB     PIC 9(06) VALUE ZEROS.
       01 W-DIASF     PIC 9(03) VALUE ZEROS.
       01 W-HASCOB    PIC 9(01) VALUE ZEROS.
       01 W-HASCRD    PIC 9(01) VALUE ZEROS.
       01 W-HASCOC    PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N      REDEFINES W-HOJE PIC 9(08).
       01 W-INISER    PIC 9(08) VALUE ZEROS.
       01 W-FIMSER    PIC 9(08) VALUE ZEROS.
       01 W-DTCONSEQ  PIC 9(08) VALUE ZEROS.
       01 W-VALSEQ    PIC 9(08) VALUE ZEROS.
       01 W-CPFANT    PIC 9(11) VALUE ZEROS.
       01 W-PROBS     PIC 9(01) VALUE ZEROS.
       01 W-MOTIVO    PIC X(45) VALUE SPACES.
       01 W-COBREOK   PIC 9(01) VALUE ZEROS.
       01 W-TEMMATRIZ PIC 9(01) VALUE ZEROS.
       01 W-ICB       PIC 9(01) VALUE ZEROS.
       01 W-CREDOK    PIC 9(01) VALUE ZEROS.
       01 W-TEMCRED   PIC 9(01) VALUE ZEROS.
       01 W-QTDMES    PIC 9(03) VALUE ZEROS.
       01 W-QTDANO    PIC 9(03) VALUE ZEROS.
       01 W-SAVEKEY   PIC X(21) VALUE SPACES.
       01 W-LIMCPF    PIC 9(11) VALUE ZEROS.
       01 W-LIMCONV   PIC 9(04) VALUE ZEROS.
       01 W-LIMMES    PIC 9(02) VALUE ZEROS.
       01 W-LIMANO    PIC 9(04) VALUE ZEROS.
       01 W-TOTCONS   PIC 9(06) VALUE ZEROS.
       01 W-TOTPROB   PIC 9(06) VALUE ZEROS.
       01 W-TOTPAC    PIC 9(05) VALUE ZEROS.
       01 W-LINHADET.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 W-LD-DATA      PIC 99/99/9999.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LD-HORA      PIC 99.99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-MED       PIC X(25).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-CONV      PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-MOTIVO    PIC X(45).
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
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** VERIFICACAO PREVIA DE ELEGIBILIDADE ***".
           05  LINE 06  COLUMN 01
               VALUE  "  CONSULTAS DOS PROXIMOS (DIAS, 0=7) : ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA IMPRESSAO (S/N) : ".
           05  TW-DIASF
               LINE 06  COLUMN 41  PIC 9(03)
               USING  W-DIASF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 30  PIC X(01)
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
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
           IF W-BATCH = 1
              GO TO INC-OP0.
      *
       INC-001.
           MOVE ZEROS TO W-DIASF
           DISPLAY TELAFILTRO
           ACCEPT TW-DIASF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-DIASF = 0
              MOVE 7 TO W-DIASF.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** IMPRESSAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI CADCONV CADMED
           MOVE 1 TO W-HASCOB
           OPEN INPUT CADCOBER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCOB.
           MOVE 1 TO W-HASCRD
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCRD.
      ***** EXAME OCUPACIONAL E FATURADO A EMPRESA: NAO SE VERIFICA ***
           MOVE 1 TO W-HASCOC
           OPEN INPUT CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCOC.

           OPEN OUTPUT ELEGTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ELEGTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

      ***** JANELA: DE HOJE (AMANHA NA CADEIA NOTURNA) ATE N DIAS ****
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-INISER = W-DSSER + W-BATCH
           COMPUTE W-FIMSER = W-DSSER + W-DIASF

           MOVE SPACES TO REGELEGTX
           STRING "VERIFICACAO PREVIA DE ELEGIBILIDADE - CONSULTAS DOS"
                  " PROXIMOS " W-DIASF " DIAS - EMITIDO EM "
                  W-HOJEDIA "/" W-HOJEMES "/" W-HOJEANO
                  DELIMITED BY SIZE INTO REGELEGTX
           WRITE REGELEGTX.
           MOVE SPACES TO REGELEGTX
           STRING "LISTA DE LIGACOES: RESOLVER ANTES DA CHEGADA DO "
                  "PACIENTE"
                  DELIMITED BY SIZE INTO REGELEGTX
           WRITE REGELEGTX.

      ***** A CHAVE PRINCIPAL COMECA PELO CPF: A LISTA SAI ***********
      ***** NATURALMENTE AGRUPADA POR PACIENTE ***********************
           MOVE ZEROS TO KEYPRINCIPAL W-CPFANT
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO MONTA-FIM.

       LER-CONSU.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-FIM.
           IF STATUSCONS NOT = "A"
              GO TO LER-CONSU.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-INISER OR W-DSSER > W-FIMSER
              GO TO LER-CONSU.
           IF W-HASCOC = 1
              MOVE KEYPRINCIPAL TO KEYCONOC
              READ CADCONOC
              IF ST-ERRO = "00"
                 GO TO LER-CONSU.
           ADD 1 TO W-TOTCONS
           PERFORM VERIFICA THRU VERIFICA-FIM
           GO TO LER-CONSU.

       MONTA-FIM.
           MOVE SPACES TO REGELEGTX
           WRITE REGELEGTX.
           MOVE SPACES TO REGELEGTX
           STRING "CONSULTAS VERIFICADAS: " W-TOTCONS
                  "  PACIENTES A CONTATAR: " W-TOTPAC
                  "  PENDENCIAS: " W-TOTPROB
                  DELIMITED BY SIZE INTO REGELEGTX
           WRITE REGELEGTX.

      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
       FECHA-RELATORIO.
           CLOSE ELEGTX
           MOVE "SMPRELG" TO W-PROGCAT
           MOVE "ELEGTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "PROXIMOS " W-DIASF " DIAS"
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM ELEGTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           IF W-BATCH = 1
              PERFORM GRAVA-STAT THRU GRAVA-STAT-FIM.
           GO TO RotinaFim.

      ***** TODAS AS VERIFICACOES DA RECEPCAO PARA UMA CONSULTA; *****
      ***** CADA PENDENCIA VIRA UMA LINHA DA LISTA *******************
       VERIFICA.
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CARTEIRINHA NOME NOMERESP
              MOVE ZEROS TO VALIDADECART TELEFONE TELRESP.
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOMEM
              MOVE ZEROS TO QTDESPEC.
           MOVE DOCONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "CONVENIO NAO CADASTRADO" TO NOMEC
              MOVE "CONVENIO NAO CADASTRADO" TO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM
              GO TO VERIFICA-CART.
           IF SITUACAO OF REGCONV = "I"
              MOVE "CONVENIO INATIVO" TO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM.
           PERFORM CHK-CRED THRU CHK-CRED-FIM
           IF W-CREDOK = 0
              MOVE "MEDICO SEM CREDENCIAL VALIDA NO CONVENIO"
                                                        TO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM.
           PERFORM CHK-COBER THRU CHK-COBER-FIM
           IF W-COBREOK = 0
              MOVE "CONVENIO NAO COBRE A ESPECIALIDADE DO MEDICO"
                                                        TO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM.
           IF LIMITEMES > 0 OR LIMITEANO > 0
              PERFORM CHK-LIMITE THRU CHK-LIMITE-FIM.
       VERIFICA-CART.
           IF CARTEIRINHA = SPACES OR VALIDADECART = 0
              GO TO VERIFICA-FIM.
           COMPUTE W-DTCONSEQ = ANOCON1 * 10000 + MESCON1 * 100
                              + DIACON1
           COMPUTE W-VALSEQ = ANOVAL * 10000 + MESVAL * 100 + DIAVAL
           IF W-VALSEQ < W-DTCONSEQ
              MOVE SPACES TO W-MOTIVO
              STRING "CARTEIRINHA VENCIDA EM " DIAVAL "/" MESVAL "/"
                     ANOVAL DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM.
       VERIFICA-FIM.
           EXIT.

      ***** CABECALHO DO PACIENTE (UMA VEZ) E A LINHA DA PENDENCIA ***
       GRAVA-PROB.
           IF CPFC NOT = W-CPFANT
              MOVE CPFC TO W-CPFANT
              ADD 1 TO W-TOTPAC
              MOVE SPACES TO REGELEGTX
              WRITE REGELEGTX
              MOVE CPFC TO W-MSCCPF
              PERFORM MASC-CPF THRU MASC-CPF-FIM
              MOVE TELEFONE TO W-MSCTEL
              PERFORM MASC-TEL THRU MASC-TEL-FIM
              MOVE SPACES TO REGELEGTX
              STRING "PACIENTE: " NOME "  CPF: " W-MSCCPF
                     "  TELEFONE: " W-MSCTEL
                     DELIMITED BY SIZE INTO REGELEGTX
              WRITE REGELEGTX
              IF NOMERESP NOT = SPACES
                 MOVE TELRESP TO W-MSCTEL
                 PERFORM MASC-TEL THRU MASC-TEL-FIM
                 MOVE SPACES TO REGELEGTX
                 STRING "    RESPONSAVEL: " NOMERESP
                        "  TELEFONE: " W-MSCTEL
                        DELIMITED BY SIZE INTO REGELEGTX
                 WRITE REGELEGTX.
           MOVE DATACON1 TO W-LD-DATA
           MOVE HORACON  TO W-LD-HORA
           MOVE NOMEM    TO W-LD-MED
           MOVE NOMEC    TO W-LD-CONV
           MOVE W-MOTIVO TO W-LD-MOTIVO
           MOVE W-LINHADET TO REGELEGTX
           WRITE REGELEGTX
           ADD 1 TO W-TOTPROB.
       GRAVA-PROB-FIM.
           EXIT.

      ***** O MEDICO TEM CREDENCIAL VALIDA NO CONVENIO NA DATA? *****
      ***** (SEM LINHAS DO CONVENIO NO CADCRED = SEM RESTRICAO) *****
       CHK-CRED.
           MOVE 1 TO W-CREDOK
           IF W-HASCRD = 0
              GO TO CHK-CRED-FIM.
           IF CODIGO = 0
              GO TO CHK-CRED-FIM.
           MOVE 0 TO W-TEMCRED
           MOVE ZEROS TO KEYCRED
           START CADCRED KEY IS NOT LESS KEYCRED INVALID KEY
              GO TO CHK-CRED-FIM.
       CHK-CRED-VARRE.
           READ CADCRED NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-CRED-AVALIA.
           IF CONVCD = CODIGO AND SITUACAOCD NOT = "I"
              MOVE 1 TO W-TEMCRED
              GO TO CHK-CRED-AVALIA.
           GO TO CHK-CRED-VARRE.
       CHK-CRED-AVALIA.
           IF W-TEMCRED = 0
              GO TO CHK-CRED-FIM.
           MOVE 0 TO W-CREDOK
           MOVE CODMEDICO TO CRMCD
           MOVE CODIGO    TO CONVCD
           READ CADCRED
           IF ST-ERRO NOT = "00"
              GO TO CHK-CRED-FIM.
           IF SITUACAOCD = "I"
              GO TO CHK-CRED-FIM.
           COMPUTE W-DTCONSEQ = ANOCON1 * 10000 + MESCON1 * 100
                              + DIACON1
           IF VALIDCRED > 0 AND VALIDCRED < W-DTCONSEQ
              GO TO CHK-CRED-FIM.
           MOVE 1 TO W-CREDOK.
       CHK-CRED-FIM.
           EXIT.

      ***** O CONVENIO COBRE ALGUMA ESPECIALIDADE DO MEDICO? *********
      ***** (SEM LINHAS NA MATRIZ PARA O CONVENIO = SEM RESTRICAO) ***
       CHK-COBER.
           MOVE 1 TO W-COBREOK
           IF W-HASCOB = 0
              GO TO CHK-COBER-FIM.
           MOVE 0 TO W-TEMMATRIZ
           MOVE CODIGO TO CODCONVC
           MOVE ZEROS  TO CODESPC
           START CADCOBER KEY IS NOT LESS KEYCOBER INVALID KEY
              GO TO CHK-COBER-FIM.
           READ CADCOBER NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-COBER-FIM.
           IF CODCONVC NOT = CODIGO
              GO TO CHK-COBER-FIM.
           MOVE 1 TO W-TEMMATRIZ
           MOVE 0 TO W-COBREOK
           MOVE 1 TO W-ICB.
       CHK-COBER-ESP.
           IF W-ICB > QTDESPEC
              GO TO CHK-COBER-FIM.
           IF ESPECIALIDADE (W-ICB) = 0
              GO TO CHK-COBER-PROX.
           MOVE CODIGO TO CODCONVC
           MOVE ESPECIALIDADE (W-ICB) TO CODESPC
           READ CADCOBER
           IF ST-ERRO = "00"
              IF SITUACAOCB NOT = "I"
                 MOVE 1 TO W-COBREOK
                 GO TO CHK-COBER-FIM.
       CHK-COBER-PROX.
           ADD 1 TO W-ICB
           GO TO CHK-COBER-ESP.
       CHK-COBER-FIM.
           EXIT.

      ***** CONSULTAS NAO CANCELADAS DO PACIENTE NO CONVENIO, NO *****
      ***** MES E NO ANO DESTA CONSULTA (ELA INCLUSIVE). A LEITURA ***
      ***** PRINCIPAL E RETOMADA LOGO APOS A CHAVE GUARDADA **********
       CHK-LIMITE.
           MOVE KEYPRINCIPAL TO W-SAVEKEY
           MOVE CPFC       TO W-LIMCPF
           MOVE DOCONVENIO TO W-LIMCONV
           MOVE MESCON1    TO W-LIMMES
           MOVE ANOCON1    TO W-LIMANO
           MOVE ZEROS TO W-QTDMES W-QTDANO
           MOVE ZEROS TO DATACON1 SEQCON
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CHK-LIMITE-VOLTA.
       CHK-LIMITE-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-LIMITE-VOLTA.
           IF CPFC NOT = W-LIMCPF
              GO TO CHK-LIMITE-VOLTA.
           IF STATUSCONS = "C"
              GO TO CHK-LIMITE-LER.
           IF DOCONVENIO NOT = W-LIMCONV OR ANOCON1 NOT = W-LIMANO
              GO TO CHK-LIMITE-LER.
           ADD 1 TO W-QTDANO
           IF MESCON1 = W-LIMMES
              ADD 1 TO W-QTDMES.
           GO TO CHK-LIMITE-LER.
       CHK-LIMITE-VOLTA.
           MOVE W-SAVEKEY TO KEYPRINCIPAL
           READ CADCONSU
           START CADCONSU KEY IS GREATER THAN KEYPRINCIPAL
              INVALID KEY
              MOVE "10" TO ST-ERRO.
           IF LIMITEMES > 0 AND W-QTDMES > LIMITEMES
              MOVE SPACES TO W-MOTIVO
              STRING "LIMITE MENSAL DO PLANO EXCEDIDO (" W-QTDMES
                     " DE " LIMITEMES ")"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM.
           IF LIMITEANO > 0 AND W-QTDANO > LIMITEANO
              MOVE SPACES TO W-MOTIVO
              STRING "LIMITE ANUAL DO PLANO EXCEDIDO (" W-QTDANO
                     " DE " LIMITEANO ")"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-PROB THRU GRAVA-PROB-FIM.
       CHK-LIMITE-FIM.
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

      ***** MODO BATCH: A CADEIA NOTURNA (SMPRNOC) GRAVA A DATA ******
      ***** DO DIA NA CHAVE BATCHNOC DO CADPARAM PARA SUPRIMIR *******
      ***** AS TELAS (CHAVE DE OUTRO DIA NAO VALE). O NUMERO DE ******
      ***** DIAS DA ETAPA VEM DA CHAVE NOCELEG ***********************
       CHK-BATCH.
           MOVE 0 TO W-BATCH
           ACCEPT W-HOJEB FROM DATE
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-BATCH-FIM.
           MOVE "BATCHNOC" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR = W-HOJEB
                 IF SITUACAOPA NOT = "I"
                    MOVE 1 TO W-BATCH.
           MOVE 3 TO W-DIASF
           MOVE "NOCELEG" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR > 0 AND VALORPAR < 100
                 MOVE VALORPAR TO W-DIASF.
           CLOSE CADPARAM.
       CHK-BATCH-FIM.
           EXIT.

      ***** INFORMA A CADEIA NOTURNA QUE A ETAPA TERMINOU BEM ********
       GRAVA-STAT.
           OPEN OUTPUT NOCSTAT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-STAT-FIM.
           MOVE SPACES    TO REGNOCSTAT
           MOVE "SMPRELG" TO NS-PROG
           MOVE "OK"      TO NS-STAT
           MOVE W-TOTPROB TO NS-QTD
           WRITE REGNOCSTAT
           CLOSE NOCSTAT.
       GRAVA-STAT-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU CADPACI CADCONV CADMED ELEGTX.
           IF W-HASCOB = 1
              CLOSE CADCOBER.
           IF W-HASCRD = 1
              CLOSE CADCRED.
           IF W-HASCOC = 1
              CLOSE CADCONOC.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

      ***** CPF, TELEFONE E EMAIL CONFORME O PERFIL DO OPERADOR ****
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSC...) *****
       MASC-CPF.
           MOVE "C" TO W-MSCCAMPO
           MOVE W-MSCCPF TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCCPF.
       MASC-CPF-FIM.
           EXIT.

       MASC-TEL.
           MOVE "T" TO W-MSCCAMPO
           MOVE W-MSCTEL TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCTEL.
       MASC-TEL-FIM.
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
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCOBER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOBER
           MOVE SPACES TO W-ARQ-CADCRED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCRED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCRED
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-NOCSTAT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "NOCSTAT.TXT" DELIMITED BY SIZE
             INTO W-ARQ-NOCSTAT
           MOVE SPACES TO W-ARQ-ELEGTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ELEGTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ELEGTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
