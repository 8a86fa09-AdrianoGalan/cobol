       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPROVB.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * RELATORIO MENSAL DE ENCAIXES (OVERBOOKING) POR  *
      * MEDICO: ENCAIXES USADOS NO MES E O DESFECHO DO  *
      * HORARIO (AMBOS ATENDIDOS, UMA FALTA, DUAS       *
      * FALTAS, PENDENTE), COM A COTA DE CADA DIA       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOVBK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVBK
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHVMEDOB
                                       WITH DUPLICATES.

       SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVERB
                    FILE STATUS  IS ST-ERRO.

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

       SELECT ENCAIXTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOVBK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVBK.
       01 REGOVBK.
          03 KEYOVBK.
             05 CPFOB         PIC 9(11).
             05 DATAOB.
                07 DIAOB      PIC 9(02).
                07 MESOB      PIC 9(02).
                07 ANOOB      PIC 9(04).
             05 SEQOB         PIC 9(02).
          03 CHVMEDOB.
             05 CRMOB         PIC 9(06).
             05 DTOB          PIC 9(08).
          03 HORAOB           PIC 9(04).
          03 DATAREGOB        PIC 9(08).
          03 OPEROB           PIC 9(04).
      *
       FD CADOVERB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVERB.
       01 REGOVERB.
          03 KEYOVERB.
             05 CRMOV         PIC 9(06).
             05 DIASEMOV      PIC 9(01).
          03 QTDOV            PIC 9(02).
          03 TAXAOV           PIC 9(03)V9.
          03 QTDSUGOV         PIC 9(02).
          03 DATASUGOV        PIC 9(08).
          03 SITOV            PIC X(01).
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
             05 DIANASM    PIC 9(02).
             05 MESNASM    PIC 9(02).
             05 ANONASM    PIC 9(04).
          03 SITUACAOM     PIC X(01).
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
       FD ENCAIXTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ENCAIXTX.
       01 REGENCAIXTX         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADOVBK PIC X(64) VALUE
          "CADOVBK.DAT".
       01 W-ARQ-CADOVERB PIC X(64) VALUE
          "CADOVERB.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-ENCAIXTX PIC X(64) VALUE
          "ENCAIXTX.TXT".
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
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-MESREF    PIC 9(06) VALUE ZEROS.
       01 W-MESOB     PIC 9(06) VALUE ZEROS.
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-HASOVR    PIC 9(01) VALUE ZEROS.
       01 W-CRMANT    PIC 9(06) VALUE ZEROS.
       01 W-STE       PIC X(01) VALUE SPACES.
       01 W-STO       PIC X(01) VALUE SPACES.
       01 W-RES       PIC 9(01) VALUE ZEROS.
       01 W-I         PIC 9(01) VALUE ZEROS.
      ***** CONTADORES: 1=AMBOS ATENDIDOS 2=UMA FALTA 3=DUAS FALTAS
      ***** 4=PENDENTE 5=ENCAIXE CANCELADO 6=SEM CONFLITO
       01 TABTOTMED.
          03 W-TM       PIC 9(05) OCCURS 6 TIMES.
       01 TABTOTGER.
          03 W-TG       PIC 9(05) OCCURS 6 TIMES.
       01 W-USOMED    PIC 9(05) VALUE ZEROS.
       01 W-USOGER    PIC 9(05) VALUE ZEROS.
       01 TABRES-R.
          03 FILLER PIC X(40) VALUE
             "AMBOS ATENDIDOS     UMA FALTA           ".
          03 FILLER PIC X(40) VALUE
             "DUAS FALTAS         PENDENTE            ".
          03 FILLER PIC X(40) VALUE
             "ENCAIXE CANCELADO   SEM CONFLITO        ".
       01 TABRES REDEFINES TABRES-R.
          03 W-TXTRES   PIC X(20) OCCURS 6 TIMES.
       01 TABSEM-R.
          03 FILLER PIC X(28) VALUE "DOM SEG TER QUA QUI SEX SAB ".
       01 TABSEM REDEFINES TABSEM-R.
          03 W-SIGLASEM PIC X(04) OCCURS 7 TIMES.
       01 W-LINHACOTA.
          03 FILLER         PIC X(04).
          03 W-LC-TIT       PIC X(26).
          03 W-LC-ITEM      OCCURS 7 TIMES.
             05 W-LC-DIA    PIC X(04).
             05 W-LC-QTD    PIC Z9.
             05 FILLER      PIC X(03).
       01 W-LINHADET.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 W-LD-DATA      PIC 99/99/9999.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LD-HORA      PIC 99.99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-CPF       PIC X(11).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-NOME      PIC X(30).
          03 FILLER         PIC X(07) VALUE "  ENC: ".
          03 W-LD-STE       PIC X(01).
          03 FILLER         PIC X(08) VALUE "  ORIG: ".
          03 W-LD-STO       PIC X(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-RES       PIC X(20).
       01 W-LINHATOT.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 W-LT-TIT       PIC X(10).
          03 FILLER         PIC X(10) VALUE "ENCAIXES: ".
          03 W-LT-USO       PIC ZZZZ9.
          03 FILLER         PIC X(10) VALUE "  AMBOS: ".
          03 W-LT-AMB       PIC ZZZZ9.
          03 FILLER         PIC X(13) VALUE "  UMA FALTA: ".
          03 W-LT-UMA       PIC ZZZZ9.
          03 FILLER         PIC X(15) VALUE "  DUAS FALTAS: ".
          03 W-LT-DUAS      PIC ZZZZ9.
          03 FILLER         PIC X(13) VALUE "  PENDENTES: ".
          03 W-LT-PEND      PIC ZZZZ9.
          03 FILLER         PIC X(14) VALUE "  CANCELADOS: ".
          03 W-LT-CANC      PIC ZZZZ9.
          03 FILLER         PIC X(16) VALUE "  SEM CONFLITO: ".
          03 W-LT-SEMC      PIC ZZZZ9.
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
               VALUE  "  *** RELATORIO MENSAL DE ENCAIXES ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA IMPRESSAO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 10  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 10  PIC 9(04)
               USING  W-ANOF
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
           COMPUTE W-MESREF = W-ANOF * 100 + W-MESF.

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
           OPEN INPUT CADOVBK
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM ENCAIXE REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADOVBK
              GO TO RotinaFim2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADOVBK CADCONSU
              GO TO RotinaFim2.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           MOVE 1 TO W-HASOVR
           OPEN INPUT CADOVERB
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOVR.

           OPEN OUTPUT ENCAIXTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ENCAIXTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

           MOVE SPACES TO REGENCAIXTX
           STRING "RELATORIO MENSAL DE ENCAIXES (OVERBOOKING) - MES: "
                  W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGENCAIXTX
           WRITE REGENCAIXTX.
           MOVE SPACES TO REGENCAIXTX
           STRING "SITUACAO DA CONSULTA: A=AGENDADA R=REALIZADA "
                  "F=FALTA C=CANCELADA (ENC=ENCAIXE ORIG=CONSULTA "
                  "QUE JA OCUPAVA O HORARIO)"
                  DELIMITED BY SIZE INTO REGENCAIXTX
           WRITE REGENCAIXTX.
           MOVE ZEROS TO TABTOTGER W-USOGER W-CRMANT

      ***** CHAVE MEDICO+DATA: OS ENCAIXES SAEM AGRUPADOS POR MEDICO *
           MOVE ZEROS TO CHVMEDOB
           START CADOVBK KEY IS NOT LESS CHVMEDOB INVALID KEY
              GO TO FIM-LEITURA.

       LER-OVBK.
           READ CADOVBK NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LEITURA.
           DIVIDE DTOB BY 100 GIVING W-MESOB
           IF W-MESOB NOT = W-MESREF
              GO TO LER-OVBK.
           IF CRMOB NOT = W-CRMANT AND W-CRMANT NOT = 0
              PERFORM TOTAL-MEDICO THRU TOTAL-MEDICO-FIM.
           IF CRMOB NOT = W-CRMANT
              PERFORM CABEC-MEDICO THRU CABEC-MEDICO-FIM.
           PERFORM TRATA-ENCAIXE THRU TRATA-ENCAIXE-FIM
           GO TO LER-OVBK.

       FIM-LEITURA.
           IF W-CRMANT NOT = 0
              PERFORM TOTAL-MEDICO THRU TOTAL-MEDICO-FIM.
           MOVE SPACES TO REGENCAIXTX
           WRITE REGENCAIXTX.
           MOVE "GERAL"   TO W-LT-TIT
           MOVE W-USOGER  TO W-LT-USO
           MOVE W-TG (1)  TO W-LT-AMB
           MOVE W-TG (2)  TO W-LT-UMA
           MOVE W-TG (3)  TO W-LT-DUAS
           MOVE W-TG (4)  TO W-LT-PEND
           MOVE W-TG (5)  TO W-LT-CANC
           MOVE W-TG (6)  TO W-LT-SEMC
           MOVE W-LINHATOT TO REGENCAIXTX
           WRITE REGENCAIXTX.

      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
       FECHA-RELATORIO.
           CLOSE ENCAIXTX
           MOVE "SMPROVB" TO W-PROGCAT
           MOVE "ENCAIXTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM ENCAIXTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** QUEBRA POR MEDICO: NOME E COTA DE CADA DIA DA SEMANA ****
       CABEC-MEDICO.
           MOVE CRMOB TO W-CRMANT CRM
           MOVE ZEROS TO TABTOTMED W-USOMED
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO NOMEM.
           MOVE SPACES TO REGENCAIXTX
           WRITE REGENCAIXTX.
           MOVE SPACES TO REGENCAIXTX
           STRING "MEDICO: CRM " CRMOB "  " NOMEM
                  DELIMITED BY SIZE INTO REGENCAIXTX
           WRITE REGENCAIXTX.
           IF W-HASOVR = 0
              GO TO CABEC-MEDICO-FIM.
           MOVE SPACES TO W-LINHACOTA
           MOVE "COTA DIARIA DE ENCAIXES: " TO W-LC-TIT
           MOVE 1 TO W-I.
       CABEC-COTA.
           MOVE W-SIGLASEM (W-I) TO W-LC-DIA (W-I)
           MOVE CRMOB TO CRMOV
           MOVE W-I   TO DIASEMOV
           READ CADOVERB
           IF ST-ERRO NOT = "00" OR SITOV NOT = "A"
              MOVE ZEROS TO QTDOV.
           MOVE QTDOV TO W-LC-QTD (W-I)
           IF W-I < 7
              ADD 1 TO W-I
              GO TO CABEC-COTA.
           MOVE W-LINHACOTA TO REGENCAIXTX
           WRITE REGENCAIXTX.
       CABEC-MEDICO-FIM.
           EXIT.

      ***** DESFECHO DO HORARIO: SITUACAO DO ENCAIXE E DA CONSULTA **
      ***** QUE JA OCUPAVA O HORARIO (SE AINDA NAO CANCELADA) ********
       TRATA-ENCAIXE.
           MOVE SPACES TO W-STE W-STO
           MOVE CPFOB  TO CPFC
           MOVE DATAOB TO DATACON1
           MOVE SEQOB  TO SEQCON
           READ CADCONSU
           IF ST-ERRO = "00"
              MOVE STATUSCONS TO W-STE
           ELSE
              MOVE "C" TO W-STE.
           IF W-STE = "C"
              MOVE 5 TO W-RES
              GO TO TRATA-ENCAIXE-LINHA.
           PERFORM ACHA-ORIG THRU ACHA-ORIG-FIM
           ADD 1 TO W-USOMED W-USOGER
           MOVE 4 TO W-RES
           IF W-STO = SPACES
              MOVE 6 TO W-RES.
           IF W-STE = "R" AND W-STO = "R"
              MOVE 1 TO W-RES.
           IF W-STE = "F" AND W-STO = "F"
              MOVE 3 TO W-RES.
           IF (W-STE = "R" AND W-STO = "F")
              OR (W-STE = "F" AND W-STO = "R")
              MOVE 2 TO W-RES.
       TRATA-ENCAIXE-LINHA.
           ADD 1 TO W-TM (W-RES) W-TG (W-RES)
           MOVE SPACES TO NOME
           IF W-HASPAC = 1
              MOVE CPFOB TO CPF
              READ CADPACI
              IF ST-ERRO NOT = "00"
                 MOVE "** PACIENTE NAO ENCONTRADO **" TO NOME.
           MOVE DATAOB TO W-LD-DATA
           MOVE HORAOB TO W-LD-HORA
           MOVE CPFOB TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-MSCCPF TO W-LD-CPF
           MOVE NOME   TO W-LD-NOME
           MOVE W-STE  TO W-LD-STE
           MOVE W-STO  TO W-LD-STO
           MOVE W-TXTRES (W-RES) TO W-LD-RES
           MOVE W-LINHADET TO REGENCAIXTX
           WRITE REGENCAIXTX.
       TRATA-ENCAIXE-FIM.
           EXIT.

      ***** OUTRA CONSULTA NAO CANCELADA DO MEDICO NO MESMO DIA E ***
      ***** HORARIO DO ENCAIXE (BRANCO = NENHUMA) ********************
       ACHA-ORIG.
           MOVE CRMOB TO CODMEDICO
           START CADCONSU KEY IS NOT LESS CODMEDICO INVALID KEY
              GO TO ACHA-ORIG-FIM.
       ACHA-ORIG-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-ORIG-FIM.
           IF CODMEDICO NOT = CRMOB
              GO TO ACHA-ORIG-FIM.
           IF DATACON1 NOT = DATAOB OR HORACON NOT = HORAOB
              GO TO ACHA-ORIG-LER.
           IF STATUSCONS = "C"
              GO TO ACHA-ORIG-LER.
           IF CPFC = CPFOB AND SEQCON = SEQOB
              GO TO ACHA-ORIG-LER.
           MOVE STATUSCONS TO W-STO.
       ACHA-ORIG-FIM.
           EXIT.

       TOTAL-MEDICO.
           MOVE "MEDICO"  TO W-LT-TIT
           MOVE W-USOMED  TO W-LT-USO
           MOVE W-TM (1)  TO W-LT-AMB
           MOVE W-TM (2)  TO W-LT-UMA
           MOVE W-TM (3)  TO W-LT-DUAS
           MOVE W-TM (4)  TO W-LT-PEND
           MOVE W-TM (5)  TO W-LT-CANC
           MOVE W-TM (6)  TO W-LT-SEMC
           MOVE W-LINHATOT TO REGENCAIXTX
           WRITE REGENCAIXTX.
       TOTAL-MEDICO-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADOVBK CADCONSU CADMED.
           IF W-HASPAC = 1
              CLOSE CADPACI.
           IF W-HASOVR = 1
              CLOSE CADOVERB.
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
           MOVE SPACES TO W-ARQ-CADOVBK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVBK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVBK
           MOVE SPACES TO W-ARQ-CADOVERB
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVERB.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVERB
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
           MOVE SPACES TO W-ARQ-ENCAIXTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ENCAIXTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ENCAIXTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
