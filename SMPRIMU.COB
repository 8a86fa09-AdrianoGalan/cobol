       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRIMU.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * INTERCAMBIO COM O SISTEMA NACIONAL DE IMUNIZACAO *
      * E = EXPORTA AS APLICACOES (IMUNTX.TXT) AINDA NAO *
      *     TRANSMITIDAS OU REJEITADAS E JA CORRIGIDAS   *
      * I = IMPORTA O RETORNO (IMUNRET.TXT): ACEITAS     *
      *     FICAM TRANSMITIDAS, REJEITADAS SAEM EM       *
      *     IMUNRER.TXT PARA CORRECAO                    *
      * CONTROLE DE TRANSMISSAO POR APLICACAO: CADVACTX  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACIN
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.


       SELECT CADVACTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACTX
                    FILE STATUS  IS ST-ERRO.

       SELECT IMUNTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT IMUNRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT IMUNRER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACIN.
       01 REGVACIN.
          03 KEYVACIN.
             05 CPFV          PIC 9(11).
             05 CODVAC        PIC 9(03).
             05 DOSEV         PIC 9(02).
          03 DATAAPLIC.
             05 DIAAP         PIC 9(02).
             05 MESAP         PIC 9(02).
             05 ANOAP         PIC 9(04).
          03 LOTEVAC          PIC X(10).
          03 OPERAPLIC        PIC 9(04).
          03 SITUACAOVA       PIC X(01).
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
          03 CONVENIO        PIC 9(04).
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
      ***** SITVT: E = ENVIADA AGUARDANDO RETORNO  A = ACEITA
      *****        R = REJEITADA. OS DADOS ENVIADOS FICAM GUARDADOS
      *****        PARA REENVIAR A REJEITADA SO DEPOIS DE CORRIGIDA
       FD CADVACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACTX.
       01 REGVACTX.
          03 KEYVACTX.
             05 CPFVT         PIC 9(11).
             05 CODVACVT      PIC 9(03).
             05 DOSEVT        PIC 9(02).
          03 SITVT            PIC X(01).
          03 DATAENVVT        PIC 9(08).
          03 REMESSAVT        PIC 9(12).
          03 DATARETVT        PIC 9(08).
          03 CODERRVT         PIC X(05).
          03 MSGERRVT         PIC X(40).
          03 DATAAPVT         PIC 9(08).
          03 LOTEVT           PIC X(10).
          03 OPERVT           PIC 9(04).
          03 DNASCVT          PIC 9(08).
          03 SEXOVT           PIC X(01).
      *
       FD IMUNTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-IMUNTX.
       01 REGIMUNTX         PIC X(80).
      *
       FD IMUNRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-IMUNRET.
       01 REGIMUNRET.
          03 RT-TIPO       PIC X(02).
          03 RT-CPF        PIC 9(11).
          03 RT-CODVAC     PIC 9(03).
          03 RT-DOSE       PIC 9(02).
          03 RT-SITUACAO   PIC X(01).
          03 RT-CODERR     PIC X(05).
          03 RT-MSGERR     PIC X(40).
      *
       FD IMUNRER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-IMUNRER.
       01 REGIMUNRER        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADVACIN PIC X(64) VALUE
          "CADVACIN.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADVACTX PIC X(64) VALUE
          "CADVACTX.DAT".
       01 W-ARQ-IMUNTX PIC X(64) VALUE
          "IMUNTX.TXT".
       01 W-ARQ-IMUNRET PIC X(64) VALUE
          "IMUNRET.TXT".
       01 W-ARQ-IMUNRER PIC X(64) VALUE
          "IMUNRER.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 W-FORCA     PIC X(01) VALUE "N".
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-CLINICA   PIC 9(06) VALUE 1.
       01 W-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-HORA      PIC 9(08) VALUE ZEROS.
       01 W-HORAR     REDEFINES W-HORA.
          03 W-HHMM      PIC 9(04).
          03 FILLER      PIC 9(04).
       01 W-REMESSA   PIC 9(12) VALUE ZEROS.
       01 W-DATACORTE PIC 9(08) VALUE ZEROS.
       01 W-ACHOUVT   PIC 9(01) VALUE ZEROS.
       01 W-DATAAP    PIC 9(08) VALUE ZEROS.
       01 W-DNASC     PIC 9(08) VALUE ZEROS.
       01 W-SEXO      PIC X(01) VALUE SPACES.
       01 W-TOTEXP    PIC 9(06) VALUE ZEROS.
       01 W-TOTREENV  PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMPAC PIC 9(06) VALUE ZEROS.
       01 W-TOTLIDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOTACEITO PIC 9(06) VALUE ZEROS.
       01 W-TOTREJEIT PIC 9(06) VALUE ZEROS.
       01 W-TOTNAO    PIC 9(06) VALUE ZEROS.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 REGIMUH.
          03 IH-TIPO       PIC X(02).
          03 IH-ESTAB      PIC 9(06).
          03 IH-DATA       PIC 9(08).
          03 IH-REMESSA    PIC 9(12).
       01 REGIMUD.
          03 ID-TIPO       PIC X(02).
          03 ID-CPF        PIC 9(11).
          03 ID-DNASC      PIC 9(08).
          03 ID-SEXO       PIC X(01).
          03 ID-CODVAC     PIC 9(03).
          03 ID-DOSE       PIC 9(02).
          03 ID-LOTE       PIC X(10).
          03 ID-DATAAP     PIC 9(08).
          03 ID-APLICADOR  PIC 9(04).
          03 ID-ACAO       PIC X(01).
       01 REGIMUT.
          03 IT-TIPO       PIC X(02).
          03 IT-QTD        PIC 9(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** INTERCAMBIO COM O SISTEMA NACIONAL DE".
           05  LINE 04  COLUMN 45
               VALUE  " IMUNIZACAO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  E = EXPORTA APLICACOES (IMUNTX.TXT)".
           05  LINE 07  COLUMN 01
               VALUE  "  I = IMPORTA RETORNO (IMUNRET.TXT)".
           05  LINE 12  COLUMN 01
               VALUE  "  OPCAO (E/I) : ".
           05  TW-OPCAO
               LINE 12  COLUMN 18  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
       01  TELAEXPORTA.
           05  LINE 14  COLUMN 01
               VALUE  "  APLICACOES ATE A DATA (AAAAMMDD)     :".
           05  LINE 15  COLUMN 01
               VALUE  "  REENVIAR REJEITADAS SEM ALTERACAO S/N:".
           05  LINE 17  COLUMN 01
               VALUE  "  CONFIRMA A GERACAO (S/N) : ".
           05  TW-DATACORTE
               LINE 14  COLUMN 42  PIC 9(08)
               USING  W-DATACORTE
               HIGHLIGHT.
           05  TW-FORCA
               LINE 15  COLUMN 42  PIC X(01)
               USING  W-FORCA
               HIGHLIGHT.
           05  TW-CONF
               LINE 17  COLUMN 31  PIC X(01)
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "E" OR "e"
              GO TO EXP-001.
           IF W-OPCAO = "I" OR "i"
              GO TO IMPORTA.
           MOVE "*** DIGITE APENAS E OU I ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INC-OPC.

      ***** EXPORTACAO: APLICACOES ATE A DATA DE CORTE **************
       EXP-001.
           MOVE W-HOJE TO W-DATACORTE
           MOVE "N" TO W-FORCA
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAEXPORTA.
       EXP-002.
           ACCEPT TW-DATACORTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INICIO.
           IF W-DATACORTE = 0 OR W-DATACORTE > W-HOJE
              MOVE "*** DATA DE CORTE INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO EXP-002.
       EXP-003.
           ACCEPT TW-FORCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXP-002.
           IF W-FORCA = "s"
              MOVE "S" TO W-FORCA.
           IF W-FORCA NOT = "S" AND W-FORCA NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO EXP-003.
       EXP-004.
           ACCEPT TW-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXP-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GERACAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO EXP-004.

       EXPORTA.
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA VACINA APLICADA REGISTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADVACIN
              GO TO RotinaFim2.
           OPEN I-O CADVACTX
           IF ST-ERRO = "30"
              OPEN OUTPUT CADVACTX
              CLOSE CADVACTX
              OPEN I-O CADVACTX.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADVACIN CADPACI
              GO TO RotinaFim2.

      ***** ESTABELECIMENTO (PARAMETRO CLINICAID)
           MOVE 1 TO W-CLINICA
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "CLINICAID" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00"
                 IF VALORPAR > 0
                    MOVE VALORPAR TO W-CLINICA.
           CLOSE CADPARAM.

           OPEN OUTPUT IMUNTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO IMUNTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO EXPORTA-FECHA.

      ***** REMESSA = DATA E HORA DA GERACAO (AAAAMMDDHHMM) *********
           COMPUTE W-REMESSA = W-HOJE * 10000 + W-HHMM
           MOVE "01"      TO IH-TIPO
           MOVE W-CLINICA TO IH-ESTAB
           MOVE W-HOJE    TO IH-DATA
           MOVE W-REMESSA TO IH-REMESSA
           MOVE SPACES TO REGIMUNTX
           MOVE REGIMUH TO REGIMUNTX
           WRITE REGIMUNTX.
           MOVE ZEROS TO W-TOTEXP W-TOTREENV W-TOTSEMPAC
           MOVE ZEROS TO KEYVACIN
           START CADVACIN KEY IS NOT LESS KEYVACIN INVALID KEY
              GO TO EXPORTA-FIM.

       EXPORTA-LER.
           READ CADVACIN NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXPORTA-FIM.
           IF SITUACAOVA = "I"
              GO TO EXPORTA-LER.
           COMPUTE W-DATAAP = ANOAP * 10000 + MESAP * 100 + DIAAP
           IF W-DATAAP = 0 OR W-DATAAP > W-DATACORTE
              GO TO EXPORTA-LER.
           MOVE CPFV TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTSEMPAC
              GO TO EXPORTA-LER.
           COMPUTE W-DNASC = ANONAS * 10000 + MESNAS * 100 + DIANAS
           MOVE SEXO TO W-SEXO
      ***** ACEITA OU AGUARDANDO RETORNO NUNCA VAI DE NOVO; REJEITADA
      ***** SO VOLTA SE OS DADOS MUDARAM (OU SE O OPERADOR FORCAR) **
           MOVE 1 TO W-ACHOUVT
           MOVE CPFV   TO CPFVT
           MOVE CODVAC TO CODVACVT
           MOVE DOSEV  TO DOSEVT
           READ CADVACTX
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-ACHOUVT
              GO TO EXPORTA-GRAVA.
           IF SITVT NOT = "R"
              GO TO EXPORTA-LER.
           IF W-FORCA = "S"
              GO TO EXPORTA-GRAVA.
           IF DATAAPVT = W-DATAAP AND LOTEVT = LOTEVAC
              AND OPERVT = OPERAPLIC AND DNASCVT = W-DNASC
              AND SEXOVT = W-SEXO
              GO TO EXPORTA-LER.

       EXPORTA-GRAVA.
           MOVE SPACES TO REGIMUD
           MOVE "02"      TO ID-TIPO
           MOVE CPFV      TO ID-CPF
           MOVE W-DNASC   TO ID-DNASC
           MOVE W-SEXO    TO ID-SEXO
           MOVE CODVAC    TO ID-CODVAC
           MOVE DOSEV     TO ID-DOSE
           MOVE LOTEVAC   TO ID-LOTE
           MOVE W-DATAAP  TO ID-DATAAP
           MOVE OPERAPLIC TO ID-APLICADOR
           MOVE "I"       TO ID-ACAO
           IF W-ACHOUVT = 1
              MOVE "C" TO ID-ACAO
              ADD 1 TO W-TOTREENV
           ELSE
              ADD 1 TO W-TOTEXP.
           MOVE SPACES TO REGIMUNTX
           MOVE REGIMUD TO REGIMUNTX
           WRITE REGIMUNTX
           MOVE CPFV      TO CPFVT
           MOVE CODVAC    TO CODVACVT
           MOVE DOSEV     TO DOSEVT
           MOVE "E"       TO SITVT
           MOVE W-HOJE    TO DATAENVVT
           MOVE W-REMESSA TO REMESSAVT
           MOVE ZEROS     TO DATARETVT
           MOVE SPACES    TO CODERRVT MSGERRVT
           MOVE W-DATAAP  TO DATAAPVT
           MOVE LOTEVAC   TO LOTEVT
           MOVE OPERAPLIC TO OPERVT
           MOVE W-DNASC   TO DNASCVT
           MOVE W-SEXO    TO SEXOVT.
       EXPORTA-WR.
           IF W-ACHOUVT = 1
              REWRITE REGVACTX
           ELSE
              WRITE REGVACTX.
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO EXPORTA-WR.
           GO TO EXPORTA-LER.

       EXPORTA-FIM.
           MOVE "99" TO IT-TIPO
           COMPUTE IT-QTD = W-TOTEXP + W-TOTREENV
           MOVE SPACES TO REGIMUNTX
           MOVE REGIMUT TO REGIMUNTX
           WRITE REGIMUNTX
           CLOSE IMUNTX
           MOVE SPACES TO MENS
           STRING "*** " W-TOTEXP " NOVAS, " W-TOTREENV
                  " REENVIADAS ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           IF W-TOTSEMPAC > 0
              MOVE SPACES TO MENS
              STRING "*** " W-TOTSEMPAC " SEM CADASTRO DO PACIENTE ***"
                     DELIMITED BY SIZE INTO MENS
              PERFORM RMensa THRU RMensa-FIM.
       EXPORTA-FECHA.
           CLOSE CADVACIN CADPACI CADVACTX
           GO TO RotinaFim2.

      ***** IMPORTACAO DO RETORNO: 02 = UMA APLICACAO ACEITA (A) OU
      ***** REJEITADA (R); HEADER 01 E TRAILER 99 SAO IGNORADOS ****
       IMPORTA.
           OPEN INPUT IMUNRET
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO IMUNRET.TXT NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN I-O CADVACTX
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA APLICACAO TRANSMITIDA AINDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE IMUNRET
              GO TO RotinaFim2.
           OPEN OUTPUT IMUNRER
           MOVE ZEROS TO W-TOTLIDOS W-TOTACEITO W-TOTREJEIT W-TOTNAO
           MOVE SPACES TO REGIMUNRER
           STRING "RETORNO DO SISTEMA NACIONAL DE IMUNIZACAO - "
                  "PROCESSADO EM " W-HOJE (7:2) "/" W-HOJE (5:2) "/"
                  W-HOJE (1:4)
                  DELIMITED BY SIZE INTO REGIMUNRER
           WRITE REGIMUNRER
           MOVE SPACES TO REGIMUNRER
           STRING "CPF         VAC DOSE  ERRO   MOTIVO DA REJEICAO"
                  DELIMITED BY SIZE INTO REGIMUNRER
           WRITE REGIMUNRER
           MOVE ALL "-" TO REGIMUNRER
           WRITE REGIMUNRER.

       IMPORTA-LER.
           READ IMUNRET
           IF ST-ERRO NOT = "00"
              GO TO IMPORTA-FIM.
           IF RT-TIPO NOT = "02"
              GO TO IMPORTA-LER.
           ADD 1 TO W-TOTLIDOS
           MOVE RT-CPF    TO CPFVT
           MOVE RT-CODVAC TO CODVACVT
           MOVE RT-DOSE   TO DOSEVT
           READ CADVACTX
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTNAO
              MOVE SPACES TO REGIMUNRER
              STRING RT-CPF " " RT-CODVAC " " RT-DOSE
                     "    -----  APLICACAO NAO ENVIADA POR ESTA CLINICA"
                     DELIMITED BY SIZE INTO REGIMUNRER
              WRITE REGIMUNRER
              GO TO IMPORTA-LER.
           IF RT-SITUACAO NOT = "A" AND RT-SITUACAO NOT = "R"
              ADD 1 TO W-TOTNAO
              MOVE SPACES TO REGIMUNRER
              STRING RT-CPF " " RT-CODVAC " " RT-DOSE
                     "    -----  SITUACAO DE RETORNO INVALIDA: "
                     RT-SITUACAO
                     DELIMITED BY SIZE INTO REGIMUNRER
              WRITE REGIMUNRER
              GO TO IMPORTA-LER.
      ***** ACEITA UMA VEZ, CONTINUA ACEITA ************************
           IF SITVT = "A"
              GO TO IMPORTA-LER.
           MOVE RT-SITUACAO TO SITVT
           MOVE W-HOJE      TO DATARETVT
           IF RT-SITUACAO = "A"
              ADD 1 TO W-TOTACEITO
              MOVE SPACES TO CODERRVT MSGERRVT
           ELSE
              ADD 1 TO W-TOTREJEIT
              MOVE RT-CODERR TO CODERRVT
              MOVE RT-MSGERR TO MSGERRVT
              MOVE SPACES TO REGIMUNRER
              STRING RT-CPF " " RT-CODVAC " " RT-DOSE "    "
                     RT-CODERR "  " RT-MSGERR
                     DELIMITED BY SIZE INTO REGIMUNRER
              WRITE REGIMUNRER.
       IMPORTA-RW.
           REWRITE REGVACTX
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO IMPORTA-RW.
           GO TO IMPORTA-LER.

       IMPORTA-FIM.
           MOVE SPACES TO REGIMUNRER
           WRITE REGIMUNRER.
           MOVE SPACES TO REGIMUNRER
           STRING "LINHAS DE RETORNO LIDAS .: " W-TOTLIDOS
                  DELIMITED BY SIZE INTO REGIMUNRER
           WRITE REGIMUNRER.
           MOVE SPACES TO REGIMUNRER
           STRING "APLICACOES ACEITAS ......: " W-TOTACEITO
                  DELIMITED BY SIZE INTO REGIMUNRER
           WRITE REGIMUNRER.
           MOVE SPACES TO REGIMUNRER
           STRING "APLICACOES REJEITADAS ...: " W-TOTREJEIT
                  DELIMITED BY SIZE INTO REGIMUNRER
           WRITE REGIMUNRER.
           MOVE SPACES TO REGIMUNRER
           STRING "LINHAS NAO RECONHECIDAS .: " W-TOTNAO
                  DELIMITED BY SIZE INTO REGIMUNRER
           WRITE REGIMUNRER.
           CLOSE CADVACTX IMUNRET IMUNRER
           MOVE "*** RETORNO PROCESSADO, VEJA IMUNRER.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim2.

      ****** ROTINA FIM ******************
       RotinaFim2.
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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
           MOVE SPACES TO W-ARQ-CADVACIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACIN
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADVACTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACTX.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACTX
           MOVE SPACES TO W-ARQ-IMUNTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "IMUNTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-IMUNTX
           MOVE SPACES TO W-ARQ-IMUNRET
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "IMUNRET.TXT" DELIMITED BY SIZE
             INTO W-ARQ-IMUNRET
           MOVE SPACES TO W-ARQ-IMUNRER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "IMUNRER.TXT" DELIMITED BY SIZE
             INTO W-ARQ-IMUNRER
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
