       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRROT.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * ROTEIRO DIARIO DAS VISITAS DOMICILIARES POR     *
      * MEDICO: ENDERECO PELO CADCEP, AGRUPADO POR      *
      * CIDADE E BAIRRO, COM TELEFONE, RESPONSAVEL DO   *
      * MENOR, ALERTAS DO CADALERG E ESPACO P/ CHEGADA  *
      * E SAIDA (LANCADAS DEPOIS NO SMP072)             *
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

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                       WITH DUPLICATES.

       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADXMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYXMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVISDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVISDO
                    FILE STATUS  IS ST-ERRO.

       SELECT ROTATX ASSIGN TO DISK
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
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCEP.
       01 REGCEP.
          03 COD           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).
      *
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALERG.
       01 REGALERG.
          03 KEYALERG.
             05 CPFA          PIC 9(11).
             05 SEQA          PIC 9(02).
          03 TIPOALERG        PIC X(01).
          03 CIDALERG         PIC X(05).
          03 NOTAALERG        PIC X(40).
          03 DATAALERG.
             05 DIAAL         PIC 9(02).
             05 MESAL         PIC 9(02).
             05 ANOAL         PIC 9(04).
          03 SITUACAOAL       PIC X(01).
      *
       FD CADXMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADXMED.
       01 REGXMED.
          03 KEYXMED.
             05 DATAXM        PIC 9(08).
             05 CRMXM         PIC 9(06).
             05 CPFXM         PIC 9(11).
             05 SEQXM         PIC 9(02).
      *
      ***** HORARIOS DA VISITA DOMICILIAR (MESMA CHAVE DA CONSULTA)
      ***** LANCADOS NO SMP072 A PARTIR DO ROTEIRO PREENCHIDO
       FD CADVISDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVISDO.
       01 REGVISDO.
          03 KEYVISDO.
             05 CPFVD         PIC 9(11).
             05 DATAVD.
                07 DIAVD      PIC 9(02).
                07 MESVD      PIC 9(02).
                07 ANOVD      PIC 9(04).
             05 SEQVD         PIC 9(02).
          03 CRMVD            PIC 9(06).
          03 HORACHEGVD       PIC 9(04).
          03 HORASAIVD        PIC 9(04).
          03 DATAREGVD        PIC 9(08).
          03 OPERVD           PIC 9(04).
      *
       FD ROTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ROTATX.
       01 REGROTATX           PIC X(100).
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
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCEP PIC X(64) VALUE
          "CADCEP.DAT".
       01 W-ARQ-CADALERG PIC X(64) VALUE
          "CADALERG.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADXMED.DAT".
       01 W-ARQ-CADVISDO PIC X(64) VALUE
          "CADVISDO.DAT".
       01 W-ARQ-ROTATX PIC X(64) VALUE
          "ROTATX.TXT".
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
       01 W-HASCEP    PIC 9(01) VALUE ZEROS.
       01 W-HASALE    PIC 9(01) VALUE ZEROS.
       01 W-HASXRF    PIC 9(01) VALUE ZEROS.
       01 W-HASVIS    PIC 9(01) VALUE ZEROS.
       01 W-CRMF      PIC 9(06) VALUE ZEROS.
       01 W-DATAF.
          03 W-DIAF   PIC 9(02).
          03 W-MESF   PIC 9(02).
          03 W-ANOF   PIC 9(04).
       01 W-XDATA     PIC 9(08) VALUE ZEROS.
       01 IND2        PIC 9(04) VALUE ZEROS.
       01 IND3        PIC 9(04) VALUE ZEROS.
       01 NUMREG      PIC 9(04) VALUE ZEROS.
       01 W-TROCA     PIC 9(01) VALUE ZEROS.
      ***** CHAVE DE ORDENACAO: MEDICO, CIDADE, BAIRRO E HORARIO
       01 TABROTA.
          03 TBROTA    OCCURS 200 TIMES.
             05 TBRORD.
                07 TBRCRM    PIC 9(06).
                07 TBRCID    PIC X(20).
                07 TBRBAI    PIC X(20).
                07 TBRHORA   PIC 9(04).
             05 TBRCHAVE     PIC X(21).
       01 W-TMPROTA   PIC X(71) VALUE SPACES.
       01 W-CRMANT    PIC 9(06) VALUE ZEROS.
       01 W-CIDANT    PIC X(20) VALUE SPACES.
       01 W-BAIANT    PIC X(20) VALUE SPACES.
       01 W-IDADE     PIC 9(03) VALUE ZEROS.
       01 W-NALERT    PIC 9(02) VALUE ZEROS.
       01 W-TIPOALETXT PIC X(07) VALUE SPACES.
       01 W-QTDMED    PIC 9(04) VALUE ZEROS.
       01 W-QTDTOT    PIC 9(04) VALUE ZEROS.
       01 W-NMED      PIC 9(04) VALUE ZEROS.
       01 W-LINVIS.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 W-LV-HORA      PIC 99.99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LV-NOME      PIC X(30).
          03 FILLER         PIC X(07) VALUE "  TEL: ".
          03 W-LV-TEL       PIC X(11).
          03 FILLER         PIC X(08) VALUE "  IDADE ".
          03 W-LV-IDADE     PIC ZZ9.
       01 W-LINEND.
          03 FILLER         PIC X(11) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE "ENDERECO: ".
          03 W-LE-END       PIC X(30).
          03 FILLER         PIC X(07) VALUE "  CEP: ".
          03 W-LE-CEP       PIC 99999B999.
       01 W-LINHOR.
          03 FILLER         PIC X(11) VALUE SPACES.
          03 FILLER         PIC X(09) VALUE "CHEGADA: ".
          03 W-LH-CHEG      PIC X(05).
          03 FILLER         PIC X(09) VALUE "   SAIDA:".
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LH-SAI       PIC X(05).
          03 FILLER         PIC X(07) VALUE "   REF:".
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LH-CPF       PIC X(11).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-LH-SEQ       PIC 9(02).
       01 W-HORAED        PIC 99.99.
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
               VALUE  "  *** ROTEIRO DE VISITAS DOMICILIARES ***".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA         : ".
           05  LINE 08  COLUMN 01
               VALUE  "  CRM DO MEDICO (0 = TODOS) : ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-DATAF
               LINE 06  COLUMN 19  PIC 99.99.9999
               USING  W-DATAF
               HIGHLIGHT.
           05  TW-CRMF
               LINE 08  COLUMN 31  PIC 9(06)
               USING  W-CRMF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 42  PIC X(01)
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
           MOVE ZEROS TO W-CRMF W-DATAF
           DISPLAY TELAFILTRO
           ACCEPT TW-DATAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12 OR W-DIAF < 1 OR W-DIAF > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-CRMF.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RELATORIO CANCELADO PELO OPERADOR ***" TO MENS
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
           OPEN INPUT CADMED CADPACI
           MOVE 1 TO W-HASCEP
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCEP.
           MOVE 1 TO W-HASALE
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASALE.
      ***** INDICE MEDICO+DATA (CRIADO PELO SMPRXRF) - OPCIONAL
           MOVE 1 TO W-HASXRF
           OPEN INPUT CADXMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASXRF.
      ***** NA REIMPRESSAO MOSTRA OS HORARIOS JA LANCADOS
           MOVE 1 TO W-HASVIS
           OPEN INPUT CADVISDO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASVIS.

           OPEN OUTPUT ROTATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ROTATX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

           COMPUTE W-XDATA = W-ANOF * 10000 + W-MESF * 100 + W-DIAF
           MOVE ZEROS TO NUMREG
           IF W-HASXRF = 1
              GO TO XREF-INI.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO ORDENA.

       LER-CONSU.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ORDENA.
           IF DATACON1 NOT = W-DATAF
              GO TO LER-CONSU.
           PERFORM TRATA-CONS THRU TRATA-CONS-FIM
           GO TO LER-CONSU.

      ***** O INDICE E DATA+MEDICO: AS VISITAS DO DIA FICAM JUNTAS **
       XREF-INI.
           MOVE W-XDATA TO DATAXM
           MOVE W-CRMF  TO CRMXM
           MOVE ZEROS   TO CPFXM SEQXM
           START CADXMED KEY IS NOT LESS KEYXMED INVALID KEY
              GO TO ORDENA.
       LER-XREF.
           READ CADXMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO ORDENA.
           IF DATAXM NOT = W-XDATA
              GO TO ORDENA.
           IF W-CRMF NOT = 0 AND CRMXM NOT = W-CRMF
              GO TO ORDENA.
           MOVE CPFXM   TO CPFC
           MOVE W-DATAF TO DATACON1
           MOVE SEQXM   TO SEQCON
           READ CADCONSU
           IF ST-ERRO = "00"
              PERFORM TRATA-CONS THRU TRATA-CONS-FIM.
           GO TO LER-XREF.

      ***** SO VISITA DOMICILIAR AINDA AGENDADA (OU JA REALIZADA, ***
      ***** NA REIMPRESSAO); A CIDADE E O BAIRRO VEM DO CEP **********
       TRATA-CONS.
           IF TIPOATEND NOT = "D"
              GO TO TRATA-CONS-FIM.
           IF STATUSCONS NOT = "A" AND STATUSCONS NOT = "R"
              GO TO TRATA-CONS-FIM.
           IF W-CRMF NOT = 0 AND CODMEDICO NOT = W-CRMF
              GO TO TRATA-CONS-FIM.
           IF NUMREG NOT < 200
              GO TO TRATA-CONS-FIM.
           ADD 1 TO NUMREG
           MOVE CODMEDICO    TO TBRCRM (NUMREG)
           MOVE HORACON      TO TBRHORA (NUMREG)
           MOVE KEYPRINCIPAL TO TBRCHAVE (NUMREG)
           MOVE "(CEP NAO CADASTRADO)" TO TBRCID (NUMREG)
           MOVE SPACES                 TO TBRBAI (NUMREG)
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00" OR W-HASCEP = 0
              GO TO TRATA-CONS-FIM.
           MOVE CEP TO COD
           READ CADCEP
           IF ST-ERRO = "00"
              MOVE CIDADE TO TBRCID (NUMREG)
              MOVE BAIRRO TO TBRBAI (NUMREG).
       TRATA-CONS-FIM.
           EXIT.

      ***** ORDEM DE VISITA: MEDICO, CIDADE, BAIRRO E HORARIO ********
       ORDENA.
           PERFORM ORDENAR-ROTA THRU ORDENAR-ROTA-FIM
           MOVE SPACES TO REGROTATX
           STRING "ROTEIRO DE VISITAS DOMICILIARES - DATA: "
                  W-DIAF "/" W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGROTATX
           WRITE REGROTATX.
           MOVE ZEROS TO W-CRMANT W-QTDTOT W-QTDMED W-NMED
           MOVE 1 TO IND2.

       IMPRIME.
           IF IND2 > NUMREG
              GO TO IMPRIME-FIM.
           IF TBRCRM (IND2) NOT = W-CRMANT
              PERFORM TOTAL-MEDICO THRU TOTAL-MEDICO-FIM
              PERFORM CABEC-MEDICO THRU CABEC-MEDICO-FIM.
           IF TBRCID (IND2) NOT = W-CIDANT
              OR TBRBAI (IND2) NOT = W-BAIANT
              MOVE TBRCID (IND2) TO W-CIDANT
              MOVE TBRBAI (IND2) TO W-BAIANT
              MOVE SPACES TO REGROTATX
              WRITE REGROTATX
              MOVE SPACES TO REGROTATX
              STRING "  " W-CIDANT " / " W-BAIANT
                     DELIMITED BY SIZE INTO REGROTATX
              WRITE REGROTATX.
           PERFORM IMPRIME-VISITA THRU IMPRIME-VISITA-FIM
           ADD 1 TO IND2
           GO TO IMPRIME.

       IMPRIME-FIM.
           PERFORM TOTAL-MEDICO THRU TOTAL-MEDICO-FIM
           MOVE SPACES TO REGROTATX
           WRITE REGROTATX.
           MOVE SPACES TO REGROTATX
           STRING "TOTAL GERAL: " W-QTDTOT " VISITAS DE " W-NMED
                  " MEDICOS"
                  DELIMITED BY SIZE INTO REGROTATX
           WRITE REGROTATX.

      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
       FECHA-RELATORIO.
           CLOSE ROTATX
           MOVE "SMPRROT" TO W-PROGCAT
           MOVE "ROTATX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-DIAF "/" W-MESF "/" W-ANOF " " W-CRMF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM ROTATX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** CABECALHO DO MEDICO: SEPARADOR, NOME E CRM *************
       CABEC-MEDICO.
           MOVE TBRCRM (IND2) TO W-CRMANT CRM
           MOVE HIGH-VALUES TO W-CIDANT W-BAIANT
           MOVE ZEROS TO W-QTDMED
           ADD 1 TO W-NMED
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOMEM.
           MOVE SPACES TO REGROTATX
           WRITE REGROTATX.
           MOVE ALL "=" TO REGROTATX
           WRITE REGROTATX.
           MOVE SPACES TO REGROTATX
           STRING "MEDICO: " NOMEM "  CRM: " W-CRMANT
                  DELIMITED BY SIZE INTO REGROTATX
           WRITE REGROTATX.
       CABEC-MEDICO-FIM.
           EXIT.

       TOTAL-MEDICO.
           IF W-CRMANT = 0
              GO TO TOTAL-MEDICO-FIM.
           MOVE SPACES TO REGROTATX
           WRITE REGROTATX.
           MOVE SPACES TO REGROTATX
           STRING "  VISITAS DO MEDICO: " W-QTDMED
                  DELIMITED BY SIZE INTO REGROTATX
           WRITE REGROTATX.
       TOTAL-MEDICO-FIM.
           EXIT.

      ***** UMA VISITA: HORARIO, PACIENTE, ENDERECO, RESPONSAVEL *****
      ***** (MENOR DE 18 ANOS), ALERTAS E OS CAMPOS DE CHEGADA E *****
      ***** SAIDA A PREENCHER ****************************************
       IMPRIME-VISITA.
           MOVE TBRCHAVE (IND2) TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-VISITA-FIM.
           ADD 1 TO W-QTDMED W-QTDTOT
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOME
              MOVE SPACES TO NOMERESP
              MOVE ZEROS TO TELEFONE CEP DNASC TELRESP.
           MOVE ZEROS TO W-IDADE
           IF ANONAS OF REGPACI > 0 AND ANONAS OF REGPACI < W-ANOF
              COMPUTE W-IDADE = W-ANOF - ANONAS OF REGPACI
              IF W-MESF < MESNAS OF REGPACI
                 OR (W-MESF = MESNAS OF REGPACI
                     AND W-DIAF < DIANAS OF REGPACI)
                 SUBTRACT 1 FROM W-IDADE.
           MOVE SPACES TO W-LV-NOME
           MOVE HORACON  TO W-LV-HORA
           MOVE NOME     TO W-LV-NOME
           MOVE TELEFONE TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE W-MSCTEL TO W-LV-TEL
           MOVE W-IDADE  TO W-LV-IDADE
           MOVE SPACES TO REGROTATX
           MOVE W-LINVIS TO REGROTATX
           WRITE REGROTATX.
           MOVE "(CEP NAO CADASTRADO)" TO W-LE-END
           IF W-HASCEP = 1
              MOVE CEP TO COD
              READ CADCEP
              IF ST-ERRO = "00"
                 MOVE ENDERECO TO W-LE-END.
           MOVE CEP TO W-LE-CEP
           MOVE SPACES TO REGROTATX
           MOVE W-LINEND TO REGROTATX
           WRITE REGROTATX.
           IF W-IDADE < 18 AND NOMERESP NOT = SPACES
              MOVE TELRESP TO W-MSCTEL
              PERFORM MASC-TEL THRU MASC-TEL-FIM
              MOVE SPACES TO REGROTATX
              STRING "           RESPONSAVEL: " NOMERESP " ("
                     PARENTRESP ")  TEL: " W-MSCTEL
                     DELIMITED BY SIZE INTO REGROTATX
              WRITE REGROTATX.
           PERFORM ALERTAS THRU ALERTAS-FIM
           MOVE "__.__" TO W-LH-CHEG W-LH-SAI
           IF W-HASVIS = 1
              MOVE KEYPRINCIPAL TO KEYVISDO
              READ CADVISDO
              IF ST-ERRO = "00"
                 PERFORM HORAS-LANCADAS THRU HORAS-LANCADAS-FIM.
           MOVE CPFC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-MSCCPF TO W-LH-CPF
           MOVE SEQCON TO W-LH-SEQ
           MOVE SPACES TO REGROTATX
           MOVE W-LINHOR TO REGROTATX
           WRITE REGROTATX.
       IMPRIME-VISITA-FIM.
           EXIT.

       HORAS-LANCADAS.
           IF HORACHEGVD > 0
              MOVE HORACHEGVD TO W-HORAED
              MOVE W-HORAED   TO W-LH-CHEG.
           IF HORASAIVD > 0
              MOVE HORASAIVD TO W-HORAED
              MOVE W-HORAED  TO W-LH-SAI.
       HORAS-LANCADAS-FIM.
           EXIT.

      ***** ALERGIAS E CONDICOES CRONICAS ATIVAS DO PACIENTE *********
       ALERTAS.
           IF W-HASALE = 0
              GO TO ALERTAS-FIM.
           MOVE ZEROS TO W-NALERT
           MOVE CPFC  TO CPFA
           MOVE ZEROS TO SEQA
           START CADALERG KEY IS NOT LESS KEYALERG INVALID KEY
              GO TO ALERTAS-FIM.
       ALERTAS-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00"
              GO TO ALERTAS-FIM.
           IF CPFA NOT = CPFC
              GO TO ALERTAS-FIM.
           IF SITUACAOAL = "I"
              GO TO ALERTAS-LER.
           ADD 1 TO W-NALERT
           IF TIPOALERG = "A"
              MOVE "ALERGIA" TO W-TIPOALETXT
           ELSE
              MOVE "CRONICO" TO W-TIPOALETXT.
           MOVE SPACES TO REGROTATX
           STRING "           *ALERTA* " W-TIPOALETXT " " CIDALERG
                  " " NOTAALERG
                  DELIMITED BY SIZE INTO REGROTATX
           WRITE REGROTATX.
           GO TO ALERTAS-LER.
       ALERTAS-FIM.
           EXIT.

       ORDENAR-ROTA.
           IF NUMREG < 2
              GO TO ORDENAR-ROTA-FIM.
           MOVE 1 TO W-TROCA.
       ORD-LOOP.
           IF W-TROCA = 0
              GO TO ORDENAR-ROTA-FIM.
           MOVE 0 TO W-TROCA
           MOVE 1 TO IND2.
       ORD-PASSO.
           IF IND2 NOT < NUMREG
              GO TO ORD-LOOP.
           MOVE IND2 TO IND3
           ADD 1 TO IND3
           IF TBRORD (IND2) > TBRORD (IND3)
              MOVE TBROTA (IND2) TO W-TMPROTA
              MOVE TBROTA (IND3) TO TBROTA (IND2)
              MOVE W-TMPROTA     TO TBROTA (IND3)
              MOVE 1 TO W-TROCA.
           ADD 1 TO IND2
           GO TO ORD-PASSO.
       ORDENAR-ROTA-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU CADMED CADPACI ROTATX.
           IF W-HASCEP = 1
              CLOSE CADCEP.
           IF W-HASALE = 1
              CLOSE CADALERG.
           IF W-HASXRF = 1
              CLOSE CADXMED.
           IF W-HASVIS = 1
              CLOSE CADVISDO.
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
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCEP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCEP
           MOVE SPACES TO W-ARQ-CADALERG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALERG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALERG
           MOVE SPACES TO W-ARQ-CADXMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADXMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADXMED
           MOVE SPACES TO W-ARQ-CADVISDO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVISDO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVISDO
           MOVE SPACES TO W-ARQ-ROTATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ROTATX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ROTATX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
