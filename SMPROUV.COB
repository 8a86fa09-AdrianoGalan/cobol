       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPROUV.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * OUVIDORIA: RELATORIO MENSAL DAS RECLAMACOES     *
      * ABERTAS NO MES, POR CATEGORIA, UNIDADE E        *
      * MEDICO, COM O PERCENTUAL RESPONDIDO DENTRO DO   *
      * PRAZO, E AS PENDENTES COM PRAZO VENCIDO         *
      * (OUVIDTX.TXT)                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTRC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORIGRC
                                       WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT OUVIDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** RECLAMACOES DA OUVIDORIA. PROTOCOLO = ANO + SEQUENCIAL
      ***** CANALRC : T=TELEFONE B=BALCAO N=PESQUISA NPS E=EMAIL
      *****           O=OUTROS
      ***** CATEGRC : A=ATENDIMENTO E=ESPERA/ATRASO M=CONDUTA MEDICA
      *****           F=FINANCEIRO I=INSTALACOES O=OUTROS
      ***** SITRC   : A=ABERTA N=EM ANALISE R=RESPONDIDA F=ENCERRADA
      ***** ORIGRC  : CHAVE DA RESPOSTA NO CADPESQ QUANDO ABERTA
      *****           PELA PESQUISA (BRANCOS = ABERTA NO BALCAO)
       FD CADRECLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRECLA.
       01 REGRECLA.
          03 PROTRC.
             05 ANOPRC        PIC 9(04).
             05 SEQPRC        PIC 9(06).
          03 CPFRC            PIC 9(11).
          03 DATARC           PIC 9(08).
          03 CANALRC          PIC X(01).
          03 CATEGRC          PIC X(01).
          03 CRMRC            PIC 9(06).
          03 UNIDRC           PIC 9(02).
          03 OPERENVRC        PIC 9(04).
          03 DESCRC           PIC X(60).
          03 RESPRC           PIC 9(04).
          03 PRAZORC          PIC 9(08).
          03 SITRC            PIC X(01).
          03 DATANRC          PIC 9(08).
          03 DATARRC          PIC 9(08).
          03 DATAFRC          PIC 9(08).
          03 RESPOSTARC       PIC X(60).
          03 OPERABRC         PIC 9(04).
          03 ORIGRC           PIC X(21).
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD OUVIDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-OUVIDTX.
       01 REGOUVIDTX        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADRECLA PIC X(64) VALUE
          "CADRECLA.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-OUVIDTX PIC X(64) VALUE
          "OUVIDTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASMED    PIC 9(01) VALUE ZEROS.
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
       01 W-MESR      PIC 9(02) VALUE ZEROS.
       01 W-ANOR      PIC 9(04) VALUE ZEROS.
       01 W-HOJE-N    PIC 9(08) VALUE ZEROS.
       01 W-NTAB      PIC 9(03) VALUE ZEROS.
       01 W-ITAB      PIC 9(03) VALUE ZEROS.
       01 W-TIPOAGR   PIC 9(01) VALUE ZEROS.
       01 W-CHAVEAGR  PIC X(06) VALUE SPACES.
       01 W-RESPOK    PIC 9(01) VALUE ZEROS.
       01 W-NOPRAZO   PIC 9(01) VALUE ZEROS.
       01 W-VENCIDA   PIC 9(01) VALUE ZEROS.
       01 W-TOTQTD    PIC 9(05) VALUE ZEROS.
       01 W-TOTRESP   PIC 9(05) VALUE ZEROS.
       01 W-TOTPRZ    PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC   PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND   PIC 9(05) VALUE ZEROS.
       01 W-PCT       PIC 9(03)V9 VALUE ZEROS.
       01 W-PCT-E     PIC ZZ9,9.
       01 W-DESCAGR   PIC X(25) VALUE SPACES.
       01 W-DESCSIT   PIC X(10) VALUE SPACES.
       01 W-CODCAT    PIC X(01) VALUE SPACES.
       01 W-ICAT      PIC 9(01) VALUE ZEROS.
       01 TABCAT-R.
          03 FILLER PIC X(15) VALUE "AATENDIMENTO   ".
          03 FILLER PIC X(15) VALUE "EESPERA/ATRASO ".
          03 FILLER PIC X(15) VALUE "MCONDUTA MEDICA".
          03 FILLER PIC X(15) VALUE "FFINANCEIRO    ".
          03 FILLER PIC X(15) VALUE "IINSTALACOES   ".
          03 FILLER PIC X(15) VALUE "OOUTROS        ".
       01 TABCAT REDEFINES TABCAT-R.
          03 TBCT-ITEM OCCURS 6 TIMES.
             05 TBCT-COD   PIC X(01).
             05 TBCT-DESC  PIC X(14).
       01 TABOUV.
          03 TBOV-TIPO  PIC 9(01) OCCURS 200 TIMES.
          03 TBOV-CHAVE PIC X(06) OCCURS 200 TIMES.
          03 TBOV-QTD   PIC 9(05) OCCURS 200 TIMES.
          03 TBOV-RESP  PIC 9(05) OCCURS 200 TIMES.
          03 TBOV-PRZ   PIC 9(05) OCCURS 200 TIMES.
          03 TBOV-VENC  PIC 9(05) OCCURS 200 TIMES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
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
               VALUE  "  *** OUVIDORIA - RELATORIO MENSAL ***".
           05  LINE 07  COLUMN 01
               VALUE  "  MES/ANO DE ABERTURA: ".
           05  LINE 07  COLUMN 27
               VALUE  "/".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-MESR
               LINE 07  COLUMN 25  PIC 9(02)
               USING  W-MESR
               HIGHLIGHT.
           05  TW-ANOR
               LINE 07  COLUMN 28  PIC 9(04)
               USING  W-ANOR
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
           MOVE ZEROS TO W-MESR W-ANOR
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAFILTRO.

       INC-001.
           ACCEPT TW-MESR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESR < 1 OR W-MESR > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.

       INC-002.
           ACCEPT TW-ANOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOR < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.

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
           OPEN INPUT CADRECLA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA RECLAMACAO REGISTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           OPEN OUTPUT OUVIDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OUVIDTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE ZEROS TO W-NTAB W-TOTQTD W-TOTRESP W-TOTPRZ W-TOTVENC
                         W-TOTPEND
           MOVE ZEROS TO PROTRC
           START CADRECLA KEY IS NOT LESS PROTRC INVALID KEY
              GO TO REL-GRAVA.

      ***** RECLAMACOES ABERTAS NO MES (DATARC EM AAAAMMDD) **********
       REL-LER.
           READ CADRECLA NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-GRAVA.
           IF DATARC (1:4) NOT = W-ANOR
              GO TO REL-LER.
           IF DATARC (5:2) NOT = W-MESR
              GO TO REL-LER.
           PERFORM CLASSIFICA THRU CLASSIFICA-FIM
           ADD 1 TO W-TOTQTD
           ADD W-RESPOK  TO W-TOTRESP
           ADD W-NOPRAZO TO W-TOTPRZ
           ADD W-VENCIDA TO W-TOTVENC
           MOVE 1 TO W-TIPOAGR
           MOVE SPACES TO W-CHAVEAGR
           MOVE CATEGRC TO W-CHAVEAGR
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE 2 TO W-TIPOAGR
           MOVE SPACES TO W-CHAVEAGR
           MOVE UNIDRC TO W-CHAVEAGR
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE 3 TO W-TIPOAGR
           MOVE CRMRC TO W-CHAVEAGR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO REL-LER.

      ***** RESPONDIDA, RESPONDIDA NO PRAZO E PRAZO ESTOURADO ********
      ***** (RESPONDIDA DEPOIS DO PRAZO OU AINDA SEM RESPOSTA) *******
       CLASSIFICA.
           MOVE 0 TO W-RESPOK W-NOPRAZO W-VENCIDA
           IF DATARRC NOT = 0
              MOVE 1 TO W-RESPOK
              IF DATARRC NOT > PRAZORC
                 MOVE 1 TO W-NOPRAZO
              ELSE
                 MOVE 1 TO W-VENCIDA
           ELSE
              IF W-HOJE-N > PRAZORC
                 MOVE 1 TO W-VENCIDA.
       CLASSIFICA-FIM.
           EXIT.

       ACUMULA.
           MOVE 1 TO W-ITAB.
       ACUMULA-LOOP.
           IF W-ITAB > W-NTAB
              GO TO ACUMULA-NOVO.
           IF TBOV-TIPO (W-ITAB) = W-TIPOAGR
              AND TBOV-CHAVE (W-ITAB) = W-CHAVEAGR
              GO TO ACUMULA-SOMA.
           ADD 1 TO W-ITAB
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-NTAB NOT < 200
              GO TO ACUMULA-FIM.
           ADD 1 TO W-NTAB
           MOVE W-NTAB TO W-ITAB
           MOVE W-TIPOAGR  TO TBOV-TIPO (W-ITAB)
           MOVE W-CHAVEAGR TO TBOV-CHAVE (W-ITAB)
           MOVE ZEROS TO TBOV-QTD (W-ITAB) TBOV-RESP (W-ITAB)
           MOVE ZEROS TO TBOV-PRZ (W-ITAB) TBOV-VENC (W-ITAB).
       ACUMULA-SOMA.
           ADD 1 TO TBOV-QTD (W-ITAB)
           ADD W-RESPOK  TO TBOV-RESP (W-ITAB)
           ADD W-NOPRAZO TO TBOV-PRZ (W-ITAB)
           ADD W-VENCIDA TO TBOV-VENC (W-ITAB).
       ACUMULA-FIM.
           EXIT.

       REL-GRAVA.
           MOVE SPACES TO REGOUVIDTX
           STRING "OUVIDORIA - RECLAMACOES ABERTAS EM " W-MESR "/"
                  W-ANOR
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX.
           MOVE ALL "-" TO REGOUVIDTX
           WRITE REGOUVIDTX.
           MOVE 1 TO W-TIPOAGR
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE 2 TO W-TIPOAGR
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE 3 TO W-TIPOAGR
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE SPACES TO REGOUVIDTX
           WRITE REGOUVIDTX.
           MOVE ZEROS TO W-PCT
           IF W-TOTQTD > 0
              COMPUTE W-PCT ROUNDED = W-TOTPRZ * 100 / W-TOTQTD.
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGOUVIDTX
           STRING "TOTAL DO MES: " W-TOTQTD
                  "  RESPONDIDAS: " W-TOTRESP
                  "  NO PRAZO: " W-TOTPRZ
                  "  PRAZO ESTOURADO: " W-TOTVENC
                  "  % NO PRAZO: " W-PCT-E
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX.
           PERFORM REL-PENDENTES THRU REL-PENDENTES-FIM.
      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
           CLOSE OUVIDTX
           MOVE "SMPROUV" TO W-PROGCAT
           MOVE "OUVIDTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-MESR "/" W-ANOR
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM OUVIDTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

       REL-SECAO.
           MOVE SPACES TO REGOUVIDTX
           WRITE REGOUVIDTX.
           MOVE SPACES TO REGOUVIDTX
           IF W-TIPOAGR = 1
              STRING "POR CATEGORIA"
                     DELIMITED BY SIZE INTO REGOUVIDTX
           ELSE
              IF W-TIPOAGR = 2
                 STRING "POR UNIDADE"
                        DELIMITED BY SIZE INTO REGOUVIDTX
              ELSE
                 STRING "POR MEDICO (CRM)"
                        DELIMITED BY SIZE INTO REGOUVIDTX.
           WRITE REGOUVIDTX.
           MOVE 1 TO W-ITAB.
       REL-SECAO-LIN.
           IF W-ITAB > W-NTAB
              GO TO REL-SECAO-FIM.
           IF TBOV-TIPO (W-ITAB) NOT = W-TIPOAGR
              ADD 1 TO W-ITAB
              GO TO REL-SECAO-LIN.
           PERFORM DESCREVE THRU DESCREVE-FIM
           COMPUTE W-PCT ROUNDED = TBOV-PRZ (W-ITAB) * 100
                                 / TBOV-QTD (W-ITAB)
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGOUVIDTX
           STRING "  " TBOV-CHAVE (W-ITAB) " " W-DESCAGR
                  " QTD: " TBOV-QTD (W-ITAB)
                  " RESP: " TBOV-RESP (W-ITAB)
                  " NO PRAZO: " TBOV-PRZ (W-ITAB)
                  " ESTOURO: " TBOV-VENC (W-ITAB)
                  " %: " W-PCT-E
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX
           ADD 1 TO W-ITAB
           GO TO REL-SECAO-LIN.
       REL-SECAO-FIM.
           EXIT.

      ***** NOME DA CATEGORIA, DA UNIDADE OU DO MEDICO DA LINHA ******
       DESCREVE.
           MOVE SPACES TO W-DESCAGR
           IF W-TIPOAGR = 1
              MOVE TBOV-CHAVE (W-ITAB) (1:1) TO W-CODCAT
              PERFORM DESC-CATEG THRU DESC-CATEG-FIM
              GO TO DESCREVE-FIM.
           IF W-TIPOAGR = 2
              IF TBOV-CHAVE (W-ITAB) (1:2) = "00"
                 MOVE "(SEM UNIDADE)" TO W-DESCAGR
                 GO TO DESCREVE-FIM
              ELSE
                 IF W-HASUNI = 1
                    MOVE TBOV-CHAVE (W-ITAB) (1:2) TO CODUNID
                    READ CADUNID
                    IF ST-ERRO = "00"
                       MOVE DENOMUNID TO W-DESCAGR.
           IF W-TIPOAGR = 2
              GO TO DESCREVE-FIM.
           IF TBOV-CHAVE (W-ITAB) = "000000"
              MOVE "(SEM MEDICO)" TO W-DESCAGR
              GO TO DESCREVE-FIM.
           IF W-HASMED = 1
              MOVE TBOV-CHAVE (W-ITAB) TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEM TO W-DESCAGR.
       DESCREVE-FIM.
           EXIT.

       DESC-CATEG.
           MOVE 1 TO W-ICAT.
       DESC-CATEG-LOOP.
           IF TBCT-COD (W-ICAT) = W-CODCAT
              MOVE TBCT-DESC (W-ICAT) TO W-DESCAGR
              GO TO DESC-CATEG-FIM.
           IF W-ICAT < 6
              ADD 1 TO W-ICAT
              GO TO DESC-CATEG-LOOP.
       DESC-CATEG-FIM.
           EXIT.

      ***** PENDENTES DE QUALQUER MES COM O PRAZO JA VENCIDO *********
       REL-PENDENTES.
           MOVE SPACES TO REGOUVIDTX
           WRITE REGOUVIDTX.
           MOVE SPACES TO REGOUVIDTX
           STRING "PENDENTES COM PRAZO VENCIDO (QUALQUER MES)"
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX.
           MOVE ZEROS TO PROTRC
           START CADRECLA KEY IS NOT LESS PROTRC INVALID KEY
              GO TO REL-PENDENTES-TOT.
       REL-PENDENTES-LER.
           READ CADRECLA NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-PENDENTES-TOT.
           IF SITRC NOT = "A" AND SITRC NOT = "N"
              GO TO REL-PENDENTES-LER.
           IF PRAZORC NOT < W-HOJE-N
              GO TO REL-PENDENTES-LER.
           ADD 1 TO W-TOTPEND
           MOVE "ABERTA"     TO W-DESCSIT
           IF SITRC = "N"
              MOVE "EM ANALISE" TO W-DESCSIT.
           MOVE CPFRC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGOUVIDTX
           STRING "  " ANOPRC "/" SEQPRC " ABERTA "
                  DATARC (7:2) "/" DATARC (5:2) "/" DATARC (1:4)
                  " PRAZO " PRAZORC (7:2) "/" PRAZORC (5:2) "/"
                  PRAZORC (1:4) " " W-DESCSIT " RESP " RESPRC
                  " CPF " W-MSCCPF
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX
           MOVE SPACES TO REGOUVIDTX
           STRING "     " DESCRC
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX
           GO TO REL-PENDENTES-LER.
       REL-PENDENTES-TOT.
           MOVE SPACES TO REGOUVIDTX
           STRING "  TOTAL DE PENDENTES VENCIDAS: " W-TOTPEND
                  DELIMITED BY SIZE INTO REGOUVIDTX
           WRITE REGOUVIDTX.
       REL-PENDENTES-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADRECLA.
           IF W-HASMED = 1
              CLOSE CADMED.
           IF W-HASUNI = 1
              CLOSE CADUNID.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.

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
           MOVE SPACES TO W-ARQ-CADRECLA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECLA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECLA
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-OUVIDTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "OUVIDTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-OUVIDTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
