      * E = EXPORTA OS ATENDIDOS DE UMA DATA PARA O     *
      *     GATEWAY DE MENSAGENS (PESQEXTX.TXT)         *
      * I = IMPORTA AS RESPOSTAS (PESQRETX.TXT) PARA    *
      *     O CADPESQ.DAT, LIGADAS A CONSULTA; NOTA     *
      *     DE DETRATOR ABRE RECLAMACAO NA OUVIDORIA    *
      * R = RELATORIO MENSAL DE NPS POR MEDICO,         *
      *     ESPECIALIDADE E UNIDADE (NPSTX.TXT)         *
      **************************************************
                    RECORD KEY   IS KEYCONSE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRECLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTRC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORIGRC
                                       WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 DATACS           PIC 9(08).
          03 OPERCS           PIC 9(04).
      *
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-HASCSE      PIC 9(01) VALUE ZEROS.
       01 W-CONSOK      PIC 9(01) VALUE ZEROS.
       01 W-TOTSEMC     PIC 9(05) VALUE ZEROS.
       01 W-ARQ-CADRECLA PIC X(64) VALUE
          "CADRECLA.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-OUVPRAZO    PIC 9(03) VALUE 7.
       01 W-SDIA        PIC 9(03) VALUE ZEROS.
       01 W-SMES        PIC 9(02) VALUE ZEROS.
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULT1        PIC 9(04) VALUE ZEROS.
       01 W-ULT2        PIC 9(04) VALUE ZEROS.
       01 W-PRAZO       PIC 9(08) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
       01 W-ULTPROT     PIC 9(06) VALUE ZEROS.
       01 W-PROTANO     PIC 9(04) VALUE ZEROS.
       01 W-HASREC      PIC 9(01) VALUE ZEROS.
       01 W-OUVRESP     PIC 9(04) VALUE ZEROS.
       01 W-TOTREC      PIC 9(05) VALUE ZEROS.
       01 W-HOJERC      PIC 9(08) VALUE ZEROS.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** PESQUISA DE SATISFACAO (NPS) ***".
           05  LINE 05  COLUMN 01
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
           MOVE SPACES TO W-OPCAO
              CLOSE CADPESQ
              OPEN I-O CADPESQ.
           OPEN INPUT CADCONSU CADMED.
           MOVE ZEROS TO W-TOTLIDOS W-TOTGRAV W-TOTNAO W-TOTREC.
           PERFORM ABRE-OUVID THRU ABRE-OUVID-FIM.
       IMPORTA-LER.
           READ PESQRETX
           IF ST-ERRO NOT = "00"
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTGRAV
           ELSE
              ADD 1 TO W-TOTNAO
              GO TO IMPORTA-LER.
      ***** DETRATOR (NOTA ATE 6) ABRE RECLAMACAO NA OUVIDORIA
           IF NOTAPQ < 7
              PERFORM ABRE-RECLA THRU ABRE-RECLA-FIM.
           GO TO IMPORTA-LER.
       IMPORTA-FIM.
           CLOSE PESQRETX CADPESQ CADCONSU CADMED
           IF W-HASREC = 1
              CLOSE CADRECLA.
           MOVE SPACES TO MENS
           STRING "*** " W-TOTGRAV " RESPOSTAS GRAVADAS, "
                  W-TOTNAO " REJEITADAS ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           IF W-TOTREC > 0
              MOVE SPACES TO MENS
              STRING "*** " W-TOTREC " RECLAMACOES ABERTAS NA OUVIDORIA"
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO RotinaFim2.

      ***** OUVIDORIA: ABRE O CADRECLA E LE PRAZO E RESPONSAVEL ******
      ***** PADRAO DAS RECLAMACOES DE DETRATORES (CADPARAM) **********
       ABRE-OUVID.
           MOVE 1 TO W-HASREC
           OPEN I-O CADRECLA
           IF ST-ERRO = "30"
              OPEN OUTPUT CADRECLA
              CLOSE CADRECLA
              OPEN I-O CADRECLA.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASREC
              GO TO ABRE-OUVID-FIM.
           ACCEPT W-HOJERC FROM DATE YYYYMMDD
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO ABRE-OUVID-FIM.
           MOVE "OUVPRAZO" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 AND VALORPAR < 181
                 MOVE VALORPAR TO W-OUVPRAZO.
           MOVE "OUVRESP" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR < 10000
                 MOVE VALORPAR TO W-OUVRESP.
           CLOSE CADPARAM.
       ABRE-OUVID-FIM.
           EXIT.

      ***** UMA RECLAMACAO POR RESPOSTA: A CHAVE DA PESQUISA FICA ****
      ***** EM ORIGRC E EVITA ABRIR DE NOVO NA REIMPORTACAO **********
       ABRE-RECLA.
           IF W-HASREC = 0
              GO TO ABRE-RECLA-FIM.
           MOVE KEYPESQ TO ORIGRC
           READ CADRECLA KEY IS ORIGRC
           IF ST-ERRO = "00"
              GO TO ABRE-RECLA-FIM.
           MOVE W-HOJERC (1:4) TO ANOPRC
           PERFORM PROX-PROTOCOLO THRU PROX-PROTOCOLO-FIM
           MOVE SPACES TO REGRECLA
           MOVE W-HOJERC (1:4) TO ANOPRC
           COMPUTE SEQPRC = W-ULTPROT + 1
           MOVE CPFPQ    TO CPFRC
           MOVE W-HOJERC TO DATARC
           MOVE "N"      TO CANALRC
           MOVE "O"      TO CATEGRC
           MOVE CRMPQ    TO CRMRC
           MOVE UNIDPQ   TO UNIDRC
           MOVE ZEROS    TO OPERENVRC OPERABRC
           STRING "NPS NOTA " NOTAPQ ": " COMENTPQ
                  DELIMITED BY SIZE INTO DESCRC
           MOVE W-OUVRESP TO RESPRC
           MOVE W-HOJERC TO W-PRAZO
           PERFORM SOMA-PRAZO THRU SOMA-PRAZO-FIM
           MOVE W-PRAZO  TO PRAZORC
           MOVE "A"      TO SITRC
           MOVE ZEROS    TO DATANRC DATARRC DATAFRC
           MOVE KEYPESQ  TO ORIGRC.
       ABRE-RECLA-WR.
           WRITE REGRECLA
           IF ST-ERRO (1:1) = "9"
              GO TO ABRE-RECLA-WR.
           IF ST-ERRO = "22"
              ADD 1 TO SEQPRC
              GO TO ABRE-RECLA-WR.
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTREC.
       ABRE-RECLA-FIM.
           EXIT.

      ***** PRAZO DE RESPOSTA: DATA DE ABERTURA (AAAAMMDD EM ********
      ***** W-PRAZO) MAIS W-OUVPRAZO DIAS CORRIDOS ********************
       SOMA-PRAZO.
                MOVE W-PRAZO (1:4) TO W-SANO
                MOVE W-PRAZO (5:2) TO W-SMES
                MOVE W-PRAZO (7:2) TO W-SDIA
                ADD W-OUVPRAZO TO W-SDIA.
       SOMA-PRAZO-MES.
                PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
                IF W-SDIA NOT > W-ULTDIA
                   GO TO SOMA-PRAZO-GRAVA.
                SUBTRACT W-ULTDIA FROM W-SDIA
                ADD 1 TO W-SMES
                IF W-SMES > 12
                   MOVE 1 TO W-SMES
                   ADD 1 TO W-SANO.
                GO TO SOMA-PRAZO-MES.
       SOMA-PRAZO-GRAVA.
                COMPUTE W-PRAZO = W-SANO * 10000 + W-SMES * 100
                                + W-SDIA.
       SOMA-PRAZO-FIM.
                EXIT.

      ***** ULTIMO DIA DO MES DA DATA DE TRABALHO ******************
       CALC-ULTDIA.
                MOVE W-DIASMES (W-SMES) TO W-ULTDIA
                IF W-SMES = 2
                   DIVIDE W-SANO BY 4 GIVING W-ULT1
                          REMAINDER W-ULT2
                   IF W-ULT2 = 0
                      MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
                EXIT.

      ***** ULTIMO PROTOCOLO JA USADO NO ANO DE ANOPRC ***************
       PROX-PROTOCOLO.
                MOVE ANOPRC TO W-PROTANO
                MOVE ZEROS TO W-ULTPROT SEQPRC
                START CADRECLA KEY IS NOT LESS PROTRC INVALID KEY
                   GO TO PROX-PROTOCOLO-FIM.
       PROX-PROTOCOLO-LER.
                READ CADRECLA NEXT
                IF ST-ERRO NOT = "00"
                   GO TO PROX-PROTOCOLO-FIM.
                IF ANOPRC NOT = W-PROTANO
                   GO TO PROX-PROTOCOLO-FIM.
                MOVE SEQPRC TO W-ULTPROT
                GO TO PROX-PROTOCOLO-LER.
       PROX-PROTOCOLO-FIM.
                EXIT.

      ***** RELATORIO MENSAL: NPS POR MEDICO, ESPEC E UNIDADE *******
       RELATORIO.
           IF W-MESR < 1 OR W-MESR > 12 OR W-ANOR = 0
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "NPSTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-NPSTX
           MOVE SPACES TO W-ARQ-CADRECLA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECLA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECLA
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADCONSE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSE.DAT" DELIMITED BY SIZE
