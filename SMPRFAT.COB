                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALIQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONVAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATRF
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTELE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SESSAOTL.

       SELECT FATURATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 PROTOCFAT     PIC X(15).
          03 DATAGERFAT    PIC 9(08).
          03 UNIDFAT       PIC 9(02).
      *
      ***** ALIQUOTAS DE RETENCAO NA FONTE DO CONVENIO (PERCENTUAIS
      ***** SOBRE O VALOR DA FATURA): ISS, IR, PIS, COFINS E CSLL
       FD CADALIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALIQ.
       01 REGALIQ.
          03 CONVAL           PIC 9(04).
          03 ALIQUOTASAL.
             05 ALISSAL       PIC 9(02)V99.
             05 ALIRAL        PIC 9(02)V99.
             05 ALPISAL       PIC 9(02)V99.
             05 ALCOFAL       PIC 9(02)V99.
             05 ALCSLAL       PIC 9(02)V99.
          03 TABALQAL REDEFINES ALIQUOTASAL.
             05 ALQAL         PIC 9(02)V99 OCCURS 5 TIMES.
          03 SITUACAOAL       PIC X(01).
          03 DATAAL           PIC 9(08).
          03 OPERAL           PIC 9(04).
      *
      ***** RETENCOES DA FATURA DE CONVENIO (MESMA CHAVE DA FATURA):
      ***** PREVISTAS NA GERACAO E RECONHECIDAS NOS RECEBIMENTOS
      ***** SITRF: P=PREVISTA  R=RETENCAO TODA RECONHECIDA
       FD CADRETFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETFA.
       01 REGRETFA.
          03 NUMFATRF         PIC 9(06).
          03 CONVRF           PIC 9(04).
          03 MESRF            PIC 9(02).
          03 ANORF            PIC 9(04).
          03 BASERF           PIC 9(08)V99.
          03 PTXRF            PIC 9(08)V99 OCCURS 5 TIMES.
          03 PRETRF           PIC 9(08)V99.
          03 PLIQRF           PIC 9(08)V99.
          03 RECRF            PIC 9(08)V99.
          03 RETRF            PIC 9(08)V99.
          03 FALTARF          PIC 9(08)V99.
          03 DATARF           PIC 9(08).
          03 SITRF            PIC X(01).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
      *
      ***** EXAME OCUPACIONAL FATURADO A EMPRESA (MESMA CHAVE DA
      ***** CONSULTA). TIPOASOOC: A=ADMISSIONAL P=PERIODICO
      ***** D=DEMISSIONAL R=RETORNO AO TRABALHO M=MUDANCA DE FUNCAO
      ***** RESULTOC: A=APTO I=INAPTO (BRANCO = ASO NAO EMITIDO)
      ***** NUMFATOC: FATURA DA EMPRESA (ZERO = NAO FATURADO)
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
       FD FATURATX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADPLANO.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADALIQ PIC X(64) VALUE
          "CADALIQ.DAT".
       01 W-ARQ-CADRETFA PIC X(64) VALUE
          "CADRETFA.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADTELE PIC X(64) VALUE
          "CADTELE.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-FATURATX PIC X(64) VALUE
       01 W-COPAGLIN    PIC 9(06)V99 VALUE ZEROS.
       01 W-HASPRE      PIC 9(01) VALUE ZEROS.
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-HASCOC      PIC 9(01) VALUE ZEROS.
       01 W-HASTEL      PIC 9(01) VALUE ZEROS.
       01 W-HASALQ      PIC 9(01) VALUE ZEROS.
       01 W-HASRTF      PIC 9(01) VALUE ZEROS.
       01 TABIMP-R.
          03 FILLER PIC X(06) VALUE "ISS   ".
          03 FILLER PIC X(06) VALUE "IR    ".
          03 FILLER PIC X(06) VALUE "PIS   ".
          03 FILLER PIC X(06) VALUE "COFINS".
          03 FILLER PIC X(06) VALUE "CSLL  ".
       01 TABIMP REDEFINES TABIMP-R.
          03 TBIM-NOME PIC X(06) OCCURS 5 TIMES.
       01 W-IMP         PIC 9(01) VALUE ZEROS.
       01 W-JAGERADO    PIC 9(01) VALUE ZEROS.
       01 W-PROXNUM     PIC 9(06) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-PRECODATA   PIC 9(08) VALUE ZEROS.
       01 W-PRECOVAL    PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECOCOP    PIC 9(06)V99 VALUE ZEROS.
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
               VALUE  "  *** EXTRATO DE FATURAMENTO POR CONVENIO **".
           05  LINE 06  COLUMN 01
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
      *
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRE.
           MOVE 1 TO W-HASCOC
           OPEN INPUT CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCOC.
           MOVE 1 TO W-HASTEL
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASTEL.

      ***** REGISTRO DE FATURAS (CRIA NA PRIMEIRA EXECUCAO) **********
       ABRE-FATUR.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

      ***** RETENCOES NA FONTE PREVISTAS PARA A FATURA: SO PARA O ****
      ***** CONVENIO COM ALIQUOTAS CADASTRADAS (SMP075) **************
           MOVE 1 TO W-HASALQ
           OPEN INPUT CADALIQ
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASALQ.
           MOVE 0 TO W-HASRTF
           IF W-HASALQ = 1
              MOVE 1 TO W-HASRTF
              OPEN I-O CADRETFA
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRETFA
                 CLOSE CADRETFA
                 OPEN I-O CADRETFA.
           IF W-HASALQ = 1 AND ST-ERRO NOT = "00"
              MOVE 0 TO W-HASRTF.

      ***** UM PERIODO JA REGISTRADO SO PODE SER REGERADO COM ********
      ***** LIBERACAO DO SUPERVISOR (EVITA FATURA EM DUPLICIDADE) ****
           MOVE 0 TO W-JAGERADO
      ***** RETORNO COM VALOR (FORA DO PRAZO) E FATURADO NORMALMENTE
           IF INDRETORNO = "S" AND VALORCONSULTACONS = 0
              GO TO LER-CONSU.
      ***** EXAME OCUPACIONAL E FATURADO A EMPRESA (SMPRFEM)
           IF W-HASCOC = 1
              MOVE KEYPRINCIPAL TO KEYCONOC
              READ CADCONOC
              IF ST-ERRO = "00"
                 GO TO LER-CONSU.
      ***** TELECONSULTA SEM CONEXAO DO PACIENTE FICA RETIDA ATE O
      ***** LOG CHEGAR OU O SUPERVISOR LIBERAR (SMPRTEL)
           IF W-HASTEL = 1 AND TIPOATEND = "T"
              MOVE KEYPRINCIPAL TO KEYTELE
              READ CADTELE
              IF ST-ERRO = "00" AND SITUACAOTL = "S"
                 GO TO LER-CONSU.

           MOVE KEYPRINCIPAL TO TBFKEY(IND)
           MOVE DOCONVENIO   TO TBFCONV(IND)
           ELSE
              MOVE AUTORIZACAO TO W-TXTAUTOR.

           MOVE CPFC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGFATURATX
           STRING "  DATA: " DATACON1 "  CPF: " W-MSCCPF
                  "  PACIENTE: " NOME
                  "  COPAGTO: " W-COPAGLIN
                  "  DEVIDO: " W-VALORDEV
           STRING "  FATURA REGISTRADA SOB O NUMERO: " W-PROXNUM
                  DELIMITED BY SIZE INTO REGFATURATX
           WRITE REGFATURATX.
           PERFORM PREVE-RET THRU PREVE-RET-FIM.
       GRAVA-FATURA-FIM.
           EXIT.

      ***** RETENCOES PREVISTAS (ALIQUOTA DO CONVENIO SOBRE O VALOR **
      ***** DA FATURA) E LIQUIDO ESPERADO NO RECEBIMENTO *************
       PREVE-RET.
           IF W-HASRTF = 0
              GO TO PREVE-RET-FIM.
           MOVE CONVFAT TO CONVAL
           READ CADALIQ
           IF ST-ERRO NOT = "00"
              GO TO PREVE-RET-FIM.
           IF SITUACAOAL = "I"
              GO TO PREVE-RET-FIM.
           MOVE NUMFATURA TO NUMFATRF
           MOVE CONVFAT   TO CONVRF
           MOVE MESFAT    TO MESRF
           MOVE ANOFAT    TO ANORF
           MOVE VALORFAT  TO BASERF
           MOVE ZEROS TO PRETRF RECRF RETRF FALTARF DATARF
           MOVE 1 TO W-IMP.
       PREVE-RET-IMP.
           IF W-IMP > 5
              GO TO PREVE-RET-GRAVA.
           COMPUTE PTXRF (W-IMP) ROUNDED =
                   VALORFAT * ALQAL (W-IMP) / 100
           ADD PTXRF (W-IMP) TO PRETRF
           ADD 1 TO W-IMP
           GO TO PREVE-RET-IMP.
       PREVE-RET-GRAVA.
           COMPUTE PLIQRF = VALORFAT - PRETRF
           MOVE "P" TO SITRF
           WRITE REGRETFA
           IF ST-ERRO = "22"
              REWRITE REGRETFA.
           MOVE SPACES TO REGFATURATX
           STRING "  RETENCOES PREVISTAS: " PRETRF
                  "  LIQUIDO PREVISTO: " PLIQRF
                  DELIMITED BY SIZE INTO REGFATURATX
           WRITE REGFATURATX.
       PREVE-RET-FIM.
           EXIT.

      ***** REGERACAO LIBERADA: AS FATURAS AINDA ABERTAS DO PERIODO **
      ***** E DA MESMA UNIDADE DA GERACAO VIRAM SUPERADAS ("X") ******
      ***** PARA NAO DUPLICAR O CONTAS A RECEBER (SO A FATURA ********
              CLOSE CADPRECO.
           IF W-HASOPE = 1
              CLOSE CADOPER.
           IF W-HASALQ = 1
              CLOSE CADALIQ.
           IF W-HASRTF = 1
              CLOSE CADRETFA.
           IF W-HASCOC = 1
              CLOSE CADCONOC.
           IF W-HASTEL = 1
              CLOSE CADTELE.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.
       CALC-HASH-FIM.
           EXIT.

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
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADALIQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALIQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALIQ
           MOVE SPACES TO W-ARQ-CADRETFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETFA
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADTELE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTELE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTELE
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
