                    RECORD KEY   IS CHAVEPAR
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

       SELECT CADPREFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREFA
                    FILE STATUS  IS ST-ERRO.

       SELECT REMESSTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
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
      ***** AUDITORIA PRE-FATURAMENTO POR CONVENIO E COMPETENCIA.
      ***** CONSPF = CHAVE DA CONSULTA, DEFPF = CODIGO DO DEFEITO.
      ***** O REGISTRO COM CONSPF E DEFPF ZERADOS E O CONTROLE DA
      ***** COMPETENCIA (ULTIMA RODADA, DATA, OPERADOR E TOTAIS).
      ***** BLOQPF: S=IMPEDE O FATURAMENTO N=SO AVISO
      ***** SITPF : P=PENDENTE D=DISPENSADO PELO SUPERVISOR
       FD CADPREFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPREFA.
       01 REGPREFA.
          03 KEYPREFA.
             05 CONVPF        PIC 9(04).
             05 ANOPF         PIC 9(04).
             05 MESPF         PIC 9(02).
             05 CONSPF.
                07 CPFPF      PIC 9(11).
                07 DATAPF     PIC 9(08).
                07 SEQPF      PIC 9(02).
             05 DEFPF         PIC 9(02).
          03 BLOQPF           PIC X(01).
          03 SITPF            PIC X(01).
          03 RODADAPF         PIC 9(04).
          03 DATADPF          PIC 9(08).
          03 OPERDPF          PIC 9(04).
          03 MOTDPF           PIC X(30).
          03 QTDCPF           PIC 9(05).
          03 QTDBPF           PIC 9(05).
      *
       FD REMESSTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADTELE PIC X(64) VALUE
          "CADTELE.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
          "CADCRED.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADPREFA PIC X(64) VALUE
          "CADPREFA.DAT".
       01 W-ARQ-REMESSTX PIC X(64) VALUE
          "REMESSTX.TXT".
       01 W-ARQ-REMCTTX PIC X(64) VALUE
          03 TBRF-CPF  PIC 9(11) OCCURS 100 TIMES.
          03 TBRF-DATA PIC 9(08) OCCURS 100 TIMES.
       01 W-HASCRD    PIC 9(01) VALUE ZEROS.
       01 W-HASCOC    PIC 9(01) VALUE ZEROS.
       01 W-HASTEL    PIC 9(01) VALUE ZEROS.
       01 W-TELRET    PIC 9(05) VALUE ZEROS.
       01 W-HASPFA    PIC 9(01) VALUE ZEROS.
       01 W-AUDRET    PIC 9(05) VALUE ZEROS.
       01 W-AUDBLQ    PIC 9(01) VALUE ZEROS.
       01 W-AUDQTD    PIC 9(05) VALUE ZEROS.
       01 W-AUDCNT    PIC 9(05) VALUE ZEROS.
       01 W-NUMCRED   PIC X(15) VALUE SPACES.
       01 W-NUMGUIA   PIC 9(06) VALUE ZEROS.
      ***** REGISTROS DO PADRAO TISS (GUIA DE CONSULTA) *************
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** REMESSA ELETRONICA POR CONVENIO ***".
           05  LINE 06  COLUMN 01
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
      *
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCRD.
           MOVE 1 TO W-HASCOC
           OPEN INPUT CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCOC.
           MOVE 1 TO W-HASTEL
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASTEL.

      ***** A REMESSA SO SAI DEPOIS DA AUDITORIA PRE-FATURAMENTO DA
      ***** COMPETENCIA (SMPRPFA); CONSULTA COM DEFEITO BLOQUEANTE
      ***** NAO DISPENSADO FICA FORA DA REMESSA
           OPEN INPUT CADPREFA
           IF ST-ERRO NOT = "00"
              MOVE "*** RODE A AUDITORIA PRE-FATURAMENTO (SMPRPFA) ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           MOVE 1 TO W-HASPFA
           MOVE W-CONVF TO CONVPF
           MOVE W-ANOF  TO ANOPF
           MOVE W-MESF  TO MESPF
           MOVE ZEROS   TO CONSPF DEFPF
           READ CADPREFA
           IF ST-ERRO NOT = "00"
              MOVE "*** RODE A AUDITORIA PRE-FATURAMENTO (SMPRPFA) ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

      ***** A AUDITORIA SO GRAVA CONSULTA COM DEFEITO: CONSULTA
      ***** LANCADA OU REMARCADA PARA A COMPETENCIA DEPOIS DELA NAO
      ***** TERIA LINHA NO CADPREFA. CONTA COM O MESMO FILTRO DO
      ***** SMPRPFA E EXIGE O MESMO TOTAL GUARDADO NO CABECALHO
           MOVE QTDCPF TO W-AUDQTD
           MOVE ZEROS  TO W-AUDCNT
           MOVE ZEROS  TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CONTA-AUDIT-FIM.
       CONTA-AUDIT.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-AUDIT-FIM.
           IF DOCONVENIO NOT = W-CONVF
              GO TO CONTA-AUDIT.
           IF STATUSCONS = "C"
              GO TO CONTA-AUDIT.
           IF MESCON1 NOT = W-MESF OR ANOCON1 NOT = W-ANOF
              GO TO CONTA-AUDIT.
           IF W-HASCOC = 1
              MOVE KEYPRINCIPAL TO KEYCONOC
              READ CADCONOC
              IF ST-ERRO = "00"
                 GO TO CONTA-AUDIT.
           IF W-HASTEL = 1 AND TIPOATEND = "T"
              MOVE KEYPRINCIPAL TO KEYTELE
              READ CADTELE
              IF ST-ERRO = "00" AND SITUACAOTL = "S"
                 GO TO CONTA-AUDIT.
           IF INDRETORNO = "S" AND VALORCONSULTACONS = 0
              GO TO CONTA-AUDIT.
           ADD 1 TO W-AUDCNT
           GO TO CONTA-AUDIT.
       CONTA-AUDIT-FIM.
           IF W-AUDCNT NOT = W-AUDQTD
              MOVE "CONSULTAS ALTERADAS APOS AUDITORIA - RODE SMPRPFA"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           IF QTDBPF > 0
              MOVE SPACES TO MENS
              STRING "*** " QTDBPF " BLOQUEANTE(S) PENDENTE(S)"
                     " - RETIDAS ***"
                     DELIMITED BY SIZE INTO MENS
              PERFORM RMensa THRU RMensa-FIM.

           IF W-LAYREM = "T"
              GO TO TISS-GERA.
           WRITE REGREMESSTX.

           MOVE ZEROS TO W-TOTREG W-HASHVAL W-RETFORA W-NRF
           MOVE ZEROS TO W-TELRET W-AUDRET
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO GRAVA-TRAILER.
              GO TO LER-CONSU.
           IF MESCON1 NOT = W-MESF OR ANOCON1 NOT = W-ANOF
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
                 ADD 1 TO W-TELRET
                 GO TO LER-CONSU.
           PERFORM CHK-AUDIT THRU CHK-AUDIT-FIM
           IF W-AUDBLQ = 1
              ADD 1 TO W-AUDRET
              GO TO LER-CONSU.
           IF INDRETORNO = "S"
              IF VALORCONSULTACONS = 0
                 GO TO LER-CONSU
           STRING "RETORNOS FATURADOS FORA DO PRAZO: " W-RETFORA
                  DELIMITED BY SIZE INTO REGREMCTTX
           WRITE REGREMCTTX.
           MOVE SPACES TO REGREMCTTX
           STRING "TELECONSULTAS RETIDAS (SEM CONEXAO): " W-TELRET
                  DELIMITED BY SIZE INTO REGREMCTTX
           WRITE REGREMCTTX.
           MOVE SPACES TO REGREMCTTX
           STRING "CONSULTAS RETIDAS NA AUDITORIA ...: " W-AUDRET
                  DELIMITED BY SIZE INTO REGREMCTTX
           WRITE REGREMCTTX.
           PERFORM LISTA-RETFORA THRU LISTA-RETFORA-FIM
           CLOSE REMCTTX.

           WRITE REGREMESSTX.

           MOVE ZEROS TO W-TOTREG W-HASHVAL W-NUMGUIA W-RETFORA
                         W-NRF W-TELRET W-AUDRET
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO TISS-TRAILER.
              GO TO TISS-LER.
           IF MESCON1 NOT = W-MESF OR ANOCON1 NOT = W-ANOF
              GO TO TISS-LER.
      ***** EXAME OCUPACIONAL E FATURADO A EMPRESA (SMPRFEM)
           IF W-HASCOC = 1
              MOVE KEYPRINCIPAL TO KEYCONOC
              READ CADCONOC
              IF ST-ERRO = "00"
                 GO TO TISS-LER.
      ***** TELECONSULTA SEM CONEXAO DO PACIENTE FICA RETIDA ATE O
      ***** LOG CHEGAR OU O SUPERVISOR LIBERAR (SMPRTEL)
           IF W-HASTEL = 1 AND TIPOATEND = "T"
              MOVE KEYPRINCIPAL TO KEYTELE
              READ CADTELE
              IF ST-ERRO = "00" AND SITUACAOTL = "S"
                 ADD 1 TO W-TELRET
                 GO TO TISS-LER.
           PERFORM CHK-AUDIT THRU CHK-AUDIT-FIM
           IF W-AUDBLQ = 1
              ADD 1 TO W-AUDRET
              GO TO TISS-LER.
           IF INDRETORNO = "S"
              IF VALORCONSULTACONS = 0
                 GO TO TISS-LER
           STRING "RETORNOS FATURADOS FORA DO PRAZO: " W-RETFORA
                  DELIMITED BY SIZE INTO REGREMCTTX
           WRITE REGREMCTTX.
           MOVE SPACES TO REGREMCTTX
           STRING "TELECONSULTAS RETIDAS (SEM CONEXAO): " W-TELRET
                  DELIMITED BY SIZE INTO REGREMCTTX
           WRITE REGREMCTTX.
           MOVE SPACES TO REGREMCTTX
           STRING "CONSULTAS RETIDAS NA AUDITORIA ...: " W-AUDRET
                  DELIMITED BY SIZE INTO REGREMCTTX
           WRITE REGREMCTTX.
           PERFORM LISTA-RETFORA THRU LISTA-RETFORA-FIM
           CLOSE REMCTTX.

       ACHA-CRED-FIM.
           EXIT.

      ***** CONSULTA COM DEFEITO BLOQUEANTE PENDENTE NA AUDITORIA **
       CHK-AUDIT.
           MOVE 0 TO W-AUDBLQ
           MOVE W-CONVF      TO CONVPF
           MOVE W-ANOF       TO ANOPF
           MOVE W-MESF       TO MESPF
           MOVE KEYPRINCIPAL TO CONSPF
           MOVE ZEROS        TO DEFPF
           START CADPREFA KEY IS NOT LESS KEYPREFA INVALID KEY
              GO TO CHK-AUDIT-FIM.
       CHK-AUDIT-LER.
           READ CADPREFA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-AUDIT-FIM.
           IF CONVPF NOT = W-CONVF OR ANOPF NOT = W-ANOF
              OR MESPF NOT = W-MESF OR CONSPF NOT = KEYPRINCIPAL
              GO TO CHK-AUDIT-FIM.
           IF BLOQPF = "S" AND SITPF = "P"
              MOVE 1 TO W-AUDBLQ
              GO TO CHK-AUDIT-FIM.
           GO TO CHK-AUDIT-LER.
       CHK-AUDIT-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU CADPACI.
           IF W-HASPFA = 1
              CLOSE CADPREFA.
           IF W-HASCONV = 1
              CLOSE CADCONV.
           IF W-HASCRD = 1
              CLOSE CADCRED.
           IF W-HASCOC = 1
              CLOSE CADCONOC.
           IF W-HASTEL = 1
              CLOSE CADTELE.
       RotinaFim2.
           EXIT PROGRAM.
       RotinaFim3.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADTELE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTELE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTELE
           MOVE SPACES TO W-ARQ-CADCRED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCRED.DAT" DELIMITED BY SIZE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADPREFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPREFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPREFA
           MOVE SPACES TO W-ARQ-REMESSTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "REMESSTX.TXT" DELIMITED BY SIZE
