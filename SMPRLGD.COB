                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.

       SELECT HISTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDOCPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPA
                    FILE STATUS  IS ST-ERRO.

       SELECT LGPDARQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT LGPDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-AUDITTX.
       01 REGAUDITTX2         PIC X(100).
      *
       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEVOL.
       01 REGEVOL.
          03 KEYEVOL.
             05 CPFEV         PIC 9(11).
             05 DATAEV.
                07 DIAEV      PIC 9(02).
                07 MESEV      PIC 9(02).
                07 ANOEV      PIC 9(04).
             05 SEQEV         PIC 9(02).
             05 LINHAEV       PIC 9(03).
          03 TIPOEV           PIC X(01).
          03 TEXTOEV          PIC X(60).
          03 DATAREGEV        PIC 9(08).
          03 HORAREGEV        PIC 9(04).
          03 OPEREV           PIC 9(04).
          03 SITUACAOEV       PIC X(01).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD CADDOCPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCPA.
       01 REGDOCPA.
          03 KEYDOCPA.
             05 CPFDP         PIC 9(11).
             05 SEQDP         PIC 9(03).
          03 TIPODP           PIC X(01).
          03 DATADP.
             05 DIADP         PIC 9(02).
             05 MESDP         PIC 9(02).
             05 ANODP         PIC 9(04).
          03 DESCDP           PIC X(40).
          03 ARQDP            PIC X(40).
          03 CONSDP.
             05 DATACDP.
                07 DIACDP     PIC 9(02).
                07 MESCDP     PIC 9(02).
                07 ANOCDP     PIC 9(04).
             05 SEQCDP        PIC 9(02).
          03 OPERDP           PIC 9(04).
          03 DATAREGDP        PIC 9(08).
          03 SITDP            PIC X(01).
      *
      ***** ARQUIVOS DIGITALIZADOS A ELIMINAR APOS ANONIMIZACAO
       FD LGPDARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-LGPDARQ.
       01 REGLGPDARQ        PIC X(80).
      *
       FD LGPDTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
          "CADESPERA.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADEVOL PIC X(64) VALUE
          "CADEVOL.DAT".
       01 W-ARQ-CADCONSU-HIST PIC X(64) VALUE
          "CADCONSU-HIST.TXT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-ARQ-LGPDTX PIC X(64) VALUE
          "LGPDTX.TXT".
       01 W-ARQ-CADDOCPA PIC X(64) VALUE
          "CADDOCPA.DAT".
       01 W-ARQ-LGPDARQ PIC X(64) VALUE
          "LGPDARQ.TXT".
       01 W-SENHAIN    PIC X(10) VALUE SPACES.
       01 W-HASHTXT    PIC X(10) VALUE SPACES.
       01 W-HASHNUM    PIC 9(10) VALUE ZEROS.
       01 W-TOTHIST     PIC 9(05) VALUE ZEROS.
       01 W-TOTESP      PIC 9(05) VALUE ZEROS.
       01 W-TOTAUD      PIC 9(05) VALUE ZEROS.
       01 W-TOTEVOL     PIC 9(05) VALUE ZEROS.
       01 W-HASEVO      PIC 9(01) VALUE ZEROS.
       01 W-HASDOC      PIC 9(01) VALUE ZEROS.
       01 W-TOTDOC      PIC 9(05) VALUE ZEROS.
      ***** CONSULTAS DO TITULAR EM ORDEM CRONOLOGICA (EVOLUCAO) ****
       01 W-QTEV        PIC 9(03) VALUE ZEROS.
       01 W-IEV         PIC 9(03) VALUE ZEROS.
       01 W-JEV         PIC 9(03) VALUE ZEROS.
       01 W-TROCAEV     PIC 9(01) VALUE ZEROS.
       01 W-TBEVTMP     PIC X(24) VALUE SPACES.
       01 W-TBEVCONS.
          03 W-TBEV OCCURS 300 TIMES.
             05 W-TBE-ORD    PIC 9(14).
             05 W-TBE-DATAC  PIC 9(08).
             05 W-TBE-SEQ    PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALGPD.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** LGPD - DADOS DO TITULAR *".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


       R0.
           OPEN INPUT CADCONSU
           OPEN INPUT CADESPERA
           OPEN INPUT CADOPER.
           MOVE 1 TO W-HASEVO
           OPEN INPUT CADEVOL
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEVO.
           MOVE 1 TO W-HASDOC
           OPEN I-O CADDOCPA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASDOC.

       R1.
           MOVE ZEROS TO W-CPFTIT

      ***** CONSULTAS NA BASE ATIVA
           MOVE ZEROS TO W-TOTCONSU W-TOTHIST W-TOTESP W-TOTAUD
           MOVE ZEROS TO W-TOTEVOL W-QTEV W-TOTDOC
           MOVE SPACES TO REGLGPDTX
           WRITE REGLGPDTX.
           MOVE SPACES TO REGLGPDTX
           MOVE W-CPFTIT TO CPFC
           MOVE ZEROS TO DATACON1 SEQCON
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO EXT-EVOL.
       EXT-CONSU.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXT-EVOL.
           IF CPFC NOT = W-CPFTIT
              GO TO EXT-EVOL.
           ADD 1 TO W-TOTCONSU
           IF W-QTEV < 300
              ADD 1 TO W-QTEV
              COMPUTE W-TBE-ORD (W-QTEV) =
                      ANOCON1 * 10000000000 + MESCON1 * 100000000
                    + DIACON1 * 1000000 + HORACONH * 10000
                    + HORACONM * 100 + SEQCON
              MOVE DATACON1 TO W-TBE-DATAC (W-QTEV)
              MOVE SEQCON   TO W-TBE-SEQ (W-QTEV).
           MOVE SPACES TO REGLGPDTX
           STRING "  " DATACON1 " SEQ:" SEQCON
                  " HORA:" HORACON
           WRITE REGLGPDTX
           GO TO EXT-CONSU.

      ***** EVOLUCAO CLINICA (SOAP) EM ORDEM CRONOLOGICA
       EXT-EVOL.
           MOVE SPACES TO REGLGPDTX
           STRING "EVOLUCAO CLINICA (SOAP):"
                  DELIMITED BY SIZE INTO REGLGPDTX
           WRITE REGLGPDTX
           IF W-HASEVO = 0
              GO TO EXT-HIST.
           PERFORM ORDENA-EVOL THRU ORDENA-EVOL-FIM
           MOVE 1 TO W-IEV.
       EXT-EVOL-CONS.
           IF W-IEV > W-QTEV
              GO TO EXT-HIST.
           MOVE W-CPFTIT            TO CPFEV
           MOVE W-TBE-DATAC (W-IEV) TO DATAEV
           MOVE W-TBE-SEQ (W-IEV)   TO SEQEV
           MOVE ZEROS               TO LINHAEV
           START CADEVOL KEY IS NOT LESS KEYEVOL INVALID KEY
              GO TO EXT-EVOL-PROX.
       EXT-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXT-EVOL-PROX.
           IF CPFEV NOT = W-CPFTIT
              OR DATAEV NOT = W-TBE-DATAC (W-IEV)
              OR SEQEV NOT = W-TBE-SEQ (W-IEV)
              GO TO EXT-EVOL-PROX.
           ADD 1 TO W-TOTEVOL
           MOVE SPACES TO REGLGPDTX
           STRING "  " DATAEV " SEQ:" SEQEV " LIN:" LINHAEV
                  " " TIPOEV " " TEXTOEV
                  " REG:" DATAREGEV " OPER:" OPEREV
                  " SIT:" SITUACAOEV
                  DELIMITED BY SIZE INTO REGLGPDTX
           WRITE REGLGPDTX
           GO TO EXT-EVOL-LER.
       EXT-EVOL-PROX.
           ADD 1 TO W-IEV
           GO TO EXT-EVOL-CONS.

      ***** CONSULTAS ARQUIVADAS NO HISTORICO
       EXT-HIST.
           MOVE SPACES TO REGLGPDTX
           MOVE W-CPFTIT TO CPFESP
           MOVE ZEROS TO DATAESP SEQESP
           START CADESPERA KEY IS NOT LESS KEYESPERA INVALID KEY
              GO TO EXT-DOC.
       EXT-ESP-LER.
           READ CADESPERA NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXT-DOC.
           IF CPFESP NOT = W-CPFTIT
              GO TO EXT-DOC.
           ADD 1 TO W-TOTESP
           MOVE SPACES TO REGLGPDTX
           STRING "  " DATAESP " SEQ:" SEQESP
           WRITE REGLGPDTX
           GO TO EXT-ESP-LER.

      ***** INDICE DE DOCUMENTOS DIGITALIZADOS (INCLUSIVE EXCLUIDOS)
       EXT-DOC.
           MOVE SPACES TO REGLGPDTX
           STRING "DOCUMENTOS DIGITALIZADOS:"
                  DELIMITED BY SIZE INTO REGLGPDTX
           WRITE REGLGPDTX
           IF W-HASDOC = 0
              GO TO EXT-AUD.
           MOVE W-CPFTIT TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPA KEY IS NOT LESS KEYDOCPA INVALID KEY
              GO TO EXT-AUD.
       EXT-DOC-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXT-AUD.
           IF CPFDP NOT = W-CPFTIT
              GO TO EXT-AUD.
           ADD 1 TO W-TOTDOC
           MOVE SPACES TO REGLGPDTX
           STRING "  " DATADP " SEQ:" SEQDP " TIPO:" TIPODP
                  " " DESCDP " ARQ:" ARQDP
                  DELIMITED BY SIZE INTO REGLGPDTX
           WRITE REGLGPDTX
           MOVE SPACES TO REGLGPDTX
           STRING "      CONSULTA:" DATACDP "-" SEQCDP
                  " REG:" DATAREGDP " OPER:" OPERDP
                  " SIT:" SITDP
                  DELIMITED BY SIZE INTO REGLGPDTX
           WRITE REGLGPDTX
           GO TO EXT-DOC-LER.

      ***** LINHAS DA TRILHA DE AUDITORIA COM O CPF NA CHAVE
       EXT-AUD.
           MOVE SPACES TO REGLGPDTX
           WRITE REGLGPDTX.
           MOVE SPACES TO REGLGPDTX
           STRING "CONSULTAS:" W-TOTCONSU
                  " EVOLUCAO:" W-TOTEVOL
                  " HISTORICO:" W-TOTHIST
                  " ESPERA:" W-TOTESP
                  " AUDITORIA:" W-TOTAUD
                  " DOCUMENTOS:" W-TOTDOC
                  DELIMITED BY SIZE INTO REGLGPDTX
           WRITE REGLGPDTX.
           CLOSE LGPDTX
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
              MOVE "*** CADASTRO ANONIMIZADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ANON-DOCS THRU ANON-DOCS-FIM
              GO TO R1.
           MOVE "ERRO NA ANONIMIZACAO DO CADASTRO" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO ROT-FIM.

      ***** DOCUMENTOS DO TITULAR: DESCRICAO E ARQUIVO APAGADOS; *****
      ***** OS ARQUIVOS DIGITALIZADOS VAO PARA LGPDARQ.TXT PARA ******
      ***** ELIMINACAO NO DIRETORIO DE DADOS *************************
       ANON-DOCS.
           MOVE ZEROS TO W-TOTDOC
           IF W-HASDOC = 0
              GO TO ANON-DOCS-FIM.
           OPEN OUTPUT LGPDARQ
           IF ST-ERRO NOT = "00"
              GO TO ANON-DOCS-FIM.
           MOVE W-CPFTIT TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPA KEY IS NOT LESS KEYDOCPA INVALID KEY
              GO TO ANON-DOCS-FECHA.
       ANON-DOCS-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ANON-DOCS-FECHA.
           IF CPFDP NOT = W-CPFTIT
              GO TO ANON-DOCS-FECHA.
           IF ARQDP NOT = SPACES
              ADD 1 TO W-TOTDOC
              MOVE ARQDP TO REGLGPDARQ
              WRITE REGLGPDARQ.
           MOVE "DOCUMENTO ANONIMIZADO (LGPD)" TO DESCDP
           MOVE SPACES TO ARQDP.
       ANON-DOCS-RW.
           REWRITE REGDOCPA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ANON-DOCS-RW.
           GO TO ANON-DOCS-LER.
       ANON-DOCS-FECHA.
           CLOSE LGPDARQ
           IF W-TOTDOC > 0
              MOVE "*** ELIMINAR ARQUIVOS LISTADOS EM LGPDARQ.TXT"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
       ANON-DOCS-FIM.
           EXIT.

      ***** PEDE A LIBERACAO DO SUPERVISOR (OPERADOR AUTORIZADO) *****
       LIBERA-SUPERV.
           MOVE 0 TO W-LIBOK

       ROT-FIM.
           CLOSE CADPACI CADCONSU CADESPERA CADOPER.
           IF W-HASEVO = 1
              CLOSE CADEVOL.
           IF W-HASDOC = 1
              CLOSE CADDOCPA.
       ROT-FIM2.
           EXIT PROGRAM.

      ****** ORDENA AS CONSULTAS PELA DATA E HORA (BUBBLE SORT) ****
       ORDENA-EVOL.
           IF W-QTEV < 2
              GO TO ORDENA-EVOL-FIM.
           MOVE 1 TO W-TROCAEV.
       ORDENA-EVOL-LOOP.
           IF W-TROCAEV = 0
              GO TO ORDENA-EVOL-FIM.
           MOVE 0 TO W-TROCAEV
           MOVE 1 TO W-IEV.
       ORDENA-EVOL-PASSO.
           IF W-IEV NOT < W-QTEV
              GO TO ORDENA-EVOL-LOOP.
           ADD 1 W-IEV GIVING W-JEV
           IF W-TBE-ORD (W-IEV) > W-TBE-ORD (W-JEV)
              MOVE W-TBEV (W-IEV) TO W-TBEVTMP
              MOVE W-TBEV (W-JEV) TO W-TBEV (W-IEV)
              MOVE W-TBEVTMP      TO W-TBEV (W-JEV)
              MOVE 1 TO W-TROCAEV.
           ADD 1 TO W-IEV
           GO TO ORDENA-EVOL-PASSO.
       ORDENA-EVOL-FIM.
           EXIT.

      ***** CODIFICA A SENHA EM UM VALOR DE 10 DIGITOS **************
      ***** (MESMA REGRA DO LOGIN NO MENU) **************************
       CALC-HASH.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADEVOL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVOL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVOL
           MOVE SPACES TO W-ARQ-CADCONSU-HIST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU-HIST.TXT" DELIMITED BY SIZE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "LGPDTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-LGPDTX
           MOVE SPACES TO W-ARQ-CADDOCPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCPA
           MOVE SPACES TO W-ARQ-LGPDARQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "LGPDARQ.TXT" DELIMITED BY SIZE
             INTO W-ARQ-LGPDARQ
           MOVE SPACES TO W-ARQ-ACESSOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ACESSOTX.TXT" DELIMITED BY SIZE
