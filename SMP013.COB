                    RECORD KEY   IS CODMOTCA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADXMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYXMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOVBK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVBK
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHVMEDOB
                                       WITH DUPLICATES.

       SELECT CONTATTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 DENOMMOTC        PIC X(30).
          03 SITUACAOMC       PIC X(01).
      *
       FD CADAGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAGMED.
       01 REGAGMED.
          03 KEYAGMED.
             05 CRMAG         PIC 9(06).
             05 DIASEMAG      PIC 9(01).
          03 HORAINIAG.
             05 HORAINIAGH    PIC 9(02).
             05 HORAINIAGM    PIC 9(02).
          03 HORAFIMAG.
             05 HORAFIMAGH    PIC 9(02).
             05 HORAFIMAGM    PIC 9(02).
          03 DURACAOAG        PIC 9(03).
          03 SITUACAOAG       PIC X(01).
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
       FD CADGRUPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGRUPO.
       01 REGGRUPO.
          03 CODGRP           PIC 9(06).
          03 DESCGRP          PIC X(30).
          03 CRMGRP           PIC 9(06).
          03 SALAGRP          PIC 9(02).
          03 DATAGRP.
             05 DIAGRP        PIC 9(02).
             05 MESGRP        PIC 9(02).
             05 ANOGRP        PIC 9(04).
          03 HORAGRP.
             05 HORAGRPH      PIC 9(02).
             05 HORAGRPM      PIC 9(02).
          03 CAPACGRP         PIC 9(02).
          03 CODPROCGRP       PIC 9(04).
          03 UNIDGRP          PIC 9(02).
          03 SITGRP           PIC X(01).
      *
      ***** CONSULTAS MARCADAS COMO ENCAIXE NO SMP006
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
      ***** CT-ACAO: C=CANCELADA M=MANTIDA P/ REMARCAR
      ***** R=REMANEJADA P/ O SUBSTITUTO CT-CRMNOV
       FD CONTATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CONTATTX.
          03 CT-HORA       PIC 9(04).
          03 FILLER        PIC X(01).
          03 CT-CRM        PIC 9(06).
          03 FILLER        PIC X(01).
          03 CT-ACAO       PIC X(01).
          03 FILLER        PIC X(01).
          03 CT-CRMNOV     PIC 9(06).
          03 FILLER        PIC X(01).
          03 CT-NOMENOV    PIC X(30).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 WS-JRNFILE    PIC X(64) VALUE SPACES.
       01 W-JRNDATA     PIC 9(08) VALUE ZEROS.
       01 W-JRNHORA     PIC 9(08) VALUE ZEROS.
          "CADPACI.DAT".
       01 W-ARQ-CADMOTCA PIC X(64) VALUE
          "CADMOTCA.DAT".
       01 W-ARQ-CADAGMED PIC X(64) VALUE
          "CADAGMED.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
          "CADCRED.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADXMED.DAT".
       01 W-ARQ-CADGRUPO PIC X(64) VALUE
          "CADGRUPO.DAT".
       01 W-ARQ-CADOVBK PIC X(64) VALUE
          "CADOVBK.DAT".
       01 W-ARQ-CONTATTX PIC X(64) VALUE
          "CONTATTX.TXT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
       01 W-MOTVAR      PIC 9(02) VALUE ZEROS.
       01 W-CTNOME      PIC X(30) VALUE SPACES.
       01 W-CTTEL       PIC 9(11) VALUE ZEROS.
       01 W-CTACAO      PIC X(01) VALUE SPACES.
       01 W-HASAGE      PIC 9(01) VALUE ZEROS.
       01 W-HASCRD      PIC 9(01) VALUE ZEROS.
       01 W-HASXRF      PIC 9(01) VALUE ZEROS.
       01 W-HASGRP      PIC 9(01) VALUE ZEROS.
       01 W-HASOVB      PIC 9(01) VALUE ZEROS.
       01 W-REMFEITO    PIC 9(01) VALUE ZEROS.
       01 W-REMMODO     PIC X(01) VALUE SPACES.
       01 W-REMQT       PIC 9(04) VALUE ZEROS.
       01 W-REMOK       PIC 9(04) VALUE ZEROS.
       01 W-REMSOBRA    PIC 9(04) VALUE ZEROS.
       01 W-REMI        PIC 9(04) VALUE ZEROS.
       01 TABREM.
          03 W-REMCHAVE PIC X(21) OCCURS 200 TIMES.
       01 W-REGAUSSV    PIC X(24) VALUE SPACES.
       01 W-AUSQESP     PIC 9(01) VALUE ZEROS.
       01 TABAUSESP.
          03 W-AUSESP   PIC 9(02) OCCURS 6 TIMES.
       01 W-SI          PIC 9(01) VALUE ZEROS.
       01 W-SJ          PIC 9(01) VALUE ZEROS.
       01 W-SUBCRM      PIC 9(06) VALUE ZEROS.
       01 W-SUBNOME     PIC X(30) VALUE SPACES.
       01 W-SUBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUBMIN      PIC 9(04) VALUE ZEROS.
       01 W-SUBINI      PIC 9(04) VALUE ZEROS.
       01 W-SUBFIM      PIC 9(04) VALUE ZEROS.
       01 W-TEMCRED     PIC 9(01) VALUE ZEROS.
       01 W-RMDATA      PIC 9(08) VALUE ZEROS.
       01 W-RMDTSEQ     PIC 9(08) VALUE ZEROS.
       01 W-RMHORA      PIC 9(04) VALUE ZEROS.
       01 W-RMCONV      PIC 9(04) VALUE ZEROS.
       01 W-RMUNID      PIC 9(02) VALUE ZEROS.
       01 W-RMDIASEM    PIC 9(01) VALUE ZEROS.
       01 W-AUSINISEQ   PIC 9(08) VALUE ZEROS.
       01 W-AUSFIMSEQ   PIC 9(08) VALUE ZEROS.
       01 W-ZDIA        PIC 9(04) VALUE ZEROS.
       01 W-ZMES        PIC 9(04) VALUE ZEROS.
       01 W-ZANO        PIC 9(04) VALUE ZEROS.
       01 W-ZM          PIC 9(04) VALUE ZEROS.
       01 W-ZA          PIC 9(04) VALUE ZEROS.
       01 W-ZJ          PIC 9(04) VALUE ZEROS.
       01 W-ZK          PIC 9(04) VALUE ZEROS.
       01 W-ZT1         PIC 9(04) VALUE ZEROS.
       01 W-ZT2         PIC 9(04) VALUE ZEROS.
       01 W-ZT3         PIC 9(04) VALUE ZEROS.
       01 W-ZSUM        PIC 9(04) VALUE ZEROS.
       01 W-ZQ          PIC 9(04) VALUE ZEROS.
       01 W-ZH          PIC 9(01) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAAUSEN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "            ***** AUSENCIAS DO MEDICO (".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVO*************************
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMOT.

      ***** ARQUIVOS DO REMANEJAMENTO P/ SUBSTITUTO (OPCIONAIS) *****
       R0E.
           MOVE 1 TO W-HASAGE
           OPEN INPUT CADAGMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASAGE.
           MOVE 1 TO W-HASCRD
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCRD.
           MOVE 1 TO W-HASXRF
           OPEN I-O CADXMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASXRF.
           MOVE 1 TO W-HASGRP
           OPEN INPUT CADGRUPO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASGRP.
           MOVE 1 TO W-HASOVB
           OPEN I-O CADOVBK
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOVB.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      PERFORM TRATA-CONFL THRU TRATA-CONFL-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   PERFORM TRATA-CONFL THRU TRATA-CONFL-FIM
                   GO TO R1.
                IF W-OPCAO = "N"
                   GO TO R1
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM TRATA-CONFL THRU TRATA-CONFL-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAUSEN"   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** CONFLITOS DA AUSENCIA: OFERECE PRIMEIRO O REMANEJAMENTO *
      ***** P/ UM SUBSTITUTO; O QUE SOBRAR VAI P/ A VARREDURA *******
       TRATA-CONFL.
                MOVE 0 TO W-REMFEITO
                IF W-HASCON = 0
                   GO TO TRATA-CONFL-FIM.
                IF SITUACAOAU = "I"
                   GO TO TRATA-CONFL-FIM.
       TRATA-CONFL-PERG.
                MOVE "N" TO W-OPCAO
                DISPLAY (14, 01)
                 "REMANEJAR P/ MEDICO SUBSTITUTO (S/N) : "
                ACCEPT (14, 41) W-OPCAO
                DISPLAY (14, 01) LIMPA
                IF W-OPCAO = "S" OR "s"
                   PERFORM REMANEJA THRU REMANEJA-FIM
                   GO TO TRATA-CONFL-VARRE.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "n"
                   GO TO TRATA-CONFL-PERG.
       TRATA-CONFL-VARRE.
                IF W-REMFEITO = 1 AND W-REMSOBRA = 0
                   GO TO TRATA-CONFL-FIM.
                PERFORM VARRE-CONFL THRU VARRE-CONFL-FIM.
       TRATA-CONFL-FIM.
                EXIT.

      ***** REMANEJAMENTO: PASSA AS CONSULTAS DO MEDICO AUSENTE *****
      ***** P/ UM SUBSTITUTO DA MESMA ESPECIALIDADE E UNIDADE, ******
      ***** LIVRE NO HORARIO (CADAGMED) E CREDENCIADO NO CONVENIO. **
      ***** A CHAVE DA CONSULTA NAO MUDA: EXAMES, RECEITAS E A ******
      ***** CHAVE DE RETORNO CONTINUAM LIGADOS A ELA ****************
       REMANEJA.
                MOVE 1 TO W-REMFEITO
                MOVE REGAUSEN TO W-REGAUSSV
                MOVE ZEROS TO W-REMQT W-REMOK W-REMSOBRA
                COMPUTE W-INISEQ = ANOINIAU * 10000 + MESINIAU * 100
                                 + DIAINIAU
                COMPUTE W-FIMSEQ = ANOFIMAU * 10000 + MESFIMAU * 100
                                 + DIAFIMAU
                MOVE CRMAU TO W-VARCRM
                MOVE CRMAU TO CRM
                READ CADMED
                IF ST-ERRO NOT = "00"
                   GO TO REMANEJA-FIM.
                MOVE ZEROS TO TABAUSESP
                MOVE QTDESPEC TO W-AUSQESP
                IF W-AUSQESP > 6
                   MOVE 6 TO W-AUSQESP.
                MOVE 1 TO W-SI.
       REM-ESPEC.
                IF W-SI > W-AUSQESP
                   GO TO REM-MODO.
                MOVE ESPECIALIDADE (W-SI) TO W-AUSESP (W-SI)
                ADD 1 TO W-SI
                GO TO REM-ESPEC.
       REM-MODO.
                DISPLAY (14, 01)
                 "CONFIRMAR U=UMA A UMA  T=TODAS EM BLOCO : "
                ACCEPT (14, 44) W-REMMODO
                DISPLAY (14, 01) LIMPA
                IF W-REMMODO = "u"
                   MOVE "U" TO W-REMMODO.
                IF W-REMMODO = "t"
                   MOVE "T" TO W-REMMODO.
                IF W-REMMODO NOT = "U" AND W-REMMODO NOT = "T"
                   GO TO REM-MODO.
      ***** GUARDA AS CHAVES ANTES DE TROCAR O MEDICO (A TROCA ******
      ***** MEXE NO INDICE CODMEDICO QUE ESTA SENDO PERCORRIDO) *****
                MOVE W-VARCRM TO CODMEDICO
                START CADCONSU KEY IS NOT LESS CODMEDICO
                   INVALID KEY GO TO REM-PROCESSA.
       REM-CARGA.
                READ CADCONSU NEXT
                IF ST-ERRO NOT = "00"
                   GO TO REM-PROCESSA.
                IF CODMEDICO NOT = W-VARCRM
                   GO TO REM-PROCESSA.
                IF STATUSCONS NOT = "A"
                   GO TO REM-CARGA.
                COMPUTE W-VARDT = ANOCON1 * 10000 + MESCON1 * 100
                                + DIACON1
                IF W-VARDT < W-INISEQ OR W-VARDT > W-FIMSEQ
                   GO TO REM-CARGA.
                IF W-REMQT < 200
                   ADD 1 TO W-REMQT
                   MOVE KEYPRINCIPAL TO W-REMCHAVE (W-REMQT).
                GO TO REM-CARGA.
       REM-PROCESSA.
                MOVE ZEROS TO W-REMI.
       REM-PROXIMA.
                DISPLAY (15, 01) LIMPA
                DISPLAY (16, 01) LIMPA
                DISPLAY (17, 01) LIMPA
                ADD 1 TO W-REMI
                IF W-REMI > W-REMQT
                   GO TO REM-RESUMO.
                MOVE W-REMCHAVE (W-REMI) TO KEYPRINCIPAL
                READ CADCONSU
                IF ST-ERRO NOT = "00"
                   GO TO REM-PROXIMA.
                MOVE DATACON1   TO W-RMDATA
                COMPUTE W-RMDTSEQ = ANOCON1 * 10000 + MESCON1 * 100
                                  + DIACON1
                MOVE HORACON    TO W-RMHORA
                MOVE DOCONVENIO TO W-RMCONV
                MOVE UNIDCONS   TO W-RMUNID
                MOVE DIACON1 TO W-ZDIA
                MOVE MESCON1 TO W-ZMES
                MOVE ANOCON1 TO W-ZANO
                PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
                MOVE W-DIASEM TO W-RMDIASEM
                MOVE SPACES TO W-CTNOME
                MOVE ZEROS  TO W-CTTEL
                IF W-HASPAC = 1
                   MOVE CPFC TO CPF
                   READ CADPACI
                   IF ST-ERRO = "00"
                      MOVE NOME     TO W-CTNOME
                      MOVE TELEFONE TO W-CTTEL.
                DISPLAY (15, 01) "CONSULTA AFETADA: "
                DISPLAY (15, 19) DATACON1
                DISPLAY (15, 29) HORACON
                DISPLAY (15, 35) W-CTNOME
                MOVE ZEROS TO W-SUBCRM.
       REM-BUSCA.
                PERFORM ACHA-SUBST THRU ACHA-SUBST-FIM
                IF W-SUBCRM = 0
                   ADD 1 TO W-REMSOBRA
                   MOVE "*** SEM SUBSTITUTO LIVRE NESTE HORARIO ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO REM-PROXIMA.
                DISPLAY (16, 01) LIMPA
                DISPLAY (16, 01) "SUBSTITUTO: "
                DISPLAY (16, 13) W-SUBCRM
                DISPLAY (16, 20) W-SUBNOME
                IF W-REMMODO = "T"
                   GO TO REM-APLICA.
       REM-PERG.
                DISPLAY (17, 01)
                 "S=CONFIRMA  P=PROXIMO  N=NAO REMANEJA : "
                ACCEPT (17, 42) W-OPCAO
                IF W-OPCAO = "P" OR "p"
                   GO TO REM-BUSCA.
                IF W-OPCAO = "N" OR "n"
                   ADD 1 TO W-REMSOBRA
                   GO TO REM-PROXIMA.
                IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                   GO TO REM-PERG.
       REM-APLICA.
                PERFORM REM-GRAVA THRU REM-GRAVA-FIM
                GO TO REM-PROXIMA.
       REM-RESUMO.
                MOVE W-REGAUSSV TO REGAUSEN
                MOVE SPACES TO MENS
                STRING "*** " W-REMOK " REMANEJADAS, " W-REMSOBRA
                       " SEM SUBSTITUTO ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM RMensa THRU RMensa-FIM.
       REMANEJA-FIM.
                EXIT.

      ***** TROCA O MEDICO DA CONSULTA (RELIDA: OUTRO TERMINAL ******
      ***** PODE TER MEXIDO NELA), REFAZ O INDICE MEDICO+DATA, ******
      ***** DESFAZ A MARCA DE ENCAIXE E AVISA O PACIENTE ************
       REM-GRAVA.
                MOVE W-REMCHAVE (W-REMI) TO KEYPRINCIPAL
                READ CADCONSU
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO REM-GRAVA.
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-REMSOBRA
                   GO TO REM-GRAVA-FIM.
                IF CODMEDICO NOT = W-VARCRM OR STATUSCONS NOT = "A"
                   ADD 1 TO W-REMSOBRA
                   GO TO REM-GRAVA-FIM.
                MOVE W-SUBCRM TO CODMEDICO.
       REM-GRAVA-RW.
                REWRITE REGCONSU
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO REM-GRAVA-RW.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   ADD 1 TO W-REMSOBRA
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONSU" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO REM-GRAVA-FIM.
                ADD 1 TO W-REMOK
                MOVE W-VARCRM TO CODMEDICO
                PERFORM XREF-DEL THRU XREF-DEL-FIM
                MOVE W-SUBCRM TO CODMEDICO
                PERFORM XREF-ADD THRU XREF-ADD-FIM
                IF W-HASOVB = 1
                   MOVE KEYPRINCIPAL TO KEYOVBK
                   READ CADOVBK
                   IF ST-ERRO = "00"
                      DELETE CADOVBK RECORD.
                MOVE W-REGAUSSV TO REGAUSEN
                MOVE "REMANEJA" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE W-CODOPERAUD TO W-JRN-OPER
                MOVE "CADCONSU"   TO W-JRN-ARQ
                MOVE "REMANEJA"   TO W-JRN-ACAO
                MOVE REGCONSU     TO W-JRN-IMAGEM
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                MOVE "R" TO W-CTACAO
                PERFORM GRAVA-CONTAT THRU GRAVA-CONTAT-FIM.
       REM-GRAVA-FIM.
                EXIT.

      ***** VARREDURA: CONSULTAS JA MARCADAS DENTRO DA AUSENCIA *****
      ***** (CANCELA OU MANTEM P/ REMARCAR, E GERA O EXTRATO DE *****
      ***** CONTATO CONTATTX.TXT P/ AVISAR OS PACIENTES) ************
                IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "c"
                    AND W-OPCAO NOT = "M" AND W-OPCAO NOT = "m"
                   GO TO VARRE-PERGUNTA.
                MOVE "M" TO W-CTACAO
                MOVE ZEROS  TO W-SUBCRM
                MOVE SPACES TO W-SUBNOME
                IF W-OPCAO = "C" OR "c"
                   MOVE "C" TO W-CTACAO
                   MOVE "C" TO STATUSCONS
                   MOVE W-MOTVAR TO MOTIVOCANC
                   PERFORM VARRE-RW THRU VARRE-RW-FIM.
                MOVE W-CTNOME TO CT-NOME
                MOVE DATACON1 TO CT-DATA
                MOVE HORACON  TO CT-HORA
                MOVE W-VARCRM TO CT-CRM
                MOVE W-CTACAO  TO CT-ACAO
                MOVE W-SUBCRM  TO CT-CRMNOV
                MOVE W-SUBNOME TO CT-NOMENOV
                WRITE REGCONTATTX
                CLOSE CONTATTX.
       GRAVA-CONTAT-FIM.
       GRAVA-AUDIT-FIM.
                EXIT.

      ***** PROXIMO SUBSTITUTO (CRM ACIMA DE W-SUBCRM) QUE ATENDE ***
      ***** A CONSULTA GUARDADA EM W-RM...; W-SUBCRM = 0 SE NAO HA **
       ACHA-SUBST.
                MOVE W-SUBCRM TO CRM
                MOVE ZEROS TO W-SUBCRM
                START CADMED KEY IS GREATER THAN CRM
                   INVALID KEY GO TO ACHA-SUBST-FIM.
       ACHA-SUBST-LER.
                READ CADMED NEXT
                IF ST-ERRO NOT = "00"
                   GO TO ACHA-SUBST-FIM.
                IF CRM = W-VARCRM OR SITUACAO = "I"
                   GO TO ACHA-SUBST-LER.
                PERFORM CHK-SUBESP THRU CHK-SUBESP-FIM
                IF W-SUBOK = 0
                   GO TO ACHA-SUBST-LER.
                PERFORM CHK-SUBUNID THRU CHK-SUBUNID-FIM
                IF W-SUBOK = 0
                   GO TO ACHA-SUBST-LER.
                PERFORM CHK-SUBAGE THRU CHK-SUBAGE-FIM
                IF W-SUBOK = 0
                   GO TO ACHA-SUBST-LER.
                PERFORM CHK-SUBCRED THRU CHK-SUBCRED-FIM
                IF W-SUBOK = 0
                   GO TO ACHA-SUBST-LER.
                PERFORM CHK-SUBAUS THRU CHK-SUBAUS-FIM
                IF W-SUBOK = 0
                   GO TO ACHA-SUBST-LER.
                PERFORM CHK-SUBLIVRE THRU CHK-SUBLIVRE-FIM
                IF W-SUBOK = 0
                   GO TO ACHA-SUBST-LER.
                MOVE CRM   TO W-SUBCRM
                MOVE NOMEM TO W-SUBNOME.
       ACHA-SUBST-FIM.
                EXIT.

      ***** TEM ALGUMA ESPECIALIDADE DO MEDICO AUSENTE? *************
       CHK-SUBESP.
                MOVE 0 TO W-SUBOK
                MOVE 1 TO W-SI.
       CHK-SUBESP-I.
                IF W-SI > QTDESPEC OR W-SI > 6
                   GO TO CHK-SUBESP-FIM.
                MOVE 1 TO W-SJ.
       CHK-SUBESP-J.
                IF W-SJ > W-AUSQESP
                   ADD 1 TO W-SI
                   GO TO CHK-SUBESP-I.
                IF ESPECIALIDADE (W-SI) = W-AUSESP (W-SJ)
                   AND ESPECIALIDADE (W-SI) NOT = 0
                   MOVE 1 TO W-SUBOK
                   GO TO CHK-SUBESP-FIM.
                ADD 1 TO W-SJ
                GO TO CHK-SUBESP-J.
       CHK-SUBESP-FIM.
                EXIT.

      ***** ATENDE NA UNIDADE DA CONSULTA? (SEM UNIDADES ************
      ***** CADASTRADAS NO MEDICO = ATENDE EM TODAS) ****************
       CHK-SUBUNID.
                MOVE 1 TO W-SUBOK
                IF QTDUNID = 0 OR W-RMUNID = 0
                   GO TO CHK-SUBUNID-FIM.
                MOVE 0 TO W-SUBOK
                MOVE 1 TO W-SI.
       CHK-SUBUNID-LOOP.
                IF W-SI > QTDUNID OR W-SI > 3
                   GO TO CHK-SUBUNID-FIM.
                IF UNIDMED (W-SI) = W-RMUNID
                   MOVE 1 TO W-SUBOK
                   GO TO CHK-SUBUNID-FIM.
                ADD 1 TO W-SI
                GO TO CHK-SUBUNID-LOOP.
       CHK-SUBUNID-FIM.
                EXIT.

      ***** O HORARIO ESTA DENTRO DA AGENDA DO SUBSTITUTO NAQUELE ***
      ***** DIA DA SEMANA? (SEM O ARQUIVO DE AGENDA, NAO RESTRINGE) *
       CHK-SUBAGE.
                MOVE 1 TO W-SUBOK
                IF W-HASAGE = 0
                   GO TO CHK-SUBAGE-FIM.
                MOVE 0 TO W-SUBOK
                MOVE CRM        TO CRMAG
                MOVE W-RMDIASEM TO DIASEMAG
                READ CADAGMED
                IF ST-ERRO NOT = "00"
                   GO TO CHK-SUBAGE-FIM.
                IF SITUACAOAG = "I"
                   GO TO CHK-SUBAGE-FIM.
                COMPUTE W-SUBINI = HORAINIAGH * 60 + HORAINIAGM
                COMPUTE W-SUBFIM = HORAFIMAGH * 60 + HORAFIMAGM
                DIVIDE W-RMHORA BY 100 GIVING W-SUBMIN
                COMPUTE W-SUBMIN = W-SUBMIN * 60
                                 + W-RMHORA - W-SUBMIN * 100
                IF W-SUBMIN NOT < W-SUBINI AND W-SUBMIN < W-SUBFIM
                   MOVE 1 TO W-SUBOK.
       CHK-SUBAGE-FIM.
                EXIT.

      ***** CREDENCIADO NO CONVENIO NA DATA? (CONVENIO SEM LINHAS ***
      ***** NO CADCRED = SEM RESTRICAO, COMO NO SMP006) *************
       CHK-SUBCRED.
                MOVE 1 TO W-SUBOK
                IF W-HASCRD = 0 OR W-RMCONV = 0
                   GO TO CHK-SUBCRED-FIM.
                MOVE 0 TO W-TEMCRED
                MOVE ZEROS TO KEYCRED
                START CADCRED KEY IS NOT LESS KEYCRED
                   INVALID KEY GO TO CHK-SUBCRED-FIM.
       CHK-SUBCRED-VARRE.
                READ CADCRED NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CHK-SUBCRED-AVALIA.
                IF CONVCD = W-RMCONV AND SITUACAOCD NOT = "I"
                   MOVE 1 TO W-TEMCRED
                   GO TO CHK-SUBCRED-AVALIA.
                GO TO CHK-SUBCRED-VARRE.
       CHK-SUBCRED-AVALIA.
                IF W-TEMCRED = 0
                   GO TO CHK-SUBCRED-FIM.
                MOVE 0 TO W-SUBOK
                MOVE CRM      TO CRMCD
                MOVE W-RMCONV TO CONVCD
                READ CADCRED
                IF ST-ERRO NOT = "00"
                   GO TO CHK-SUBCRED-FIM.
                IF SITUACAOCD = "I"
                   GO TO CHK-SUBCRED-FIM.
                IF VALIDCRED > 0 AND VALIDCRED < W-RMDTSEQ
                   GO TO CHK-SUBCRED-FIM.
                MOVE 1 TO W-SUBOK.
       CHK-SUBCRED-FIM.
                EXIT.

      ***** O SUBSTITUTO TAMBEM ESTA AUSENTE NA DATA? ***************
       CHK-SUBAUS.
                MOVE 1 TO W-SUBOK
                MOVE CRM   TO CRMAU
                MOVE ZEROS TO DATAINIAU
                START CADAUSEN KEY IS NOT LESS KEYAUSEN
                   INVALID KEY GO TO CHK-SUBAUS-FIM.
       CHK-SUBAUS-LER.
                READ CADAUSEN NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CHK-SUBAUS-FIM.
                IF CRMAU NOT = CRM
                   GO TO CHK-SUBAUS-FIM.
                IF SITUACAOAU = "I"
                   GO TO CHK-SUBAUS-LER.
                COMPUTE W-AUSINISEQ = ANOINIAU * 10000 + MESINIAU * 100
                                    + DIAINIAU
                COMPUTE W-AUSFIMSEQ = ANOFIMAU * 10000 + MESFIMAU * 100
                                    + DIAFIMAU
                IF W-RMDTSEQ NOT < W-AUSINISEQ
                   AND W-RMDTSEQ NOT > W-AUSFIMSEQ
                   MOVE 0 TO W-SUBOK
                   GO TO CHK-SUBAUS-FIM.
                GO TO CHK-SUBAUS-LER.
       CHK-SUBAUS-FIM.
                EXIT.

      ***** O SUBSTITUTO JA TEM CONSULTA OU SESSAO EM GRUPO NO ******
      ***** MESMO DIA E HORARIO? ************************************
       CHK-SUBLIVRE.
                MOVE 1 TO W-SUBOK
                MOVE CRM TO CODMEDICO
                START CADCONSU KEY IS NOT LESS CODMEDICO
                   INVALID KEY GO TO CHK-SUBLIVRE-GRP.
       CHK-SUBLIVRE-LER.
                READ CADCONSU NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CHK-SUBLIVRE-GRP.
                IF CODMEDICO NOT = CRM
                   GO TO CHK-SUBLIVRE-GRP.
                IF STATUSCONS = "C" OR "F"
                   GO TO CHK-SUBLIVRE-LER.
                IF DATACON1 = W-RMDATA AND HORACON = W-RMHORA
                   MOVE 0 TO W-SUBOK
                   GO TO CHK-SUBLIVRE-FIM.
                GO TO CHK-SUBLIVRE-LER.
       CHK-SUBLIVRE-GRP.
                IF W-HASGRP = 0
                   GO TO CHK-SUBLIVRE-FIM.
                MOVE ZEROS TO CODGRP
                START CADGRUPO KEY IS NOT LESS CODGRP
                   INVALID KEY GO TO CHK-SUBLIVRE-FIM.
       CHK-SUBLIVRE-GLER.
                READ CADGRUPO NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CHK-SUBLIVRE-FIM.
                IF SITGRP = "C" OR CRMGRP NOT = CRM
                   GO TO CHK-SUBLIVRE-GLER.
                IF DATAGRP = W-RMDATA AND HORAGRP = W-RMHORA
                   MOVE 0 TO W-SUBOK
                   GO TO CHK-SUBLIVRE-FIM.
                GO TO CHK-SUBLIVRE-GLER.
       CHK-SUBLIVRE-FIM.
                EXIT.

      ***** MANTEM O INDICE MEDICO+DATA DAS CONSULTAS (CADXMED) *****
       XREF-ADD.
           IF W-HASXRF = 0
              GO TO XREF-ADD-FIM.
           COMPUTE DATAXM = ANOCON1 * 10000 + MESCON1 * 100
                          + DIACON1
           MOVE CODMEDICO TO CRMXM
           MOVE CPFC      TO CPFXM
           MOVE SEQCON    TO SEQXM
           WRITE REGXMED.
       XREF-ADD-FIM.
           EXIT.

       XREF-DEL.
           IF W-HASXRF = 0
              GO TO XREF-DEL-FIM.
           COMPUTE DATAXM = ANOCON1 * 10000 + MESCON1 * 100
                          + DIACON1
           MOVE CODMEDICO TO CRMXM
           MOVE CPFC      TO CPFXM
           MOVE SEQCON    TO SEQXM
           READ CADXMED
           IF ST-ERRO = "00"
              DELETE CADXMED RECORD.
       XREF-DEL-FIM.
           EXIT.

      ***** DIA DA SEMANA (1=DOMINGO ... 7=SABADO) DE W-ZDIA/W-ZMES/ *
      ***** W-ZANO (CONGRUENCIA DE ZELLER) ***************************
       CALC-DIASEM.
           MOVE W-ZMES TO W-ZM
           MOVE W-ZANO TO W-ZA
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = 13 * (W-ZM + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZSUM = W-ZDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                          + 5 * W-ZJ
           DIVIDE W-ZSUM BY 7 GIVING W-ZQ REMAINDER W-ZH
           IF W-ZH = 0
              MOVE 7 TO W-DIASEM
           ELSE
              MOVE W-ZH TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.

      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
              CLOSE CADPACI.
           IF W-HASMOT = 1
              CLOSE CADMOTCA.
           IF W-HASAGE = 1
              CLOSE CADAGMED.
           IF W-HASCRD = 1
              CLOSE CADCRED.
           IF W-HASXRF = 1
              CLOSE CADXMED.
           IF W-HASGRP = 1
              CLOSE CADGRUPO.
           IF W-HASOVB = 1
              CLOSE CADOVBK.
           EXIT PROGRAM.

      ***** ENCADEIA A LINHA DE AUDITORIA: NUMERO SEQUENCIAL E ******
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOTCA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOTCA
           MOVE SPACES TO W-ARQ-CADAGMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAGMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAGMED
           MOVE SPACES TO W-ARQ-CADCRED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCRED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCRED
           MOVE SPACES TO W-ARQ-CADXMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADXMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADXMED
           MOVE SPACES TO W-ARQ-CADGRUPO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGRUPO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGRUPO
           MOVE SPACES TO W-ARQ-CADOVBK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVBK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVBK
           MOVE SPACES TO W-ARQ-CONTATTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CONTATTX.TXT" DELIMITED BY SIZE
