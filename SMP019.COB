                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.
       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.


       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ALTERNATE RECORD KEY IS NOMECOMERC
                                       WITH DUPLICATES.

       SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 CODMEDREC        PIC 9(05).
          03 CONTROLREC       PIC X(01).
          03 NUMFORMCTL       PIC 9(06).
      *
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADASSIN.
       01 REGASSIN.
          03 KEYASSIN.
             05 CPFAS         PIC 9(11).
             05 DATAAS.
                07 DIAAS      PIC 9(02).
                07 MESAS      PIC 9(02).
                07 ANOAS      PIC 9(04).
             05 SEQAS         PIC 9(02).
          03 CRMASS           PIC 9(06).
          03 DATAASS          PIC 9(08).
          03 HORAASS          PIC 9(04).
          03 OPERASS          PIC 9(04).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
          03 APRESENT         PIC X(20).
          03 SITUACAOMD       PIC X(01).
          03 LISTACTRL        PIC X(01).
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINTER.
       01 REGINTER.
          03 KEYINTER.
             05 PATIVO1       PIC X(30).
             05 PATIVO2       PIC X(30).
          03 GRAVINTER        PIC X(01).
          03 NOTAINTER        PIC X(40).
          03 SITUACAOIT       PIC X(01).
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
       FD CADCTLRG
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
          "CADRECEI.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-HASASS      PIC 9(01) VALUE ZEROS.
       01 W-ASSINADA    PIC 9(01) VALUE ZEROS.
       01 W-ARQ-CADMEDIC PIC X(64) VALUE
          "CADMEDIC.DAT".
       01 W-ARQ-CADCTLRG PIC X(64) VALUE
          "CADCTLRG.DAT".
       01 W-ARQ-CADINTER PIC X(64) VALUE
          "CADINTER.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADALERG PIC X(64) VALUE
          "CADALERG.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
       01 W-HASCTL      PIC 9(01) VALUE ZEROS.
       01 W-NUMFORM     PIC 9(06) VALUE ZEROS.
       01 W-CTLPEND     PIC 9(01) VALUE ZEROS.
       01 W-ACAOLIB     PIC X(10) VALUE "LIBERACAO".
      ***** INTERACAO DO ITEM NOVO COM AS RECEITAS ATIVAS DO PACIENTE
       01 W-HASINT      PIC 9(01) VALUE ZEROS.
       01 W-HASPAR      PIC 9(01) VALUE ZEROS.
       01 W-INTDIAS     PIC 9(04) VALUE ZEROS.
       01 W-INTGRAV     PIC X(01) VALUE SPACES.
       01 W-INTPATIVO   PIC X(30) VALUE SPACES.
       01 W-PATNOVO     PIC X(30) VALUE SPACES.
       01 W-SAVERECEI   PIC X(141) VALUE SPACES.
       01 W-SAVECPF     PIC 9(11) VALUE ZEROS.
       01 W-SAVEKEYR    PIC X(23) VALUE SPACES.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-HOJESER     PIC 9(08) VALUE ZEROS.
       01 W-DIFDIAS     PIC 9(08) VALUE ZEROS.
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

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARECEI.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "            ***** RECEITUARIO DA CONSUL".
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
              MOVE 0 TO W-HASCTL.

      ***** ASSINATURAS DAS CONSULTAS (OPCIONAL): CONSULTA ASSINADA
      ***** NAO PODE MAIS SER ALTERADA
       R0S.
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.

      ***** TABELA DE INTERACOES (OPCIONAL) E JANELA EM DIAS DAS ****
      ***** RECEITAS CONSIDERADAS ATIVAS (PARAMETRO INTERDIAS) ******
       R0F.
           MOVE 1 TO W-HASINT
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASINT.
           MOVE 90 TO W-INTDIAS
           MOVE 1 TO W-HASPAR
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAR.
           IF W-HASPAR = 1
              MOVE "INTERDIAS" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00"
                 IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                    MOVE VALORPAR TO W-INTDIAS.
           IF W-HASPAR = 1
              CLOSE CADPARAM.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJE-N (7:2) TO W-DSDIA
           MOVE W-HOJE-N (5:2) TO W-DSMES
           MOVE W-HOJE-N (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO MEDICAMENTO DOSAGEM DURACAOREC INSTRUCAO
              MOVE "*** CONSULTA CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           PERFORM CHK-ASSIN THRU CHK-ASSIN-FIM.

       R3B.
           ACCEPT TITEMR
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
           IF W-ASSINADA = 1
              MOVE "*** CONSULTA ASSINADA: USE ADENDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3B.

      ***** ESCOLHA DO MEDICAMENTO NO CATALOGO (0 = TEXTO LIVRE) *****
       R3C.
              STRING "*** ALERGIA REGISTRADA: " W-ALERGNOTA
                     DELIMITED BY SIZE INTO MENS
              PERFORM RMensa THRU RMensa-FIM
              MOVE "LIBERACAO" TO W-ACAOLIB
              PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
              IF W-LIBOK = 0
                 MOVE "*** ITEM RECUSADO (ALERGIA DO PACIENTE) ***"
                 MOVE SPACES TO MEDICAMENTO
                 MOVE ZEROS TO CODMEDREC
                 GO TO R3C.
           PERFORM CHK-INTER THRU CHK-INTER-FIM
           IF W-INTGRAV = SPACE
              GO TO R4.
           MOVE SPACES TO MENS
           IF W-INTGRAV = "L"
              STRING "INTERACAO LEVE: " W-INTPATIVO
                     DELIMITED BY SIZE INTO MENS.
           IF W-INTGRAV = "M"
              STRING "INTERACAO MODERADA: " W-INTPATIVO
                     DELIMITED BY SIZE INTO MENS.
           IF W-INTGRAV = "C"
              STRING "CONTRAINDICADO COM: " W-INTPATIVO
                     DELIMITED BY SIZE INTO MENS.
           PERFORM RMensa THRU RMensa-FIM
           IF W-INTGRAV = "L"
              GO TO R4.
           IF W-INTGRAV = "M"
              GO TO R3C-INTM.
      ***** PAR CONTRAINDICADO SO ENTRA COM LIBERACAO DO SUPERVISOR
           MOVE "LIBINTERAC" TO W-ACAOLIB
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 1
              GO TO R4.
           MOVE "*** ITEM RECUSADO (INTERACAO CONTRAINDICADA) ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM
           MOVE SPACES TO MEDICAMENTO
           MOVE ZEROS TO CODMEDREC
           GO TO R3C.
       R3C-INTM.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12)
                "MANTER ITEM COM INTERACAO MODERADA (S/N) : "
           ACCEPT (23, 55) W-OPCAO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "S" OR "s"
              GO TO R4.
           MOVE SPACES TO MEDICAMENTO
           MOVE ZEROS TO CODMEDREC
           GO TO R3C.

       R4.
           DISPLAY TELARECEI
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ASSINADA = 1 AND W-OPCAO NOT = "N"
                   MOVE "*** CONSULTA ASSINADA: USE ADENDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE 1 TO W-LIBOK
           MOVE W-ACAOLIB TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
       LIBERA-SUPERV-FIM.
           EXIT.

      ***** CRUZA O PRINCIPIO ATIVO DO ITEM NOVO COM O DE CADA ******
      ***** RECEITA ATIVA DO PACIENTE (QUALQUER MEDICO) NOS ULTIMOS *
      ***** INTERDIAS DIAS; GUARDA A INTERACAO MAIS GRAVE ***********
       CHK-INTER.
           MOVE SPACES TO W-INTGRAV W-INTPATIVO
           IF W-HASINT = 0 OR W-HASMED = 0
              GO TO CHK-INTER-FIM.
           IF PRINCATIVO = SPACES
              GO TO CHK-INTER-FIM.
           MOVE PRINCATIVO TO W-PATNOVO
           MOVE REGRECEI   TO W-SAVERECEI
           MOVE KEYRECEI   TO W-SAVEKEYR
           MOVE CPFR       TO W-SAVECPF
           MOVE ZEROS TO DATAR SEQR ITEMR
           START CADRECEI KEY IS NOT LESS KEYRECEI INVALID KEY
              GO TO CHK-INTER-REST.
       CHK-INTER-LER.
           READ CADRECEI NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-INTER-REST.
           IF CPFR NOT = W-SAVECPF
              GO TO CHK-INTER-REST.
           IF KEYRECEI = W-SAVEKEYR
              GO TO CHK-INTER-LER.
           IF SITUACAORE NOT = "A" OR CODMEDREC = 0
              GO TO CHK-INTER-LER.
           MOVE DIAR TO W-DSDIA
           MOVE MESR TO W-DSMES
           MOVE ANOR TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-HOJESER
              COMPUTE W-DIFDIAS = W-HOJESER - W-DSSER
              IF W-DIFDIAS > W-INTDIAS
                 GO TO CHK-INTER-LER.
           MOVE CODMEDREC TO CODMEDIC
           READ CADMEDIC
           IF ST-ERRO NOT = "00" OR PRINCATIVO = SPACES
              GO TO CHK-INTER-LER.
           IF PRINCATIVO = W-PATNOVO
              GO TO CHK-INTER-LER.
           IF PRINCATIVO < W-PATNOVO
              MOVE PRINCATIVO TO PATIVO1
              MOVE W-PATNOVO  TO PATIVO2
           ELSE
              MOVE W-PATNOVO  TO PATIVO1
              MOVE PRINCATIVO TO PATIVO2.
           READ CADINTER
           IF ST-ERRO NOT = "00" OR SITUACAOIT = "I"
              GO TO CHK-INTER-LER.
           IF GRAVINTER = "C"
              MOVE "C" TO W-INTGRAV
              MOVE PRINCATIVO TO W-INTPATIVO
              GO TO CHK-INTER-REST.
           IF GRAVINTER = "M" AND W-INTGRAV NOT = "M"
              MOVE "M" TO W-INTGRAV
              MOVE PRINCATIVO TO W-INTPATIVO
              GO TO CHK-INTER-LER.
           IF GRAVINTER = "L" AND W-INTGRAV = SPACE
              MOVE "L" TO W-INTGRAV
              MOVE PRINCATIVO TO W-INTPATIVO.
           GO TO CHK-INTER-LER.
      ***** DEVOLVE O ITEM EM DIGITACAO E O MEDICAMENTO ESCOLHIDO ***
       CHK-INTER-REST.
           MOVE W-SAVERECEI TO REGRECEI
           MOVE CODMEDREC TO CODMEDIC
           READ CADMEDIC.
       CHK-INTER-FIM.
           EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
           SUBTRACT 1 FROM W-DSANO GIVING W-DSANT
           DIVIDE W-DSANT BY 4 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           DIVIDE W-DSANT BY 100 GIVING W-DST1
           SUBTRACT W-DST1 FROM W-DSSER
           DIVIDE W-DSANT BY 400 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           IF W-DSMES < 1 OR W-DSMES > 12
              GO TO CALC-SERIAL-FIM.
           ADD W-CUMD (W-DSMES) TO W-DSSER
           IF W-DSMES > 2
              DIVIDE W-DSANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 ADD 1 TO W-DSSER.
       CALC-SERIAL-FIM.
           EXIT.

      ***** VERIFICA SE A CONSULTA JA FOI ASSINADA PELO MEDICO ****
      ***** (O ARQUIVO PODE TER SIDO CRIADO DEPOIS DA ABERTURA) ****
       CHK-ASSIN.
           MOVE 0 TO W-ASSINADA
           IF W-HASASS = 0
              OPEN INPUT CADASSIN
              IF ST-ERRO = "00"
                 MOVE 1 TO W-HASASS
              ELSE
                 GO TO CHK-ASSIN-FIM.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           READ CADASSIN
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASSINADA.
       CHK-ASSIN-FIM.
           EXIT.

      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
       ROT-FIM.
           CLOSE CADRECEI.
           CLOSE CADCONSU.
           IF W-HASASS = 1
              CLOSE CADASSIN.
           IF W-HASMED = 1
              CLOSE CADMEDIC.
           IF W-HASALE = 1
              CLOSE CADOPER.
           IF W-HASCTL = 1
              CLOSE CADCTLRG.
           IF W-HASINT = 1
              CLOSE CADINTER.
       ROT-FIM2.
           EXIT PROGRAM.

           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADMEDIC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMEDIC.DAT" DELIMITED BY SIZE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDCTRL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-AUDCTRL
           MOVE SPACES TO W-ARQ-CADINTER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINTER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINTER
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
