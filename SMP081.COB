       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP081.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************
      * MANUTENCAO DO DE-PARA PARA O PLANO DE        *
      * CONTAS DO CONTADOR: RECEITA E CONTAS A       *
      * RECEBER POR CONVENIO, CAIXA POR FORMA DE     *
      * PAGAMENTO, BANCO, RETENCOES, REPASSE,        *
      * ESTOQUE E FORNECEDORES (USADO NA EXPORTACAO  *
      * DOS LANCAMENTOS CONTABEIS - SMPRCTB)         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMAPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMAPCT
                    FILE STATUS  IS ST-ERRO.
       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDCTRL ASSIGN TO W-ARQ-AUDCTRL
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDITTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** DE-PARA PARA O PLANO DE CONTAS DO CONTADOR
      ***** TIPOMC: RC=RECEITA DE CONVENIO  RX=RECEITA PARTICULAR
      *****         CR=CONVENIO A RECEBER   CX=CAIXA POR FORMA
      *****         BC=BANCO  RT=RETENCAO NA FONTE  RD=DESPESA DE
      *****         REPASSE  RP=REPASSE A PAGAR  ES=ESTOQUE
      *****         FO=FORNECEDORES A PAGAR
      ***** CODMC : CONVENIO, FORNECEDOR OU IMPOSTO (1=ISS 2=IR
      *****         3=PIS 4=COFINS 5=CSLL) COM 6 DIGITOS; FORMA DE
      *****         PAGAMENTO NO CAIXA (D, C, P, B); 000000 = CONTA
      *****         PADRAO DO TIPO
       FD CADMAPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMAPCT.
       01 REGMAPCT.
          03 KEYMAPCT.
             05 TIPOMC        PIC X(02).
             05 CODMC         PIC X(06).
          03 CONTAMC          PIC X(20).
          03 DESCMC           PIC X(30).
          03 SITUACAOMC       PIC X(01).
          03 DATAMC           PIC 9(08).
          03 OPERMC           PIC 9(04).
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD AUDCTRL
               LABEL RECORD IS STANDARD.
       01 REGAUDCTRL.
          03 AC-SEQ        PIC 9(06).
          03 AC-HASH       PIC 9(10).
      *
       FD AUDITTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-AUDITTX.
       01 REGAUDITTX          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       01 W-ENCHASH    PIC 9(10) VALUE ZEROS.
       01 W-ENCWORK    PIC 9(18) VALUE ZEROS.
       01 W-ENCQ       PIC 9(08) VALUE ZEROS.
       01 W-ENCI       PIC 9(02) VALUE ZEROS.
       01 W-ENCJ       PIC 9(02) VALUE ZEROS.
       01 W-ENCPOS     PIC 9(02) VALUE ZEROS.
       01 W-ENCCH      PIC X(01) VALUE SPACES.
       01 W-ENCSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-ENCSET REDEFINES W-ENCSET-R PIC X(68).
       01 W-ARQ-CADMAPCT PIC X(64) VALUE
          "CADMAPCT.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-CODOPERAUD  PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERAUD PIC X(30) VALUE SPACES.
       01 W-DATAUD      PIC 9(08) VALUE ZEROS.
       01 W-HORAUD      PIC 9(08) VALUE ZEROS.
       01 W-ACAOAUD     PIC X(10) VALUE SPACES.
       01 W-LINHAUD.
          03 W-LINHAUD-DATA   PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HORA   PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-COD    PIC 9(04).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-NOME   PIC X(20).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-PROG   PIC X(07).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-ACAO   PIC X(10).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-CHAVE  PIC X(15).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-SEQ    PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HASH   PIC 9(10).
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-CONT2       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 WS-SESSFILE   PIC X(64) VALUE SPACES.
       01 W-TERMID      PIC X(08) VALUE SPACES.
       77 W-ESPCONT     PIC 9(06) VALUE ZEROS.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-ITP         PIC 9(02) VALUE ZEROS.
       01 TXTTIPO       PIC X(30) VALUE SPACES.
       01 TABTIPOMC-R.
          03 FILLER PIC X(32) VALUE "RCRECEITA DE CONVENIO".
          03 FILLER PIC X(32) VALUE "RXRECEITA PARTICULAR (CAIXA)".
          03 FILLER PIC X(32) VALUE "CRCONVENIO A RECEBER".
          03 FILLER PIC X(32) VALUE "CXCAIXA POR FORMA DE PAGAMENTO".
          03 FILLER PIC X(32) VALUE "BCBANCO".
          03 FILLER PIC X(32) VALUE "RTRETENCAO NA FONTE A RECUPERAR".
          03 FILLER PIC X(32) VALUE "RDDESPESA DE REPASSE MEDICO".
          03 FILLER PIC X(32) VALUE "RPREPASSE MEDICO A PAGAR".
          03 FILLER PIC X(32) VALUE "ESESTOQUE DE MATERIAIS".
          03 FILLER PIC X(32) VALUE "FOFORNECEDORES A PAGAR".
       01 TABTIPOMC REDEFINES TABTIPOMC-R.
          03 TBT OCCURS 10 TIMES.
             05 TBT-COD   PIC X(02).
             05 TBT-DESC  PIC X(30).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMAPCT.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** DE-PARA PARA O PLANO DE CO".
           05  LINE 02  COLUMN 41
               VALUE  "NTAS CONTABIL *****".
           05  LINE 04  COLUMN 01
               VALUE  "  TIPO  :".
           05  LINE 06  COLUMN 01
               VALUE  "  CODIGO:".
           05  LINE 06  COLUMN 20
               VALUE  "(CONVENIO/FORNECEDOR/IMPOSTO COM 6 DIGITOS,".
           05  LINE 07  COLUMN 20
               VALUE  " FORMA DO CAIXA OU 000000 = CONTA PADRAO)".
           05  LINE 09  COLUMN 01
               VALUE  "  CONTA CONTABIL   :".
           05  LINE 10  COLUMN 01
               VALUE  "  DESCRICAO        :".
           05  LINE 13  COLUMN 01
               VALUE  "  RC RECEITA CONVENIO  RX RECEITA PARTICULAR".
           05  LINE 13  COLUMN 46
               VALUE  "  CR CONVENIO A RECEBER".
           05  LINE 14  COLUMN 01
               VALUE  "  CX CAIXA (D/C/P/B)   BC BANCO  RT RETENCAO".
           05  LINE 14  COLUMN 46
               VALUE  " (1=ISS 2=IR 3=PIS 4=COF 5=CSL)".
           05  LINE 15  COLUMN 01
               VALUE  "  RD DESPESA REPASSE   RP REPASSE A PAGAR".
           05  LINE 15  COLUMN 46
               VALUE  "  ES ESTOQUE  FO FORNECEDORES".
           05  TTIPOMC
               LINE 04  COLUMN 11  PIC X(02)
               USING  TIPOMC
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 04  COLUMN 15  PIC X(30)
               USING  TXTTIPO
               HIGHLIGHT.
           05  TCODMC
               LINE 06  COLUMN 11  PIC X(06)
               USING  CODMC
               HIGHLIGHT.
           05  TCONTAMC
               LINE 09  COLUMN 22  PIC X(20)
               USING  CONTAMC
               HIGHLIGHT.
           05  TDESCMC
               LINE 10  COLUMN 22  PIC X(30)
               USING  DESCMC
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

      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADMAPCT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMAPCT
                 CLOSE CADMAPCT
                 MOVE "*** ARQUIVO CADMAPCT FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMAPCT" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TIPOMC CODMC CONTAMC DESCMC SITUACAOMC
           MOVE SPACES TO TXTTIPO
           MOVE ZEROS TO DATAMC OPERMC
           MOVE ZEROS TO W-SEL
           DISPLAY TELAMAPCT.

       R2.
           ACCEPT TTIPOMC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           PERFORM LER-TIPO THRU LER-TIPO-FIM
           IF TXTTIPO = SPACES
              MOVE "*** TIPO INVALIDO, VEJA A LISTA ABAIXO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           DISPLAY TTXTTIPO.

       R3.
           ACCEPT TCODMC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CODMC = SPACES
              MOVE "*** DIGITE O CODIGO (000000 = PADRAO) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF TIPOMC = "CX"
              IF CODMC NOT = "D" AND CODMC NOT = "C"
                 AND CODMC NOT = "P" AND CODMC NOT = "B"
                 AND CODMC NOT = "000000"
                 MOVE "*** FORMA DO CAIXA: D, C, P, B OU 000000 ***"
                                                             TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R3.
           IF TIPOMC NOT = "CX" AND CODMC NOT NUMERIC
              MOVE "*** CODIGO NUMERICO COM 6 DIGITOS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF TIPOMC = "RT"
              IF CODMC NOT = "000000" AND CODMC < "000001"
                 OR CODMC > "000005"
                 MOVE "*** IMPOSTO DE 000001 A 000005 ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R3.

       LER-MAPCT.
           READ CADMAPCT
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-MAPCT.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAMAPCT
                IF SITUACAOMC = "I"
                   MOVE "*** DE-PARA EXCLUIDO (INATIVO) ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001
                ELSE
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADMAPCT" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           ACCEPT TCONTAMC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R1
              ELSE
                   GO TO R3.
           IF CONTAMC = SPACES
              MOVE "*** DIGITE A CONTA DO PLANO DO CONTADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TDESCMC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                WRITE REGMAPCT
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMAPCT"
                                                       TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO ROT-FIM.

      *************** GRUD *********************************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                IF SITUACAOMC = "I"
                   MOVE "*** REGISTRO JA ESTA EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                MOVE "I" TO SITUACAOMC
                REWRITE REGMAPCT
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                REWRITE REGMAPCT
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADMAPCT"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** DESCRICAO DO TIPO DE CONTA ******************************
       LER-TIPO.
           MOVE SPACES TO TXTTIPO
           MOVE 1 TO W-ITP.
       LER-TIPO-LOOP.
           IF TBT-COD (W-ITP) = TIPOMC
              MOVE TBT-DESC (W-ITP) TO TXTTIPO
              GO TO LER-TIPO-FIM.
           ADD 1 TO W-ITP
           IF W-ITP < 11
              GO TO LER-TIPO-LOOP.
       LER-TIPO-FIM.
           EXIT.

      ***** DATA E OPERADOR DA ULTIMA ALTERACAO DO DE-PARA ***********
       MARCA-ALT.
           MOVE "A" TO SITUACAOMC
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO DATAMC
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE W-CODOPERAUD TO OPERMC.
       MARCA-ALT-FIM.
           EXIT.

       LER-OPER.
                MOVE ZEROS TO W-CODOPERAUD
                MOVE SPACES TO W-NOMEOPERAUD
                DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
                ACCEPT W-TERMID FROM ENVIRONMENT-VALUE
                MOVE SPACES TO WS-SESSFILE
                STRING W-DIRDADOS DELIMITED BY SPACE
                       "SESSAO" DELIMITED BY SIZE
                       W-TERMID DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                  INTO WS-SESSFILE
                OPEN INPUT SESSAO
                IF ST-ERRO NOT = "00"
                   GO TO LER-OPER-FIM.
                READ SESSAO
                IF ST-ERRO = "00"
                   MOVE SESSCODOPER TO W-CODOPERAUD
                   MOVE SESSNOME    TO W-NOMEOPERAUD.
                CLOSE SESSAO.
       LER-OPER-FIM.
                EXIT.

       GRAVA-AUDIT.
                PERFORM LER-OPER THRU LER-OPER-FIM.
       GRAVA-AUDIT-LINHA.
                ACCEPT W-DATAUD FROM DATE
                ACCEPT W-HORAUD FROM TIME
                MOVE W-DATAUD          TO W-LINHAUD-DATA
                MOVE W-HORAUD          TO W-LINHAUD-HORA
                MOVE W-CODOPERAUD      TO W-LINHAUD-COD
                MOVE W-NOMEOPERAUD     TO W-LINHAUD-NOME
                MOVE "SMP081"          TO W-LINHAUD-PROG
                MOVE KEYMAPCT          TO W-LINHAUD-CHAVE
                MOVE W-ACAOAUD         TO W-LINHAUD-ACAO
                PERFORM ENCADEIA-AUDIT THRU ENCADEIA-AUDIT-FIM
                OPEN EXTEND AUDITTX
                IF ST-ERRO = "30"
                   OPEN OUTPUT AUDITTX.
                MOVE W-LINHAUD TO REGAUDITTX
                WRITE REGAUDITTX
                CLOSE AUDITTX.
       GRAVA-AUDIT-FIM.
                EXIT.

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

       ROT-FIM.
           CLOSE CADMAPCT.
       ROT-FIM2.
           EXIT PROGRAM.

      ***** ENCADEIA A LINHA DE AUDITORIA: NUMERO SEQUENCIAL E ******
      ***** VALOR DE VERIFICACAO CALCULADO SOBRE A LINHA E O ********
      ***** VALOR ANTERIOR (GUARDADO EM AUDCTRL.DAT); O SMPRVER *****
      ***** CONFERE A CADEIA ****************************************
       ENCADEIA-AUDIT.
           MOVE ZEROS TO W-ENCSEQ
           MOVE 7     TO W-ENCHASH
           OPEN INPUT AUDCTRL
           IF ST-ERRO = "00"
              READ AUDCTRL
              IF ST-ERRO = "00"
                 MOVE AC-SEQ  TO W-ENCSEQ
                 MOVE AC-HASH TO W-ENCHASH.
           CLOSE AUDCTRL
           ADD 1 TO W-ENCSEQ
           MOVE W-ENCSEQ TO W-LINHAUD-SEQ
           MOVE 1 TO W-ENCI.
       ENCADEIA-LOOP.
           IF W-ENCI > 83
              GO TO ENCADEIA-GRAVA.
           MOVE W-LINHAUD (W-ENCI:1) TO W-ENCCH
           MOVE ZEROS TO W-ENCPOS
           MOVE 1 TO W-ENCJ.
       ENCADEIA-BUSCA.
           IF W-ENCJ > 68
              GO TO ENCADEIA-SOMA.
           IF W-ENCSET (W-ENCJ:1) = W-ENCCH
              MOVE W-ENCJ TO W-ENCPOS
              GO TO ENCADEIA-SOMA.
           ADD 1 TO W-ENCJ
           GO TO ENCADEIA-BUSCA.
       ENCADEIA-SOMA.
           IF W-ENCPOS = 0
              MOVE 69 TO W-ENCPOS.
           COMPUTE W-ENCWORK = W-ENCHASH * 131 + W-ENCPOS * W-ENCI
           DIVIDE W-ENCWORK BY 9999999967 GIVING W-ENCQ
                  REMAINDER W-ENCHASH
           ADD 1 TO W-ENCI
           GO TO ENCADEIA-LOOP.
       ENCADEIA-GRAVA.
           MOVE W-ENCHASH TO W-LINHAUD-HASH
           OPEN OUTPUT AUDCTRL
           IF ST-ERRO = "00"
              MOVE W-ENCSEQ  TO AC-SEQ
              MOVE W-ENCHASH TO AC-HASH
              WRITE REGAUDCTRL
              CLOSE AUDCTRL.
       ENCADEIA-AUDIT-FIM.
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
           MOVE SPACES TO W-ARQ-CADMAPCT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMAPCT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMAPCT
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-AUDITTX
           MOVE SPACES TO W-ARQ-AUDCTRL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDCTRL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-AUDCTRL
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
