       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRBRT.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * RETORNO DE BOLETOS (CNAB 400) DAS PARCELAS DO   *
      * PARTICULAR: CASA CADA OCORRENCIA COM O BOLETO   *
      * PELO NOSSO NUMERO (CADBOLPA). NA LIQUIDACAO     *
      * BAIXA A PARCELA (CADPARCE) E LANCA O CREDITO NO *
      * CAIXA (FORMA B=BOLETO). CONFIRMACOES, REJEICOES *
      * E EXCECOES VAO PARA RETBOLER.TXT                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBOLPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYBOLPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOSSONUMBL.

       SELECT CADPARCE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARCE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT JORNAL ASSIGN TO WS-JRNFILE
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT RETBOLTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT RETBOLER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** BOLETO REGISTRADO NO BANCO PARA A PARCELA (MESMA CHAVE
      ***** DO CADPARCE). O REGISTRO COM A CHAVE ZERADA E O CONTROLE
      ***** (ULTIMO NOSSO NUMERO E ULTIMA REMESSA).
      ***** SITBL: G=ENVIADO NA REMESSA R=REGISTRADO PELO BANCO
      *****        J=REJEITADO (VAI NA PROXIMA REMESSA) L=LIQUIDADO
      *****        B=BAIXADO
       FD CADBOLPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADBOLPA.
       01 REGBOLPA.
          03 KEYBOLPA.
             05 CPFBL         PIC 9(11).
             05 DATAPLBL      PIC 9(08).
             05 PARCBL        PIC 9(02).
          03 NOSSONUMBL       PIC 9(10).
          03 VENCBL           PIC 9(08).
          03 VALORBL          PIC 9(06)V99.
          03 SITBL            PIC X(01).
          03 REMBL            PIC 9(06).
          03 DATAREMBL        PIC 9(08).
          03 DATALQBL         PIC 9(08).
          03 VALPGBL          PIC 9(06)V99.
          03 OCORBL           PIC X(02).
          03 ULTNNBL          PIC 9(10).
      *
       FD CADPARCE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARCE.
       01 REGPARCE.
          03 KEYPARCE.
             05 CPFPA         PIC 9(11).
             05 DATAPLPA.
                07 DIAPL      PIC 9(02).
                07 MESPL      PIC 9(02).
                07 ANOPL      PIC 9(04).
             05 PARCNUM       PIC 9(02).
          03 QTDPARC          PIC 9(02).
          03 VENCPARC.
             05 DIAVC         PIC 9(02).
             05 MESVC         PIC 9(02).
             05 ANOVC         PIC 9(04).
          03 VALORPARC        PIC 9(06)V99.
          03 PAGOPARC         PIC X(01).
          03 DATAPGPA         PIC 9(08).
          03 FORMAPGPA        PIC X(01).
          03 OPERPARC         PIC 9(04).
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCAIXA.
       01 REGCAIXA.
          03 KEYCAIXA.
             05 CPFCX         PIC 9(11).
             05 DATACX.
                07 DIACX      PIC 9(02).
                07 MESCX      PIC 9(02).
                07 ANOCX      PIC 9(04).
             05 SEQCX         PIC 9(02).
          03 VALORCX          PIC 9(06)V99.
          03 FORMACX          PIC X(01).
          03 OPERCX           PIC 9(04).
          03 SITUACAOCX       PIC X(01).
          03 NUMRECIBO        PIC 9(06).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD JORNAL
               LABEL RECORD IS STANDARD.
       01 REGJORNAL           PIC X(346).
      *
      ***** RETORNO DO BANCO: SO OS REGISTROS TIPO 1 (DETALHE) SAO
      ***** TRATADOS; HEADER (0) E TRAILER (9) SAO IGNORADOS
       FD RETBOLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-RETBOLTX.
       01 REGRETBOLTX.
          03 RB-TIPO       PIC X(01).
          03 FILLER        PIC X(36).
          03 RB-USOEMP     PIC X(25).
          03 RB-NOSSONUM   PIC X(10).
          03 FILLER        PIC X(36).
          03 RB-OCORR      PIC X(02).
          03 RB-DATAOC     PIC 9(06).
          03 FILLER        PIC X(36).
          03 RB-VALTIT     PIC 9(11)V99.
          03 FILLER        PIC X(88).
          03 RB-VALPAGO    PIC 9(11)V99.
          03 FILLER        PIC X(29).
          03 RB-DATACRED   PIC 9(06).
          03 FILLER        PIC X(93).
          03 RB-SEQ        PIC 9(06).
      *
       FD RETBOLER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-RETBOLER.
       01 REGRETBOLER       PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADBOLPA PIC X(64) VALUE
          "CADBOLPA.DAT".
       01 W-ARQ-CADPARCE PIC X(64) VALUE
          "CADPARCE.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-RETBOLTX PIC X(64) VALUE
          "RETBOLTX.TXT".
       01 W-ARQ-RETBOLER PIC X(64) VALUE
          "RETBOLER.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 WS-SESSFILE PIC X(64) VALUE SPACES.
       01 W-TERMID    PIC X(08) VALUE SPACES.
       01 W-OPER      PIC 9(04) VALUE ZEROS.
       01 WS-JRNFILE    PIC X(64) VALUE SPACES.
       01 W-JRNDATA     PIC 9(08) VALUE ZEROS.
       01 W-JRNHORA     PIC 9(08) VALUE ZEROS.
       01 W-JRNLINHA.
          03 W-JRN-DATA   PIC 9(08).
          03 W-JRN-HORA   PIC 9(06).
          03 W-JRN-OPER   PIC 9(04).
          03 W-JRN-ARQ    PIC X(08).
          03 W-JRN-ACAO   PIC X(10).
          03 W-JRN-IMAGEM PIC X(310).
       01 W-TOTLIDOS  PIC 9(05) VALUE ZEROS.
       01 W-TOTLIQ    PIC 9(05) VALUE ZEROS.
       01 W-TOTCONF   PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ    PIC 9(05) VALUE ZEROS.
       01 W-TOTBXA    PIC 9(05) VALUE ZEROS.
       01 W-TOTNAO    PIC 9(05) VALUE ZEROS.
       01 W-VALLIQ    PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-E     PIC ZZZZZ9,99.
       01 W-VAL2-E    PIC ZZZZZ9,99.
       01 W-TOT-E     PIC ZZZZZZZZ9,99.
       01 W-NOSSONUM  PIC 9(10) VALUE ZEROS.
       01 W-VALPAGO   PIC 9(06)V99 VALUE ZEROS.
       01 W-SEQCXLIV  PIC 9(02) VALUE ZEROS.
       01 W-DDMMAA.
          03 W-DMA-DIA  PIC 9(02).
          03 W-DMA-MES  PIC 9(02).
          03 W-DMA-ANO  PIC 9(02).
       01 W-DDMMAA-N  REDEFINES W-DDMMAA PIC 9(06).
       01 W-DATALIQ.
          03 W-LIQDIA   PIC 9(02).
          03 W-LIQMES   PIC 9(02).
          03 W-LIQANO   PIC 9(04).
       01 W-DATALIQ-N REDEFINES W-DATALIQ PIC 9(08).
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** RETORNO DE BOLETOS DAS PARCELAS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  LE O ARQUIVO RETBOLTX.TXT DO BANCO,".
           05  LINE 07  COLUMN 01
               VALUE  "  BAIXA AS PARCELAS PAGAS POR BOLETO E".
           05  LINE 08  COLUMN 01
               VALUE  "  LANCA OS CREDITOS NO CAIXA.".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A CARGA (S/N) : ".
           05  TW-OPCAO
               LINE 12  COLUMN 29  PIC X(01)
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
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CARGA CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT RETBOLTX
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO RETBOLTX.TXT NAO ENCONTRADO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN I-O CADBOLPA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADBOLPA NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE RETBOLTX
              GO TO RotinaFim2.
           OPEN I-O CADPARCE
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPARCE NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE RETBOLTX CADBOLPA
              GO TO RotinaFim2.
           OPEN I-O CADCAIXA
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           PERFORM PEGA-OPER THRU PEGA-OPER-FIM
           OPEN OUTPUT RETBOLER.
           MOVE ZEROS TO W-TOTLIDOS W-TOTLIQ W-TOTCONF W-TOTREJ
                         W-TOTBXA W-TOTNAO W-VALLIQ.

       LER-RET.
           READ RETBOLTX
           IF ST-ERRO NOT = "00"
              GO TO FECHA-CARGA.
           IF RB-TIPO NOT = "1"
              GO TO LER-RET.
           ADD 1 TO W-TOTLIDOS
           IF RB-NOSSONUM NOT NUMERIC
              ADD 1 TO W-TOTNAO
              MOVE SPACES TO REGRETBOLER
              STRING "NOSSO NUMERO INVALIDO NA LINHA " RB-SEQ
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              GO TO LER-RET.
           MOVE RB-NOSSONUM TO W-NOSSONUM
           MOVE W-NOSSONUM  TO NOSSONUMBL
           READ CADBOLPA KEY IS NOSSONUMBL
           IF ST-ERRO NOT = "00" OR KEYBOLPA = ZEROS
              ADD 1 TO W-TOTNAO
              MOVE SPACES TO REGRETBOLER
              STRING "BOLETO NAO ENCONTRADO: NOSSO NR " RB-NOSSONUM
                     " OCORRENCIA " RB-OCORR
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              GO TO LER-RET.
           MOVE RB-OCORR TO OCORBL
           IF RB-OCORR = "02"
              GO TO TRATA-CONFIRMA.
           IF RB-OCORR = "03"
              GO TO TRATA-REJEITA.
           IF RB-OCORR = "06" OR RB-OCORR = "17"
              GO TO TRATA-LIQUIDA.
           IF RB-OCORR = "09" OR RB-OCORR = "10"
              GO TO TRATA-BAIXA.
           ADD 1 TO W-TOTNAO
           PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           MOVE SPACES TO REGRETBOLER
           STRING "OCORRENCIA " RB-OCORR " NAO TRATADA: NOSSO NR "
                  RB-NOSSONUM " CPF " CPFBL
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER
           GO TO LER-RET.

      ***** 02 - ENTRADA CONFIRMADA: BOLETO REGISTRADO NO BANCO ******
       TRATA-CONFIRMA.
           IF SITBL = "G"
              MOVE "R" TO SITBL.
           PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           ADD 1 TO W-TOTCONF
           GO TO LER-RET.

      ***** 03 - ENTRADA REJEITADA: VOLTA NA PROXIMA REMESSA *********
       TRATA-REJEITA.
           IF SITBL = "G" OR SITBL = "R"
              MOVE "J" TO SITBL.
           PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           ADD 1 TO W-TOTREJ
           MOVE SPACES TO REGRETBOLER
           STRING "ENTRADA REJEITADA: NOSSO NR " RB-NOSSONUM " CPF "
                  CPFBL " PARC " PARCBL
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER
           GO TO LER-RET.

      ***** 09/10 - BAIXA CONFIRMADA PELO BANCO **********************
       TRATA-BAIXA.
           IF SITBL NOT = "L"
              MOVE "B" TO SITBL.
           PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           ADD 1 TO W-TOTBXA
           GO TO LER-RET.

      ***** 06/17 - LIQUIDACAO: BAIXA A PARCELA E LANCA NO CAIXA ******
       TRATA-LIQUIDA.
           IF SITBL = "L"
              ADD 1 TO W-TOTNAO
              MOVE SPACES TO REGRETBOLER
              STRING "LIQUIDACAO REPETIDA: NOSSO NR " RB-NOSSONUM
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              GO TO LER-RET.
           MOVE RB-DATACRED TO W-DDMMAA-N
           IF W-DDMMAA-N = 0
              MOVE RB-DATAOC TO W-DDMMAA-N.
           MOVE W-DMA-DIA TO W-LIQDIA
           MOVE W-DMA-MES TO W-LIQMES
           COMPUTE W-LIQANO = 2000 + W-DMA-ANO
           MOVE RB-VALPAGO TO W-VALPAGO
           MOVE CPFBL    TO CPFPA
           MOVE DATAPLBL TO DATAPLPA
           MOVE PARCBL   TO PARCNUM
           READ CADPARCE
           IF ST-ERRO NOT = "00" OR PAGOPARC NOT = "A"
              ADD 1 TO W-TOTNAO
              MOVE W-VALPAGO TO W-VAL-E
              MOVE SPACES TO REGRETBOLER
              STRING "PAGO E PARCELA NAO ESTA ABERTA: NOSSO NR "
                     RB-NOSSONUM " VALOR " W-VAL-E
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              MOVE SPACES TO REGRETBOLER
              STRING "   CPF " CPFBL " PARC " PARCBL
                     " - TRATAR MANUALMENTE (DEVOLUCAO)"
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              GO TO LER-RET.
           IF W-VALPAGO < VALORPARC
              ADD 1 TO W-TOTNAO
              MOVE W-VALPAGO TO W-VAL-E
              MOVE VALORPARC TO W-VAL2-E
              MOVE SPACES TO REGRETBOLER
              STRING "PAGO A MENOR: NOSSO NR " RB-NOSSONUM
                     " PAGO " W-VAL-E " DEVIDO " W-VAL2-E
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              GO TO LER-RET.
           MOVE "P"          TO PAGOPARC
           MOVE W-DATALIQ-N  TO DATAPGPA
           MOVE "B"          TO FORMAPGPA
           MOVE W-OPER       TO OPERPARC.
       LIQ-RW.
           REWRITE REGPARCE
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LIQ-RW.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-TOTNAO
              MOVE SPACES TO REGRETBOLER
              STRING "ERRO NA BAIXA DA PARCELA: NOSSO NR "
                     RB-NOSSONUM
                     DELIMITED BY SIZE INTO REGRETBOLER
              WRITE REGRETBOLER
              GO TO LER-RET.
      ***** CREDITO NO CAIXA DA DATA DO PAGAMENTO (SEQ 91 A 99)
           MOVE 90 TO W-SEQCXLIV.
       LIQ-CXSEQ.
           ADD 1 TO W-SEQCXLIV
           IF W-SEQCXLIV > 99
              GO TO LIQ-DESFAZ.
           MOVE CPFBL       TO CPFCX
           MOVE W-DATALIQ-N TO DATACX
           MOVE W-SEQCXLIV  TO SEQCX
           READ CADCAIXA
           IF ST-ERRO = "00"
              GO TO LIQ-CXSEQ.
           MOVE CPFBL       TO CPFCX
           MOVE W-DATALIQ-N TO DATACX
           MOVE W-SEQCXLIV  TO SEQCX
           MOVE W-VALPAGO   TO VALORCX
           MOVE "B"         TO FORMACX
           MOVE W-OPER      TO OPERCX
           MOVE "A"         TO SITUACAOCX
           MOVE ZEROS       TO NUMRECIBO.
       LIQ-CXWR.
           WRITE REGCAIXA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LIQ-CXWR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO LIQ-DESFAZ.
           MOVE W-OPER      TO W-JRN-OPER
           MOVE "CADCAIXA"  TO W-JRN-ARQ
           MOVE "RETBOLETO" TO W-JRN-ACAO
           MOVE REGCAIXA    TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
           MOVE "L"         TO SITBL
           MOVE W-DATALIQ-N TO DATALQBL
           MOVE W-VALPAGO   TO VALPGBL
           PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           ADD 1 TO W-TOTLIQ
           ADD W-VALPAGO TO W-VALLIQ
           GO TO LER-RET.

      ***** SEM LANCAMENTO NO CAIXA A PARCELA VOLTA PARA ABERTA ******
       LIQ-DESFAZ.
           MOVE "A"    TO PAGOPARC
           MOVE ZEROS  TO DATAPGPA OPERPARC
           MOVE SPACES TO FORMAPGPA
           REWRITE REGPARCE
           ADD 1 TO W-TOTNAO
           MOVE SPACES TO REGRETBOLER
           STRING "ERRO NO CAIXA, BAIXA DESFEITA: NOSSO NR "
                  RB-NOSSONUM
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER
           GO TO LER-RET.

       FECHA-CARGA.
           MOVE SPACES TO REGRETBOLER
           WRITE REGRETBOLER.
           MOVE SPACES TO REGRETBOLER
           STRING "REGISTROS LIDOS ......: " W-TOTLIDOS
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER.
           MOVE W-VALLIQ TO W-TOT-E
           MOVE SPACES TO REGRETBOLER
           STRING "PARCELAS LIQUIDADAS ..: " W-TOTLIQ
                  "  VALOR " W-TOT-E
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER.
           MOVE SPACES TO REGRETBOLER
           STRING "ENTRADAS CONFIRMADAS .: " W-TOTCONF
                  "  REJEITADAS: " W-TOTREJ
                  "  BAIXADAS: " W-TOTBXA
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER.
           MOVE SPACES TO REGRETBOLER
           STRING "EXCECOES .............: " W-TOTNAO
                  DELIMITED BY SIZE INTO REGRETBOLER
           WRITE REGRETBOLER.
           CLOSE RETBOLTX RETBOLER CADBOLPA CADPARCE CADCAIXA
           MOVE "SMPRBRT" TO W-PROGCAT
           MOVE "RETBOLER.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "LIQUIDADAS " W-TOTLIQ
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE SPACES TO MENS
           STRING "*** " W-TOTLIQ " LIQUIDADA(S) " W-TOTNAO
                  " EXCECAO(OES) ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim2.

       REGRAVA-BOL.
           REWRITE REGBOLPA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO REGRAVA-BOL.
       REGRAVA-BOL-FIM.
           EXIT.

      ***** OPERADOR DA SESSAO QUE PROCESSA O RETORNO ****************
       PEGA-OPER.
           MOVE ZEROS TO W-OPER
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
              GO TO PEGA-OPER-FIM.
           READ SESSAO
           IF ST-ERRO = "00"
              MOVE SESSCODOPER TO W-OPER.
           CLOSE SESSAO.
       PEGA-OPER-FIM.
           EXIT.

      ***** JORNAL DIARIO DE IMAGENS DEPOIS DA GRAVACAO *************
      ***** (REAPLICADO PELO SMPRJRN NA RECUPERACAO) ****************
       GRAVA-JORNAL.
           ACCEPT W-JRNDATA FROM DATE YYYYMMDD
           ACCEPT W-JRNHORA FROM TIME
           MOVE SPACES TO WS-JRNFILE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "JRN" DELIMITED BY SIZE
                  W-JRNDATA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-JRNFILE
           MOVE W-JRNDATA       TO W-JRN-DATA
           MOVE W-JRNHORA (1:6) TO W-JRN-HORA
           OPEN EXTEND JORNAL
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT JORNAL.
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-JORNAL-FIM.
           MOVE W-JRNLINHA TO REGJORNAL
           WRITE REGJORNAL
           CLOSE JORNAL.
       GRAVA-JORNAL-FIM.
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

      ****** ROTINA FIM ******************
       RotinaFim2.
           EXIT PROGRAM.

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
           MOVE SPACES TO W-ARQ-CADBOLPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADBOLPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADBOLPA
           MOVE SPACES TO W-ARQ-CADPARCE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARCE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARCE
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-RETBOLTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RETBOLTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-RETBOLTX
           MOVE SPACES TO W-ARQ-RETBOLER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RETBOLER.TXT" DELIMITED BY SIZE
             INTO W-ARQ-RETBOLER
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
