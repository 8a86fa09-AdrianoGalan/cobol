       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRBOL.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * REMESSA DE BOLETOS (CNAB 400) DAS PARCELAS DO   *
      * PARTICULAR (CADPARCE): REGISTRA UM BOLETO PARA  *
      * CADA PARCELA EM ABERTO AINDA SEM BOLETO, COM O  *
      * PAGADOR (CPF, NOME E ENDERECO PELO CADCEP), E   *
      * PEDE A BAIXA DOS BOLETOS CUJA PARCELA FOI       *
      * RECEBIDA NO BALCAO. GERA REMBOLTX.TXT PARA O    *
      * BANCO E A LISTAGEM REMBOLLS.TXT.                *
      * DADOS DA CONTA NO CADPARAM: BOLBANCO, BOLAGENC, *
      * BOLCONTA, BOLCARTE E BOLBENEF                   *
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

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                       WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT REMBOLTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT REMBOLLS ASSIGN TO DISK
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD REMBOLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-REMBOLTX.
       01 REGREMBOLTX       PIC X(400).
      *
       FD REMBOLLS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-REMBOLLS.
       01 REGREMBOLLS       PIC X(100).
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
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCEP PIC X(64) VALUE
          "CADCEP.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-REMBOLTX PIC X(64) VALUE
          "REMBOLTX.TXT".
       01 W-ARQ-REMBOLLS PIC X(64) VALUE
          "REMBOLLS.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 W-HASCEP    PIC 9(01) VALUE ZEROS.
       01 W-CHPAR     PIC X(10) VALUE SPACES.
       01 W-VALPAR    PIC 9(06) VALUE ZEROS.
       01 W-BANCO     PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA   PIC 9(04) VALUE ZEROS.
       01 W-CONTA     PIC 9(06) VALUE ZEROS.
       01 W-CARTEIRA  PIC 9(03) VALUE ZEROS.
       01 W-BENEF     PIC 9(06) VALUE ZEROS.
       01 W-CLINICA   PIC 9(06) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-DDMMAA.
          03 W-DMA-DIA  PIC 9(02).
          03 W-DMA-MES  PIC 9(02).
          03 W-DMA-ANO  PIC 9(02).
       01 W-DDMMAA-N   REDEFINES W-DDMMAA PIC 9(06).
       01 W-VENC.
          03 W-VENCDIA  PIC 9(02).
          03 W-VENCMES  PIC 9(02).
          03 W-VENCANO  PIC 9(04).
       01 W-REMNUM    PIC 9(06) VALUE ZEROS.
       01 W-ULTNN     PIC 9(10) VALUE ZEROS.
       01 W-NOVOBOL   PIC 9(01) VALUE ZEROS.
       01 W-SEQLIN    PIC 9(06) VALUE ZEROS.
       01 W-QTDREG    PIC 9(05) VALUE ZEROS.
       01 W-QTDBAIXA  PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND   PIC 9(05) VALUE ZEROS.
       01 W-TOTREG    PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-E     PIC ZZZZZ9,99.
       01 W-TOT-E     PIC ZZZZZZZZ9,99.
       01 W-MOTIVO    PIC X(30) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** REGISTRO HEADER DO ARQUIVO DE REMESSA (CNAB 400) *********
       01 W-CNABHDR.
          03 CH-TIPO      PIC X(01) VALUE "0".
          03 CH-OPER      PIC X(01) VALUE "1".
          03 CH-LITREM    PIC X(07) VALUE "REMESSA".
          03 CH-SERV      PIC 9(02) VALUE 01.
          03 CH-LITSERV   PIC X(15) VALUE "COBRANCA".
          03 CH-AGENCIA   PIC 9(04) VALUE ZEROS.
          03 CH-CONTA     PIC 9(06) VALUE ZEROS.
          03 CH-BENEF     PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 CH-NOMEEMP   PIC X(30) VALUE SPACES.
          03 CH-BANCO     PIC 9(03) VALUE ZEROS.
          03 CH-NOMEBCO   PIC X(15) VALUE SPACES.
          03 CH-DATA      PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(08) VALUE SPACES.
          03 CH-REMESSA   PIC 9(07) VALUE ZEROS.
          03 FILLER       PIC X(279) VALUE SPACES.
          03 CH-SEQ       PIC 9(06) VALUE ZEROS.
      ***** REGISTRO DE DETALHE (UM POR BOLETO) **********************
      ***** OCORRENCIA: 01=REGISTRO DO TITULO 02=PEDIDO DE BAIXA ****
       01 W-CNABDET.
          03 CD-TIPO      PIC X(01) VALUE "1".
          03 CD-TPINSC    PIC 9(02) VALUE ZEROS.
          03 CD-INSCR     PIC 9(14) VALUE ZEROS.
          03 CD-AGENCIA   PIC 9(04) VALUE ZEROS.
          03 CD-CONTA     PIC 9(06) VALUE ZEROS.
          03 CD-CARTEIRA  PIC 9(03) VALUE ZEROS.
          03 CD-USOEMP.
             05 CD-UE-CPF   PIC 9(11).
             05 CD-UE-DATA  PIC 9(08).
             05 CD-UE-PARC  PIC 9(02).
             05 FILLER      PIC X(04).
          03 CD-NOSSONUM  PIC 9(10) VALUE ZEROS.
          03 FILLER       PIC X(43) VALUE SPACES.
          03 CD-OCORR     PIC 9(02) VALUE ZEROS.
          03 CD-SEUNUM    PIC X(10) VALUE SPACES.
          03 CD-VENC      PIC 9(06) VALUE ZEROS.
          03 CD-VALOR     PIC 9(11)V99 VALUE ZEROS.
          03 CD-BANCO     PIC 9(03) VALUE ZEROS.
          03 CD-AGCOBR    PIC 9(05) VALUE ZEROS.
          03 CD-ESPECIE   PIC 9(02) VALUE 12.
          03 CD-ACEITE    PIC X(01) VALUE "N".
          03 CD-EMISSAO   PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(62) VALUE SPACES.
          03 CD-TPSAC     PIC 9(02) VALUE 01.
          03 CD-CPFSAC    PIC 9(14) VALUE ZEROS.
          03 CD-NOMESAC   PIC X(40) VALUE SPACES.
          03 CD-ENDSAC    PIC X(40) VALUE SPACES.
          03 CD-BAIRROSAC PIC X(12) VALUE SPACES.
          03 CD-CEPSAC    PIC 9(08) VALUE ZEROS.
          03 CD-CIDSAC    PIC X(15) VALUE SPACES.
          03 CD-UFSAC     PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(43) VALUE SPACES.
          03 CD-SEQ       PIC 9(06) VALUE ZEROS.
      ***** REGISTRO TRAILER: QUANTIDADE E VALOR DOS REGISTROS *******
       01 W-CNABTRL.
          03 CT-TIPO      PIC X(01) VALUE "9".
          03 CT-QTD       PIC 9(06) VALUE ZEROS.
          03 CT-VALOR     PIC 9(11)V99 VALUE ZEROS.
          03 FILLER       PIC X(374) VALUE SPACES.
          03 CT-SEQ       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** REMESSA DE BOLETOS DAS PARCELAS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  REGISTRA BOLETO PARA AS PARCELAS EM".
           05  LINE 07  COLUMN 01
               VALUE  "  ABERTO AINDA SEM BOLETO E PEDE A BAIXA".
           05  LINE 08  COLUMN 01
               VALUE  "  DAS QUE FORAM RECEBIDAS NO BALCAO.".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A GERACAO DA REMESSA (S/N) : ".
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
              MOVE "*** REMESSA CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

      ***** DADOS DA CONTA DE COBRANCA (CADPARAM) ********************
       INC-OP0.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPARAM NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE "BOLBANCO" TO W-CHPAR
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE W-VALPAR TO W-BANCO
           MOVE "BOLAGENC" TO W-CHPAR
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE W-VALPAR TO W-AGENCIA
           MOVE "BOLCONTA" TO W-CHPAR
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE W-VALPAR TO W-CONTA
           MOVE "BOLCARTE" TO W-CHPAR
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE W-VALPAR TO W-CARTEIRA
           MOVE "BOLBENEF" TO W-CHPAR
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE W-VALPAR TO W-BENEF
           MOVE "CLINICAID" TO W-CHPAR
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE W-VALPAR TO W-CLINICA
           CLOSE CADPARAM
           IF W-BANCO = 0 OR W-AGENCIA = 0 OR W-CONTA = 0
              MOVE "*** CADASTRE BOLBANCO/BOLAGENC/BOLCONTA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

       INC-OP1.
           OPEN INPUT CADPARCE
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPARCE NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADPARCE
              GO TO RotinaFim2.
           MOVE 1 TO W-HASCEP
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCEP.
       INC-OP2.
           OPEN I-O CADBOLPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBOLPA
                 CLOSE CADBOLPA
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLPA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO RotinaFim1.

      ***** CONTROLE: ULTIMO NOSSO NUMERO E ULTIMA REMESSA ***********
           MOVE ZEROS TO KEYBOLPA
           READ CADBOLPA
           IF ST-ERRO = "00"
              MOVE ULTNNBL TO W-ULTNN
              COMPUTE W-REMNUM = REMBL + 1
           ELSE
              MOVE ZEROS TO W-ULTNN
              MOVE 1 TO W-REMNUM.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DMA-DIA
           MOVE W-HOJEMES TO W-DMA-MES
           MOVE W-HOJEANO (3:2) TO W-DMA-ANO
           OPEN OUTPUT REMBOLTX
           OPEN OUTPUT REMBOLLS
           MOVE ZEROS TO W-SEQLIN W-QTDREG W-QTDBAIXA W-QTDPEND
                         W-TOTREG
           MOVE W-AGENCIA TO CH-AGENCIA CD-AGENCIA
           MOVE W-CONTA   TO CH-CONTA CD-CONTA
           MOVE W-BENEF   TO CH-BENEF
           MOVE W-BANCO   TO CH-BANCO CD-BANCO
           MOVE W-CARTEIRA TO CD-CARTEIRA
           MOVE SPACES TO CH-NOMEEMP
           STRING "CLINICA " W-CLINICA
                  DELIMITED BY SIZE INTO CH-NOMEEMP
           MOVE W-DDMMAA-N TO CH-DATA CD-EMISSAO
           MOVE W-REMNUM  TO CH-REMESSA
           ADD 1 TO W-SEQLIN
           MOVE W-SEQLIN  TO CH-SEQ
           MOVE W-CNABHDR TO REGREMBOLTX
           WRITE REGREMBOLTX.
           MOVE SPACES TO REGREMBOLLS
           STRING "REMESSA DE BOLETOS NR " W-REMNUM "  DATA "
                  W-HOJEDIA "/" W-HOJEMES "/" W-HOJEANO
                  "  BANCO " W-BANCO " AG " W-AGENCIA
                  " CONTA " W-CONTA
                  DELIMITED BY SIZE INTO REGREMBOLLS
           WRITE REGREMBOLLS.
           MOVE ALL "-" TO REGREMBOLLS
           WRITE REGREMBOLLS.
           MOVE ZEROS TO KEYPARCE
           START CADPARCE KEY IS NOT LESS KEYPARCE INVALID KEY
              GO TO BAIXAS.

      ***** PARCELAS EM ABERTO SEM BOLETO (OU COM BOLETO REJEITADO) **
       REGISTRA-LER.
           READ CADPARCE NEXT
           IF ST-ERRO NOT = "00"
              GO TO BAIXAS.
           IF PAGOPARC NOT = "A"
              GO TO REGISTRA-LER.
           MOVE 0 TO W-NOVOBOL
           MOVE CPFPA    TO CPFBL
           MOVE DATAPLPA TO DATAPLBL
           MOVE PARCNUM  TO PARCBL
           READ CADBOLPA
           IF ST-ERRO = "00"
              IF SITBL NOT = "J"
                 GO TO REGISTRA-LER
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE 1 TO W-NOVOBOL.
           MOVE SPACES TO W-MOTIVO
           PERFORM MONTA-PAGADOR THRU MONTA-PAGADOR-FIM
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTDPEND
              MOVE SPACES TO REGREMBOLLS
              STRING "  PENDENTE CPF " CPFPA " PARCELA " PARCNUM
                     " - " W-MOTIVO
                     DELIMITED BY SIZE INTO REGREMBOLLS
              WRITE REGREMBOLLS
              GO TO REGISTRA-LER.
           IF W-NOVOBOL = 1
              ADD 1 TO W-ULTNN
              MOVE SPACES TO REGBOLPA
              MOVE CPFPA    TO CPFBL
              MOVE DATAPLPA TO DATAPLBL
              MOVE PARCNUM  TO PARCBL
              MOVE W-ULTNN  TO NOSSONUMBL
              MOVE ZEROS TO DATALQBL VALPGBL ULTNNBL.
           MOVE VENCPARC  TO VENCBL
           MOVE VALORPARC TO VALORBL
           MOVE "G"       TO SITBL
           MOVE W-REMNUM  TO REMBL
           MOVE W-HOJE-N  TO DATAREMBL
           MOVE SPACES    TO OCORBL
           MOVE 01 TO CD-OCORR
           PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM
           IF W-NOVOBOL = 1
              PERFORM GRAVA-BOL THRU GRAVA-BOL-FIM
           ELSE
              PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM.
           ADD 1 TO W-QTDREG
           ADD VALORPARC TO W-TOTREG
           MOVE VALORPARC TO W-VAL-E
           MOVE SPACES TO REGREMBOLLS
           STRING "  NOSSO NR " NOSSONUMBL " CPF " CPFPA " PARC "
                  PARCNUM "/" QTDPARC " VENC " DIAVC "/" MESVC "/"
                  ANOVC " VALOR " W-VAL-E " " NOME (1:20)
                  DELIMITED BY SIZE INTO REGREMBOLLS
           WRITE REGREMBOLLS
           GO TO REGISTRA-LER.

      ***** BOLETOS EM ABERTO CUJA PARCELA JA NAO ESTA EM ABERTO ******
      ***** (RECEBIDA NO BALCAO): PEDIDO DE BAIXA AO BANCO ************
       BAIXAS.
           MOVE ZEROS TO KEYBOLPA
           START CADBOLPA KEY IS GREATER KEYBOLPA INVALID KEY
              GO TO FECHA-REMESSA.
       BAIXAS-LER.
           READ CADBOLPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-REMESSA.
           IF SITBL NOT = "G" AND SITBL NOT = "R"
              GO TO BAIXAS-LER.
           IF REMBL = W-REMNUM
              GO TO BAIXAS-LER.
           MOVE CPFBL    TO CPFPA
           MOVE DATAPLBL TO DATAPLPA
           MOVE PARCBL   TO PARCNUM
           READ CADPARCE
           IF ST-ERRO = "00" AND PAGOPARC = "A"
              GO TO BAIXAS-LER.
           IF ST-ERRO NOT = "00"
              MOVE VENCBL  TO VENCPARC
              MOVE VALORBL TO VALORPARC.
           MOVE SPACES TO W-MOTIVO
           PERFORM MONTA-PAGADOR THRU MONTA-PAGADOR-FIM
           MOVE 02 TO CD-OCORR
           PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM
           MOVE "B"      TO SITBL
           MOVE W-REMNUM TO REMBL
           MOVE W-HOJE-N TO DATAREMBL
           PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           ADD 1 TO W-QTDBAIXA
           MOVE SPACES TO REGREMBOLLS
           STRING "  PEDIDO DE BAIXA NOSSO NR " NOSSONUMBL " CPF "
                  CPFBL " PARC " PARCBL " (RECEBIDA NO BALCAO)"
                  DELIMITED BY SIZE INTO REGREMBOLLS
           WRITE REGREMBOLLS
           GO TO BAIXAS-LER.

       FECHA-REMESSA.
           ADD 1 TO W-SEQLIN
           COMPUTE CT-QTD = W-SEQLIN - 2
           MOVE W-TOTREG  TO CT-VALOR
           MOVE W-SEQLIN  TO CT-SEQ
           MOVE W-CNABTRL TO REGREMBOLTX
           WRITE REGREMBOLTX.
           MOVE SPACES TO REGREMBOLLS
           WRITE REGREMBOLLS.
           MOVE W-TOTREG TO W-TOT-E
           MOVE SPACES TO REGREMBOLLS
           STRING "BOLETOS REGISTRADOS .: " W-QTDREG
                  "  VALOR " W-TOT-E
                  DELIMITED BY SIZE INTO REGREMBOLLS
           WRITE REGREMBOLLS.
           MOVE SPACES TO REGREMBOLLS
           STRING "PEDIDOS DE BAIXA ....: " W-QTDBAIXA
                  DELIMITED BY SIZE INTO REGREMBOLLS
           WRITE REGREMBOLLS.
           MOVE SPACES TO REGREMBOLLS
           STRING "PARCELAS PENDENTES ..: " W-QTDPEND
                  " (SEM CADASTRO OU ENDERECO DO PAGADOR)"
                  DELIMITED BY SIZE INTO REGREMBOLLS
           WRITE REGREMBOLLS.
           CLOSE REMBOLTX REMBOLLS
           IF W-QTDREG = 0 AND W-QTDBAIXA = 0
              MOVE "*** NENHUM BOLETO A ENVIAR, VEJA REMBOLLS ***"
                                                             TO MENS
              GO TO FECHA-CATALOGO.
      ***** A REMESSA SO AVANCA O CONTROLE QUANDO TEM MOVIMENTO ******
           MOVE ZEROS TO KEYBOLPA
           READ CADBOLPA
           IF ST-ERRO = "00"
              MOVE W-ULTNN   TO ULTNNBL
              MOVE W-REMNUM  TO REMBL
              MOVE W-HOJE-N  TO DATAREMBL
              PERFORM REGRAVA-BOL THRU REGRAVA-BOL-FIM
           ELSE
              MOVE SPACES TO REGBOLPA
              MOVE ZEROS TO KEYBOLPA NOSSONUMBL VENCBL VALORBL
                            DATALQBL VALPGBL
              MOVE "C"       TO SITBL
              MOVE W-ULTNN   TO ULTNNBL
              MOVE W-REMNUM  TO REMBL
              MOVE W-HOJE-N  TO DATAREMBL
              PERFORM GRAVA-BOL THRU GRAVA-BOL-FIM.
           MOVE "*** REMESSA GERADA EM REMBOLTX.TXT ***" TO MENS.
       FECHA-CATALOGO.
           MOVE "SMPRBOL" TO W-PROGCAT
           MOVE "REMBOLLS.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "REMESSA " W-REMNUM
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS.
           CANCEL "SMPWCAT"
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** PAGADOR: CPF, NOME E ENDERECO EXPANDIDO DO CADCEP ********
       MONTA-PAGADOR.
           MOVE CPFPA TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS TO CEP
              MOVE "PACIENTE SEM CADASTRO" TO W-MOTIVO
              GO TO MONTA-PAGADOR-FIM.
           MOVE SPACES TO ENDERECO BAIRRO CIDADE UF
           IF CEP = 0 OR W-HASCEP = 0
              MOVE "PAGADOR SEM ENDERECO (CEP)" TO W-MOTIVO
              GO TO MONTA-PAGADOR-FIM.
           MOVE CEP TO COD
           READ CADCEP
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO ENDERECO BAIRRO CIDADE UF
              MOVE "CEP DO PAGADOR NAO CADASTRADO" TO W-MOTIVO.
       MONTA-PAGADOR-FIM.
           EXIT.

      ***** LINHA DE DETALHE DO BOLETO NO ARQUIVO DE REMESSA *********
       GRAVA-DETALHE.
           MOVE CPFBL      TO CD-UE-CPF
           MOVE DATAPLBL   TO CD-UE-DATA
           MOVE PARCBL     TO CD-UE-PARC
           MOVE NOSSONUMBL TO CD-NOSSONUM
           MOVE SPACES     TO CD-SEUNUM
           MOVE NOSSONUMBL TO CD-SEUNUM
           MOVE VENCPARC   TO W-VENC
           MOVE W-VENCDIA  TO W-DMA-DIA
           MOVE W-VENCMES  TO W-DMA-MES
           MOVE W-VENCANO (3:2) TO W-DMA-ANO
           MOVE W-DDMMAA-N TO CD-VENC
           MOVE VALORPARC  TO CD-VALOR
           MOVE CPFBL      TO CD-CPFSAC
           MOVE NOME       TO CD-NOMESAC
           MOVE ENDERECO   TO CD-ENDSAC
           MOVE BAIRRO     TO CD-BAIRROSAC
           MOVE CEP        TO CD-CEPSAC
           MOVE CIDADE     TO CD-CIDSAC
           MOVE UF         TO CD-UFSAC
           ADD 1 TO W-SEQLIN
           MOVE W-SEQLIN   TO CD-SEQ
           MOVE W-CNABDET  TO REGREMBOLTX
           WRITE REGREMBOLTX.
      ***** VOLTA A DATA DE HOJE PARA O PROXIMO HEADER/EMISSAO
           MOVE W-HOJEDIA TO W-DMA-DIA
           MOVE W-HOJEMES TO W-DMA-MES
           MOVE W-HOJEANO (3:2) TO W-DMA-ANO.
       GRAVA-DETALHE-FIM.
           EXIT.

       GRAVA-BOL.
           WRITE REGBOLPA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-BOL.
       GRAVA-BOL-FIM.
           EXIT.

       REGRAVA-BOL.
           REWRITE REGBOLPA
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO REGRAVA-BOL.
       REGRAVA-BOL-FIM.
           EXIT.

      ***** LE UM PARAMETRO NUMERICO DO CADPARAM (ZERO SE AUSENTE) ***
       LER-PARAM.
           MOVE ZEROS TO W-VALPAR
           MOVE W-CHPAR TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              MOVE VALORPAR TO W-VALPAR.
       LER-PARAM-FIM.
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
       RotinaFim.
           CLOSE CADBOLPA.
       RotinaFim1.
           CLOSE CADPARCE CADPACI.
           IF W-HASCEP = 1
              CLOSE CADCEP.
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
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCEP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCEP
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-REMBOLTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "REMBOLTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-REMBOLTX
           MOVE SPACES TO W-ARQ-REMBOLLS
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "REMBOLLS.TXT" DELIMITED BY SIZE
             INTO W-ARQ-REMBOLLS
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
