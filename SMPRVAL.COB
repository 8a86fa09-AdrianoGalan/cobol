       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRVAL.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * VALORIZACAO MENSAL DO ESTOQUE PELO CUSTO MEDIO   *
      * PONDERADO MOVEL, POR UNIDADE OU CONSOLIDADO:     *
      * SALDO INICIAL, ENTRADAS, SAIDAS, AJUSTES DE      *
      * INVENTARIO E SALDO FINAL EM QUANTIDADE E VALOR   *
      * POR ITEM (VALESTTX.TXT). O CUSTO MEDIO E DE CADA *
      * UNIDADE; A TRANSFERENCIA LEVA O CUSTO DA ORIGEM. *
      * O CONSUMO VINCULADO A CONSULTA E VALORIZADO NO   *
      * CUSTO DA SAIDA: CUSTO DE MATERIAIS POR CONSULTA, *
      * POR PROCEDIMENTO E POR MEDICO (VALCONTX.TXT)     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO  
                                       WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS NOMEM
                                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS NOMEFONM
                                           WITH DUPLICATES.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT VALESTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT VALCONTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITEM.
       01 REGITEM.
          03 CODITEM          PIC 9(04).
          03 DENOMITEM        PIC X(30).
          03 UNIDITEM         PIC X(05).
          03 MINESTOQUE       PIC 9(05).
          03 SALDOITEM        PIC 9(06).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADMOVES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOVES.
       01 REGMOV.
          03 KEYMOV.
             05 CODITMV       PIC 9(04).
             05 DATAMOV.
                07 DIAMOV     PIC 9(02).
                07 MESMOV     PIC 9(02).
                07 ANOMOV     PIC 9(04).
             05 SEQMOV        PIC 9(03).
          03 TIPOMOV          PIC X(01).
          03 QTDMOV           PIC 9(05).
          03 CPFMV            PIC 9(11).
          03 DATACONMV        PIC 9(08).
          03 SEQCONMV         PIC 9(02).
          03 OPERMOV          PIC 9(04).
          03 CUSTOMOV         PIC 9(06)V99.
          03 NUMPEDMV         PIC 9(06).
          03 LOTEMOV          PIC X(10).
          03 VALIDMOV         PIC 9(08).
          03 UNIDMOV          PIC 9(02).
          03 UNIDDEST         PIC 9(02).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSU.
       01 REGCONSU.
          03 KEYPRINCIPAL.
             05 CPFC          PIC 9(11).
             05 DATACON1.
                07 DIACON1     PIC 9(02).
                07 MESCON1     PIC 9(02).
                07 ANOCON1     PIC 9(04).
             05 SEQCON        PIC 9(02).
          03 HORACON.
             05 HORACONH      PIC 9(02).
             05 HORACONM      PIC 9(02).
          03 CODMEDICO        PIC 9(06).
          03 DOCONVENIO       PIC 9(04).
          03 CODCID1          PIC X(05).
          03 CODCID2          PIC X(05).
          03 CODCID3          PIC X(05).
          03 CODCID4          PIC X(05).
          03 DESCRICAO1       PIC X(60).
          03 DESCRICAO2       PIC X(60).
          03 NOMECCONS        PIC X(30).
          03 PLANOCONS        PIC 9(02).
          03 VALORCONSULTACONS PIC 9(06)V99.
          03 VALORCOPAGTOCONS  PIC 9(06)V99.
          03 STATUSCONS        PIC X(01).
          03 AUTORIZACAO       PIC X(10).
          03 INDRETORNO       PIC X(01).
          03 KEYRETORNO.
             05 RETCPF        PIC 9(11).
             05 RETDATA       PIC 9(08).
             05 RETSEQ        PIC 9(02).
          03 SALACONS         PIC 9(02).
          03 CODPROC          PIC 9(04).
          03 GLOSACONS        PIC X(01).
          03 MOTIVOGLOSA      PIC X(03).
          03 REENVIOCONS      PIC X(01).
          03 CONFIRMACONS     PIC X(01).
          03 UNIDCONS         PIC 9(02).
          03 TIPOATEND        PIC X(01).
          03 SERIECONS        PIC 9(06).
          03 QTDREMARC        PIC 9(02).
          03 HORACHEG         PIC 9(04).
          03 MOTIVOCANC       PIC 9(02).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD VALESTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-VALESTTX.
       01 REGVALESTTX       PIC X(150).
      *
       FD VALCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-VALCONTX.
       01 REGVALCONTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-VALESTTX PIC X(64) VALUE
          "VALESTTX.TXT".
       01 W-ARQ-VALCONTX PIC X(64) VALUE
          "VALCONTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-UNIDF     PIC 9(02) VALUE ZEROS.
       01 W-HASCON    PIC 9(01) VALUE ZEROS.
       01 W-HASMED    PIC 9(01) VALUE ZEROS.
       01 W-HASPRO    PIC 9(01) VALUE ZEROS.
       01 W-CHINI     PIC 9(11) VALUE ZEROS.
       01 W-CHFIM     PIC 9(11) VALUE ZEROS.
       01 W-CHANT     PIC 9(11) VALUE ZEROS.
       01 W-CHMIN     PIC 9(11) VALUE ZEROS.
       01 W-AMDMOV    PIC 9(08) VALUE ZEROS.
       01 W-ABRIU     PIC 9(01) VALUE ZEROS.
       01 W-TEMMOV    PIC 9(01) VALUE ZEROS.
       01 W-ESTOUROU  PIC 9(01) VALUE ZEROS.
       01 W-NOPER     PIC 9(01) VALUE ZEROS.
       01 W-U         PIC 9(03) VALUE ZEROS.
       01 W-D         PIC 9(03) VALUE ZEROS.
       01 W-QMOV      PIC 9(07) VALUE ZEROS.
       01 W-QSAI      PIC 9(07) VALUE ZEROS.
       01 W-CUSTO     PIC 9(06)V9999 VALUE ZEROS.
       01 W-VMOV      PIC 9(09)V99 VALUE ZEROS.
       01 W-QGLOB     PIC 9(09) VALUE ZEROS.
       01 W-VGLOB     PIC 9(11)V99 VALUE ZEROS.
       01 W-SQ        PIC 9(09) VALUE ZEROS.
       01 W-SV        PIC 9(11)V99 VALUE ZEROS.
      ***** MOVIMENTO DO ITEM NO MES: INICIAL, ENTRADAS, SAIDAS,
      ***** AJUSTES (SINAL) E FINAL
       01 W-IQINI     PIC 9(09) VALUE ZEROS.
       01 W-IVINI     PIC 9(11)V99 VALUE ZEROS.
       01 W-IQENT     PIC 9(09) VALUE ZEROS.
       01 W-IVENT     PIC 9(11)V99 VALUE ZEROS.
       01 W-IQSAI     PIC 9(09) VALUE ZEROS.
       01 W-IVSAI     PIC 9(11)V99 VALUE ZEROS.
       01 W-IQAJU     PIC S9(09) VALUE ZEROS.
       01 W-IVAJU     PIC S9(11)V99 VALUE ZEROS.
       01 W-IQFIM     PIC 9(09) VALUE ZEROS.
       01 W-IVFIM     PIC 9(11)V99 VALUE ZEROS.
       01 W-CMFIM     PIC 9(06)V99 VALUE ZEROS.
       01 W-TVINI     PIC 9(11)V99 VALUE ZEROS.
       01 W-TVENT     PIC 9(11)V99 VALUE ZEROS.
       01 W-TVSAI     PIC 9(11)V99 VALUE ZEROS.
       01 W-TVAJU     PIC S9(11)V99 VALUE ZEROS.
       01 W-TVFIM     PIC 9(11)V99 VALUE ZEROS.
       01 W-TVCALC    PIC S9(11)V99 VALUE ZEROS.
       01 W-TITENS    PIC 9(05) VALUE ZEROS.
       01 W-TITEXC    PIC 9(05) VALUE ZEROS.
       01 W-QTD-E     PIC ZZZZZZ9.
       01 W-QTDS-E    PIC -ZZZZZ9.
       01 W-VAL-E     PIC ZZ.ZZZ.ZZ9,99.
       01 W-VALS-E    PIC -Z.ZZZ.ZZ9,99.
       01 W-TOT-E     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-TOTS-E    PIC -ZZZ.ZZZ.ZZ9,99.
       01 W-PRC-E     PIC ZZZ.ZZ9,99.
       01 W-DATA-E    PIC 99/99/9999.
       01 W-LINHA     PIC X(150) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** MOVIMENTOS DO ITEM EM ORDEM DE DATA (AAAAMMDD + SEQ)
       01 W-NMOV      PIC 9(04) COMP VALUE ZEROS.
       01 W-IM        PIC 9(04) COMP VALUE ZEROS.
       01 W-IX        PIC 9(04) COMP VALUE ZEROS.
       01 TABMOV.
          03 TBM OCCURS 999 TIMES.
             05 TBM-CHAVE PIC 9(11).
             05 TBM-TIPO  PIC X(01).
             05 TBM-QTD   PIC 9(05).
             05 TBM-CUSTO PIC 9(06)V99.
             05 TBM-UNI   PIC 9(02).
             05 TBM-DEST  PIC 9(02).
             05 TBM-CPF   PIC 9(11).
             05 TBM-DATAC PIC 9(08).
             05 TBM-SEQC  PIC 9(02).
      ***** QUANTIDADE E VALOR DO ITEM EM CADA UNIDADE
       01 TABUNI.
          03 TBU OCCURS 99 TIMES.
             05 TBU-QTD   PIC 9(09).
             05 TBU-VAL   PIC 9(11)V99.
      ***** CUSTO DE MATERIAIS POR CONSULTA, PROCEDIMENTO E MEDICO
       01 W-NCON      PIC 9(04) COMP VALUE ZEROS.
       01 W-KEXC      PIC 9(05) VALUE ZEROS.
       01 W-VSEMCON   PIC 9(11)V99 VALUE ZEROS.
       01 W-VCONTOT   PIC 9(11)V99 VALUE ZEROS.
       01 W-VMED      PIC 9(09)V99 VALUE ZEROS.
       01 TABCON.
          03 TBK OCCURS 1000 TIMES.
             05 TBK-CPF   PIC 9(11).
             05 TBK-DATA  PIC 9(08).
             05 TBK-SEQ   PIC 9(02).
             05 TBK-VAL   PIC 9(09)V99.
       01 W-NPRO      PIC 9(03) COMP VALUE ZEROS.
       01 TABPRO.
          03 TBP OCCURS 200 TIMES.
             05 TBP-COD   PIC 9(04).
             05 TBP-QTD   PIC 9(05).
             05 TBP-VAL   PIC 9(11)V99.
       01 W-NMED      PIC 9(03) COMP VALUE ZEROS.
       01 TABMED.
          03 TBD OCCURS 200 TIMES.
             05 TBD-CRM   PIC 9(06).
             05 TBD-QTD   PIC 9(05).
             05 TBD-VAL   PIC 9(11)V99.
       01 W-CRMCON    PIC 9(06) VALUE ZEROS.
       01 W-PROCON    PIC 9(04) VALUE ZEROS.
       01 W-NOMEMED   PIC X(30) VALUE SPACES.
       01 W-NOMEPRO   PIC X(30) VALUE SPACES.
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
               VALUE  "  *** VALORIZACAO DO ESTOQUE (CUSTO MEDIO) ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 08  COLUMN 01
               VALUE  "  UNIDADE (0=CONSOLIDADO) : ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 10  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 10  PIC 9(04)
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-UNIDF
               LINE 08  COLUMN 30  PIC 9(02)
               USING  W-UNIDF
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
      *
       INC-001.
           MOVE ZEROS TO W-MESF W-ANOF W-UNIDF
           DISPLAY TELAFILTRO
           ACCEPT TW-MESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOF < 1900
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-UNIDF.

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
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE ITENS NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM MOVIMENTO DE ESTOQUE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADITEM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASCON
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCON.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.
           MOVE 1 TO W-HASPRO
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRO.
           OPEN OUTPUT VALESTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO VALESTTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           OPEN OUTPUT VALCONTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO VALCONTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE VALESTTX
              GO TO RotinaFim.
      ***** FAIXA DO MES NA CHAVE AAAAMMDD + SEQ
           COMPUTE W-CHINI = (W-ANOF * 10000 + W-MESF * 100 + 1) * 1000
           COMPUTE W-CHFIM = (W-ANOF * 10000 + W-MESF * 100 + 31)
                             * 1000 + 999
           MOVE ZEROS TO W-TVINI W-TVENT W-TVSAI W-TVAJU W-TVFIM
           MOVE ZEROS TO W-TITENS W-TITEXC W-NCON W-KEXC W-VSEMCON

      ***** CABECALHO DA VALORIZACAO *********************************
           MOVE SPACES TO REGVALESTTX
           STRING "VALORIZACAO DO ESTOQUE PELO CUSTO MEDIO PONDERADO"
                  " - MES: " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGVALESTTX
           WRITE REGVALESTTX
           MOVE SPACES TO REGVALESTTX
           IF W-UNIDF = 0
              STRING "CONSOLIDADO DE TODAS AS UNIDADES (TRANSFERENCIAS"
                     " ENTRE UNIDADES NAO ENTRAM)"
                     DELIMITED BY SIZE INTO REGVALESTTX
           ELSE
              STRING "UNIDADE " W-UNIDF
                     DELIMITED BY SIZE INTO REGVALESTTX.
           WRITE REGVALESTTX
           MOVE ALL "-" TO REGVALESTTX
           WRITE REGVALESTTX
           MOVE SPACES TO REGVALESTTX
           STRING "ITEM DESCRICAO            "
                  "  ----SALDO INICIAL----"
                  "  -------ENTRADAS------"
                  "  --------SAIDAS-------"
                  "  -------AJUSTES-------"
                  "  -----SALDO FINAL-----  C.MEDIO"
                  DELIMITED BY SIZE INTO REGVALESTTX
           WRITE REGVALESTTX
           MOVE SPACES TO REGVALESTTX
           WRITE REGVALESTTX

           MOVE ZEROS TO CODITEM
           START CADITEM KEY IS NOT LESS CODITEM INVALID KEY
              GO TO TOTAIS.

      ***** CADA ITEM: CARREGA OS MOVIMENTOS E REFAZ O CUSTO MEDIO **
       LER-ITEM.
           READ CADITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTAIS.
           PERFORM CARREGA-MOV THRU CARREGA-MOV-FIM
           IF W-NMOV = 0
              GO TO LER-ITEM.
           PERFORM ZERA-UNI THRU ZERA-UNI-FIM
           MOVE ZEROS TO W-IQENT W-IVENT W-IQSAI W-IVSAI W-IQAJU
                         W-IVAJU W-ABRIU W-TEMMOV W-CHANT.
       LER-ITEM-MOV.
           PERFORM PROXIMO-MOV THRU PROXIMO-MOV-FIM
           IF W-IM = 0
              GO TO LER-ITEM-FIM.
           IF TBM-CHAVE (W-IM) > W-CHFIM
              GO TO LER-ITEM-FIM.
           MOVE 0 TO W-NOPER
           IF TBM-CHAVE (W-IM) NOT < W-CHINI
              MOVE 1 TO W-NOPER
              IF W-ABRIU = 0
                 PERFORM ABRE-PERIODO THRU ABRE-PERIODO-FIM.
           PERFORM APLICA-MOV THRU APLICA-MOV-FIM
           GO TO LER-ITEM-MOV.
       LER-ITEM-FIM.
           IF W-ABRIU = 0
              PERFORM ABRE-PERIODO THRU ABRE-PERIODO-FIM.
           PERFORM SOMA-SEL THRU SOMA-SEL-FIM
           MOVE W-SQ TO W-IQFIM
           MOVE W-SV TO W-IVFIM
           IF W-IQINI = 0 AND W-IVINI = 0 AND W-IQFIM = 0
              AND W-IVFIM = 0 AND W-TEMMOV = 0
              GO TO LER-ITEM.
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
           GO TO LER-ITEM.

      ***** LINHA DO ITEM NA VALORIZACAO *****************************
       GRAVA-ITEM.
           ADD 1 TO W-TITENS
           ADD W-IVINI TO W-TVINI
           ADD W-IVENT TO W-TVENT
           ADD W-IVSAI TO W-TVSAI
           ADD W-IVAJU TO W-TVAJU
           ADD W-IVFIM TO W-TVFIM
           MOVE ZEROS TO W-CMFIM
           IF W-IQFIM > 0
              COMPUTE W-CMFIM ROUNDED = W-IVFIM / W-IQFIM.
           MOVE SPACES TO W-LINHA
           STRING CODITEM " " DENOMITEM (1:20)
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE W-IQINI TO W-QTD-E
           MOVE W-QTD-E TO W-LINHA (27:7)
           MOVE W-IVINI TO W-VAL-E
           MOVE W-VAL-E TO W-LINHA (35:13)
           MOVE W-IQENT TO W-QTD-E
           MOVE W-QTD-E TO W-LINHA (50:7)
           MOVE W-IVENT TO W-VAL-E
           MOVE W-VAL-E TO W-LINHA (58:13)
           MOVE W-IQSAI TO W-QTD-E
           MOVE W-QTD-E TO W-LINHA (73:7)
           MOVE W-IVSAI TO W-VAL-E
           MOVE W-VAL-E TO W-LINHA (81:13)
           MOVE W-IQAJU TO W-QTDS-E
           MOVE W-QTDS-E TO W-LINHA (96:7)
           MOVE W-IVAJU TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (104:13)
           MOVE W-IQFIM TO W-QTD-E
           MOVE W-QTD-E TO W-LINHA (119:7)
           MOVE W-IVFIM TO W-VAL-E
           MOVE W-VAL-E TO W-LINHA (127:13)
           MOVE W-CMFIM TO W-PRC-E
           MOVE W-PRC-E TO W-LINHA (141:10)
           MOVE W-LINHA TO REGVALESTTX
           WRITE REGVALESTTX
           IF W-ESTOUROU = 1
              ADD 1 TO W-TITEXC
              MOVE SPACES TO REGVALESTTX
              STRING "     *** ITEM COM MAIS DE 999 MOVIMENTOS: "
                     "VALORIZADO SO COM OS 999 PRIMEIROS LIDOS ***"
                     DELIMITED BY SIZE INTO REGVALESTTX
              WRITE REGVALESTTX.
       GRAVA-ITEM-FIM.
           EXIT.

      ***** TOTAIS E CONFERENCIA: INICIAL + ENTRADAS - SAIDAS + *****
      ***** AJUSTES DEVE FECHAR COM A SOMA DOS SALDOS FINAIS ********
       TOTAIS.
           MOVE ALL "-" TO REGVALESTTX
           WRITE REGVALESTTX
           MOVE SPACES TO W-LINHA
           STRING "TOTAL (" W-TITENS " ITENS)"
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE W-TVINI TO W-TOT-E
           MOVE W-TOT-E TO W-LINHA (33:15)
           MOVE W-TVENT TO W-TOT-E
           MOVE W-TOT-E TO W-LINHA (56:15)
           MOVE W-TVSAI TO W-TOT-E
           MOVE W-TOT-E TO W-LINHA (79:15)
           MOVE W-TVAJU TO W-TOTS-E
           MOVE W-TOTS-E TO W-LINHA (101:16)
           MOVE W-TVFIM TO W-TOT-E
           MOVE W-TOT-E TO W-LINHA (125:15)
           MOVE W-LINHA TO REGVALESTTX
           WRITE REGVALESTTX
           COMPUTE W-TVCALC = W-TVINI + W-TVENT - W-TVSAI + W-TVAJU
           MOVE SPACES TO REGVALESTTX
           WRITE REGVALESTTX
           MOVE W-TVCALC TO W-TOTS-E
           MOVE W-TVFIM  TO W-TOT-E
           MOVE SPACES TO REGVALESTTX
           IF W-TVCALC = W-TVFIM
              STRING "CONFERENCIA: INICIAL + ENTRADAS - SAIDAS + "
                     "AJUSTES = " W-TOTS-E
                     "  SOMA DOS SALDOS FINAIS = " W-TOT-E "  OK"
                     DELIMITED BY SIZE INTO REGVALESTTX
           ELSE
              STRING "CONFERENCIA: INICIAL + ENTRADAS - SAIDAS + "
                     "AJUSTES = " W-TOTS-E
                     "  SOMA DOS SALDOS FINAIS = " W-TOT-E
                     "  *** DIVERGENTE ***"
                     DELIMITED BY SIZE INTO REGVALESTTX.
           WRITE REGVALESTTX
           IF W-TITEXC > 0
              MOVE SPACES TO REGVALESTTX
              STRING "ITENS VALORIZADOS PARCIALMENTE: " W-TITEXC
                     DELIMITED BY SIZE INTO REGVALESTTX
              WRITE REGVALESTTX.
           MOVE "SMPRVAL" TO W-PROGCAT
           MOVE "VALESTTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF " UN " W-UNIDF
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           PERFORM CONSULTAS THRU CONSULTAS-FIM
           MOVE "*** VALESTTX E VALCONTX GERADOS COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** CARREGA OS MOVIMENTOS DO ITEM NA TABELA *****************
       CARREGA-MOV.
           MOVE ZEROS TO W-NMOV W-ESTOUROU
           MOVE CODITEM TO CODITMV
           MOVE ZEROS   TO DATAMOV SEQMOV
           START CADMOVES KEY IS NOT LESS KEYMOV INVALID KEY
              GO TO CARREGA-MOV-FIM.
       CARREGA-MOV-LER.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-MOV-FIM.
           IF CODITMV NOT = CODITEM
              GO TO CARREGA-MOV-FIM.
           IF TIPOMOV NOT = "E" AND TIPOMOV NOT = "S"
              AND TIPOMOV NOT = "T" AND TIPOMOV NOT = "A"
              AND TIPOMOV NOT = "B"
              GO TO CARREGA-MOV-LER.
           IF W-NMOV NOT < 999
              MOVE 1 TO W-ESTOUROU
              GO TO CARREGA-MOV-FIM.
           ADD 1 TO W-NMOV
           COMPUTE W-AMDMOV = ANOMOV * 10000 + MESMOV * 100 + DIAMOV
           COMPUTE TBM-CHAVE (W-NMOV) = W-AMDMOV * 1000 + SEQMOV
           MOVE TIPOMOV   TO TBM-TIPO (W-NMOV)
           MOVE QTDMOV    TO TBM-QTD (W-NMOV)
           MOVE CUSTOMOV  TO TBM-CUSTO (W-NMOV)
           MOVE UNIDMOV   TO TBM-UNI (W-NMOV)
           MOVE UNIDDEST  TO TBM-DEST (W-NMOV)
           MOVE CPFMV     TO TBM-CPF (W-NMOV)
           MOVE DATACONMV TO TBM-DATAC (W-NMOV)
           MOVE SEQCONMV  TO TBM-SEQC (W-NMOV)
           GO TO CARREGA-MOV-LER.
       CARREGA-MOV-FIM.
           EXIT.

      ***** PROXIMO MOVIMENTO EM ORDEM CRONOLOGICA (W-IM = 0: FIM) **
       PROXIMO-MOV.
           MOVE ZEROS TO W-IM
           MOVE 99999999999 TO W-CHMIN
           MOVE 1 TO W-IX.
       PROXIMO-MOV-LOOP.
           IF W-IX > W-NMOV
              GO TO PROXIMO-MOV-ACHOU.
           IF TBM-CHAVE (W-IX) > W-CHANT
              AND TBM-CHAVE (W-IX) < W-CHMIN
              MOVE TBM-CHAVE (W-IX) TO W-CHMIN
              MOVE W-IX TO W-IM.
           ADD 1 TO W-IX
           GO TO PROXIMO-MOV-LOOP.
       PROXIMO-MOV-ACHOU.
           IF W-IM > 0
              MOVE W-CHMIN TO W-CHANT.
       PROXIMO-MOV-FIM.
           EXIT.

       ZERA-UNI.
           MOVE 1 TO W-U.
       ZERA-UNI-LOOP.
           MOVE ZEROS TO TBU-QTD (W-U) TBU-VAL (W-U)
           IF W-U < 99
              ADD 1 TO W-U
              GO TO ZERA-UNI-LOOP.
       ZERA-UNI-FIM.
           EXIT.

      ***** SALDO INICIAL: POSICAO ANTES DO PRIMEIRO MOVIMENTO DO MES
       ABRE-PERIODO.
           MOVE 1 TO W-ABRIU
           PERFORM SOMA-SEL THRU SOMA-SEL-FIM
           MOVE W-SQ TO W-IQINI
           MOVE W-SV TO W-IVINI.
       ABRE-PERIODO-FIM.
           EXIT.

      ***** QUANTIDADE E VALOR DA UNIDADE PEDIDA OU DE TODAS ********
       SOMA-SEL.
           MOVE ZEROS TO W-SQ W-SV
           IF W-UNIDF NOT = 0
              MOVE TBU-QTD (W-UNIDF) TO W-SQ
              MOVE TBU-VAL (W-UNIDF) TO W-SV
              GO TO SOMA-SEL-FIM.
           MOVE 1 TO W-U.
       SOMA-SEL-LOOP.
           ADD TBU-QTD (W-U) TO W-SQ
           ADD TBU-VAL (W-U) TO W-SV
           IF W-U < 99
              ADD 1 TO W-U
              GO TO SOMA-SEL-LOOP.
       SOMA-SEL-FIM.
           EXIT.

      ***** APLICA O MOVIMENTO AO CUSTO MEDIO DA UNIDADE ************
      ***** E = COMPRA (CUSTO INFORMADO); S = CONSUMO; T = TRANSFE- *
      ***** RENCIA (SAI DA ORIGEM E ENTRA NO DESTINO PELO MESMO     *
      ***** VALOR); A/B = SOBRA/FALTA DE INVENTARIO NO CUSTO MEDIO  *
       APLICA-MOV.
           MOVE TBM-UNI (W-IM) TO W-U
           IF W-U = 0
              MOVE 1 TO W-U.
           MOVE TBM-QTD (W-IM) TO W-QMOV
           IF W-NOPER = 1
              MOVE 1 TO W-TEMMOV.
           IF TBM-TIPO (W-IM) = "E"
              GO TO APLICA-ENTRADA.
           IF TBM-TIPO (W-IM) = "A"
              GO TO APLICA-SOBRA.
           PERFORM SAIDA-UNI THRU SAIDA-UNI-FIM
           IF TBM-TIPO (W-IM) = "T"
              GO TO APLICA-TRANSF.
           IF W-NOPER = 0
              GO TO APLICA-MOV-FIM.
           IF W-UNIDF NOT = 0 AND W-U NOT = W-UNIDF
              GO TO APLICA-MOV-FIM.
           IF TBM-TIPO (W-IM) = "B"
              SUBTRACT W-QSAI FROM W-IQAJU
              SUBTRACT W-VMOV FROM W-IVAJU
              GO TO APLICA-MOV-FIM.
           ADD W-QSAI TO W-IQSAI
           ADD W-VMOV TO W-IVSAI
           PERFORM ACUM-CONSUMO THRU ACUM-CONSUMO-FIM
           GO TO APLICA-MOV-FIM.
       APLICA-ENTRADA.
           MOVE TBM-CUSTO (W-IM) TO W-CUSTO
           IF W-CUSTO = 0
              PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM.
           COMPUTE W-VMOV ROUNDED = W-QMOV * W-CUSTO
           ADD W-QMOV TO TBU-QTD (W-U)
           ADD W-VMOV TO TBU-VAL (W-U)
           IF W-NOPER = 0
              GO TO APLICA-MOV-FIM.
           IF W-UNIDF NOT = 0 AND W-U NOT = W-UNIDF
              GO TO APLICA-MOV-FIM.
           ADD W-QMOV TO W-IQENT
           ADD W-VMOV TO W-IVENT
           GO TO APLICA-MOV-FIM.
       APLICA-SOBRA.
           PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM
           IF W-CUSTO = 0
              MOVE TBM-CUSTO (W-IM) TO W-CUSTO.
           COMPUTE W-VMOV ROUNDED = W-QMOV * W-CUSTO
           ADD W-QMOV TO TBU-QTD (W-U)
           ADD W-VMOV TO TBU-VAL (W-U)
           IF W-NOPER = 0
              GO TO APLICA-MOV-FIM.
           IF W-UNIDF NOT = 0 AND W-U NOT = W-UNIDF
              GO TO APLICA-MOV-FIM.
           ADD W-QMOV TO W-IQAJU
           ADD W-VMOV TO W-IVAJU
           GO TO APLICA-MOV-FIM.
       APLICA-TRANSF.
           MOVE TBM-DEST (W-IM) TO W-D
           IF W-D NOT = 0
              ADD W-QSAI TO TBU-QTD (W-D)
              ADD W-VMOV TO TBU-VAL (W-D).
           IF W-NOPER = 0 OR W-UNIDF = 0
              GO TO APLICA-MOV-FIM.
           IF W-U = W-UNIDF
              ADD W-QSAI TO W-IQSAI
              ADD W-VMOV TO W-IVSAI.
           IF W-D = W-UNIDF
              ADD W-QSAI TO W-IQENT
              ADD W-VMOV TO W-IVENT.
       APLICA-MOV-FIM.
           EXIT.

      ***** SAIDA DA UNIDADE NO CUSTO MEDIO; A ULTIMA UNIDADE LEVA **
      ***** O VALOR QUE RESTAR PARA NAO SOBRAR CENTAVOS *************
       SAIDA-UNI.
           MOVE ZEROS TO W-QSAI W-VMOV
           IF TBU-QTD (W-U) = 0
              GO TO SAIDA-UNI-FIM.
           IF W-QMOV NOT < TBU-QTD (W-U)
              MOVE TBU-QTD (W-U) TO W-QSAI
              MOVE TBU-VAL (W-U) TO W-VMOV
              MOVE ZEROS TO TBU-QTD (W-U) TBU-VAL (W-U)
              GO TO SAIDA-UNI-FIM.
           MOVE W-QMOV TO W-QSAI
           COMPUTE W-VMOV ROUNDED =
                   W-QMOV * TBU-VAL (W-U) / TBU-QTD (W-U)
           SUBTRACT W-QSAI FROM TBU-QTD (W-U)
           SUBTRACT W-VMOV FROM TBU-VAL (W-U).
       SAIDA-UNI-FIM.
           EXIT.

      ***** CUSTO MEDIO DA UNIDADE; SEM SALDO, O MEDIO GERAL ********
       CUSTO-MEDIO.
           MOVE ZEROS TO W-CUSTO
           IF TBU-QTD (W-U) > 0
              COMPUTE W-CUSTO ROUNDED = TBU-VAL (W-U) / TBU-QTD (W-U)
              GO TO CUSTO-MEDIO-FIM.
           MOVE ZEROS TO W-QGLOB W-VGLOB
           MOVE 1 TO W-D.
       CUSTO-MEDIO-LOOP.
           ADD TBU-QTD (W-D) TO W-QGLOB
           ADD TBU-VAL (W-D) TO W-VGLOB
           IF W-D < 99
              ADD 1 TO W-D
              GO TO CUSTO-MEDIO-LOOP.
           IF W-QGLOB > 0
              COMPUTE W-CUSTO ROUNDED = W-VGLOB / W-QGLOB.
       CUSTO-MEDIO-FIM.
           EXIT.

      ***** CONSUMO DO MES VINCULADO A CONSULTA *********************
       ACUM-CONSUMO.
           IF TBM-CPF (W-IM) = 0
              ADD W-VMOV TO W-VSEMCON
              GO TO ACUM-CONSUMO-FIM.
           MOVE 1 TO W-IX.
       ACUM-CONSUMO-LOOP.
           IF W-IX > W-NCON
              GO TO ACUM-CONSUMO-NOVO.
           IF TBK-CPF (W-IX) = TBM-CPF (W-IM)
              AND TBK-DATA (W-IX) = TBM-DATAC (W-IM)
              AND TBK-SEQ (W-IX) = TBM-SEQC (W-IM)
              ADD W-VMOV TO TBK-VAL (W-IX)
              GO TO ACUM-CONSUMO-FIM.
           ADD 1 TO W-IX
           GO TO ACUM-CONSUMO-LOOP.
       ACUM-CONSUMO-NOVO.
           IF W-NCON NOT < 1000
              ADD 1 TO W-KEXC
              ADD W-VMOV TO W-VSEMCON
              GO TO ACUM-CONSUMO-FIM.
           ADD 1 TO W-NCON
           MOVE TBM-CPF (W-IM)   TO TBK-CPF (W-NCON)
           MOVE TBM-DATAC (W-IM) TO TBK-DATA (W-NCON)
           MOVE TBM-SEQC (W-IM)  TO TBK-SEQ (W-NCON)
           MOVE W-VMOV           TO TBK-VAL (W-NCON).
       ACUM-CONSUMO-FIM.
           EXIT.

      ***** CUSTO DE MATERIAIS POR CONSULTA, PROCEDIMENTO E MEDICO **
       CONSULTAS.
           MOVE ZEROS TO W-NPRO W-NMED W-VCONTOT
           MOVE SPACES TO REGVALCONTX
           STRING "CUSTO DE MATERIAIS POR CONSULTA - MES: "
                  W-MESF "/" W-ANOF "  UNIDADE: " W-UNIDF
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE ALL "-" TO REGVALCONTX
           WRITE REGVALCONTX
           MOVE SPACES TO REGVALCONTX
           STRING "CPF PACIENTE  DATA       SQ MEDICO PROC"
                  "         CUSTO"
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE 0 TO W-IX.
       CONSULTAS-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-NCON
              GO TO CONSULTAS-PROC.
           MOVE ZEROS TO W-CRMCON W-PROCON
           IF W-HASCON = 1
              MOVE TBK-CPF (W-IX)  TO CPFC
              MOVE TBK-DATA (W-IX) TO DATACON1
              MOVE TBK-SEQ (W-IX)  TO SEQCON
              READ CADCONSU
              IF ST-ERRO = "00"
                 MOVE CODMEDICO TO W-CRMCON
                 MOVE CODPROC   TO W-PROCON.
           ADD TBK-VAL (W-IX) TO W-VCONTOT
           PERFORM ACUM-PROC THRU ACUM-PROC-FIM
           PERFORM ACUM-MED THRU ACUM-MED-FIM
           MOVE TBK-DATA (W-IX) TO W-DATA-E
           MOVE TBK-VAL (W-IX)  TO W-VAL-E
           MOVE TBK-CPF (W-IX) TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGVALCONTX
           STRING W-MSCCPF "  " W-DATA-E " " TBK-SEQ (W-IX)
                  " " W-CRMCON " " W-PROCON " " W-VAL-E
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           GO TO CONSULTAS-LOOP.
       CONSULTAS-PROC.
           MOVE W-VCONTOT TO W-TOT-E
           MOVE W-NCON TO W-QTD-E
           MOVE SPACES TO REGVALCONTX
           STRING "TOTAL EM " W-QTD-E " CONSULTAS: " W-TOT-E
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE W-VSEMCON TO W-TOT-E
           MOVE SPACES TO REGVALCONTX
           STRING "SAIDAS SEM CONSULTA VINCULADA: " W-TOT-E
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           IF W-KEXC > 0
              MOVE SPACES TO REGVALCONTX
              STRING "CONSUMOS ALEM DO LIMITE DE 1000 CONSULTAS "
                     "SOMADOS ACIMA: " W-KEXC
                     DELIMITED BY SIZE INTO REGVALCONTX
              WRITE REGVALCONTX.
           MOVE SPACES TO REGVALCONTX
           WRITE REGVALCONTX
           MOVE SPACES TO REGVALCONTX
           STRING "CUSTO DE MATERIAIS POR PROCEDIMENTO"
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE ALL "-" TO REGVALCONTX
           WRITE REGVALCONTX
           MOVE SPACES TO REGVALCONTX
           STRING "PROC DESCRICAO                      CONSULTAS"
                  "          CUSTO   MEDIA/CONS"
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE 0 TO W-IX.
       CONSULTAS-PROC-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-NPRO
              GO TO CONSULTAS-MED.
           MOVE SPACES TO W-NOMEPRO
           IF TBP-COD (W-IX) = 0
              MOVE "** SEM PROCEDIMENTO **" TO W-NOMEPRO
           ELSE
              IF W-HASPRO = 1
                 MOVE TBP-COD (W-IX) TO CODPROCT
                 READ CADPROC
                 IF ST-ERRO = "00"
                    MOVE DENOMPROC TO W-NOMEPRO.
           COMPUTE W-VMED ROUNDED = TBP-VAL (W-IX) / TBP-QTD (W-IX)
           MOVE TBP-VAL (W-IX) TO W-TOT-E
           MOVE W-VMED TO W-VAL-E
           MOVE SPACES TO REGVALCONTX
           STRING TBP-COD (W-IX) " " W-NOMEPRO "  " TBP-QTD (W-IX)
                  " " W-TOT-E " " W-VAL-E
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           GO TO CONSULTAS-PROC-LOOP.
       CONSULTAS-MED.
           MOVE SPACES TO REGVALCONTX
           WRITE REGVALCONTX
           MOVE SPACES TO REGVALCONTX
           STRING "CUSTO DE MATERIAIS POR MEDICO"
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE ALL "-" TO REGVALCONTX
           WRITE REGVALCONTX
           MOVE SPACES TO REGVALCONTX
           STRING "CRM    NOME                          CONSULTAS"
                  "          CUSTO   MEDIA/CONS"
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           MOVE 0 TO W-IX.
       CONSULTAS-MED-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-NMED
              GO TO CONSULTAS-CAT.
           MOVE SPACES TO W-NOMEMED
           IF TBD-CRM (W-IX) = 0
              MOVE "** SEM CONSULTA LOCALIZADA **" TO W-NOMEMED
           ELSE
              IF W-HASMED = 1
                 MOVE TBD-CRM (W-IX) TO CRM
                 READ CADMED
                 IF ST-ERRO = "00"
                    MOVE NOMEM TO W-NOMEMED.
           COMPUTE W-VMED ROUNDED = TBD-VAL (W-IX) / TBD-QTD (W-IX)
           MOVE TBD-VAL (W-IX) TO W-TOT-E
           MOVE W-VMED TO W-VAL-E
           MOVE SPACES TO REGVALCONTX
           STRING TBD-CRM (W-IX) " " W-NOMEMED "  " TBD-QTD (W-IX)
                  " " W-TOT-E " " W-VAL-E
                  DELIMITED BY SIZE INTO REGVALCONTX
           WRITE REGVALCONTX
           GO TO CONSULTAS-MED-LOOP.
       CONSULTAS-CAT.
           MOVE "VALCONTX.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM.
       CONSULTAS-FIM.
           EXIT.

       ACUM-PROC.
           MOVE 1 TO W-IM.
       ACUM-PROC-LOOP.
           IF W-IM > W-NPRO
              GO TO ACUM-PROC-NOVO.
           IF TBP-COD (W-IM) = W-PROCON
              ADD 1 TO TBP-QTD (W-IM)
              ADD TBK-VAL (W-IX) TO TBP-VAL (W-IM)
              GO TO ACUM-PROC-FIM.
           ADD 1 TO W-IM
           GO TO ACUM-PROC-LOOP.
       ACUM-PROC-NOVO.
           IF W-NPRO NOT < 200
              GO TO ACUM-PROC-FIM.
           ADD 1 TO W-NPRO
           MOVE W-PROCON      TO TBP-COD (W-NPRO)
           MOVE 1             TO TBP-QTD (W-NPRO)
           MOVE TBK-VAL (W-IX) TO TBP-VAL (W-NPRO).
       ACUM-PROC-FIM.
           EXIT.

       ACUM-MED.
           MOVE 1 TO W-IM.
       ACUM-MED-LOOP.
           IF W-IM > W-NMED
              GO TO ACUM-MED-NOVO.
           IF TBD-CRM (W-IM) = W-CRMCON
              ADD 1 TO TBD-QTD (W-IM)
              ADD TBK-VAL (W-IX) TO TBD-VAL (W-IM)
              GO TO ACUM-MED-FIM.
           ADD 1 TO W-IM
           GO TO ACUM-MED-LOOP.
       ACUM-MED-NOVO.
           IF W-NMED NOT < 200
              GO TO ACUM-MED-FIM.
           ADD 1 TO W-NMED
           MOVE W-CRMCON      TO TBD-CRM (W-NMED)
           MOVE 1             TO TBD-QTD (W-NMED)
           MOVE TBK-VAL (W-IX) TO TBD-VAL (W-NMED).
       ACUM-MED-FIM.
           EXIT.

       CATALOGA.
           MOVE "SMPRVAL" TO W-PROGCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADITEM CADMOVES VALESTTX VALCONTX.
           IF W-HASCON = 1
              CLOSE CADCONSU.
           IF W-HASMED = 1
              CLOSE CADMED.
           IF W-HASPRO = 1
              CLOSE CADPROC.
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
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-VALESTTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "VALESTTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-VALESTTX
           MOVE SPACES TO W-ARQ-VALCONTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "VALCONTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-VALCONTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
