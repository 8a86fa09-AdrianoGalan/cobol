       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRTRE.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * COPIA ANONIMIZADA DA BASE PARA TREINAMENTO.     *
      * LE OS ARQUIVOS DA BASE EM USO (SO ABERTOS PARA  *
      * LEITURA) E RECRIA CADA UM NO DIRETORIO DE       *
      * DESTINO COM CPF, NOMES, CONTATOS E TEXTOS       *
      * LIVRES DOS PACIENTES TROCADOS POR DADOS         *
      * FICTICIOS. O CPF NOVO SAI DE UMA TROCA UM PARA  *
      * UM CONTROLADA PELA SEMENTE, ENTAO O MESMO       *
      * PACIENTE TEM O MESMO CPF NOVO EM TODOS OS       *
      * ARQUIVOS. A COPIA LEVA A CHAVE TREINO NO        *
      * CADPARAM (VER SMPWTRN). A TRILHA DE AUDITORIA,  *
      * OS LOGS E OS ARQUIVOS DE MIGRACAO NAO SAO       *
      * COPIADOS. LISTAGEM EM TREINOTX.TXT              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADADEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADEND
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMAFAST
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALIQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONVAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALRAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSEN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADBOLPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYBOLPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOSSONUMBL.

       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                       WITH DUPLICATES.

       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.

       SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCOBPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOLET
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERETCT
                                       WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCTLRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFORM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCXCAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AUTCC WITH DUPLICATES.

       SELECT CADDECIR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDECIR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDOCMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCMD
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDOCPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDPCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDPCV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOEMP
                                       WITH DUPLICATES.

       SELECT CADENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYENCAM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PATRIMEQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.

       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESPERA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTUN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFECHA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DATAFERIA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN 
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN  
                                       WITH DUPLICATES.

       SELECT CADGELAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMGEN WITH DUPLICATES.

       SELECT CADGESTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGESTA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINSGR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSGR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODGRPIG
                                       WITH DUPLICATES.

       SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMINV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINVIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINVIT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADITREP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLIBRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBRE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLOTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLOTGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTGE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALAMN
                                       WITH DUPLICATES.

       SELECT CADMAPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMAPCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMASC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMASC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS NOMEM
                                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS NOMEFONM
                                           WITH DUPLICATES.

       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECOMERC
                                       WITH DUPLICATES.

       SELECT CADMOTCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOTCA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADNFFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMPEDNF WITH DUPLICATES.

       SELECT CADOPACE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOA
                    ALTERNATE RECORD KEY IS CPFOA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFOR WITH DUPLICATES.

       SELECT CADOVBK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVBK
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHVMEDOB
                                       WITH DUPLICATES.

       SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVERB
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACOT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VENCPG WITH DUPLICATES.

       SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARCE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARCE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPEDCO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDIT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPERM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPERM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPESQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPLANO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMPLANO WITH DUPLICATES.

       SELECT CADPNEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPNEX
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPREFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREFA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADQUEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUEST
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECEI
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRECLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTRC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORIGRC
                                       WITH DUPLICATES.

       SELECT CADRELCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMREL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRENOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRENOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADREPPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPPG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADREPRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPRE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRESPQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESPQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRESTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFRS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATRF
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TERMSES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSUSPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCSU
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTELE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SESSAOTL.

       SELECT CADTEMPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEMPG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTPIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTPIMP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTRANS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTRANS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTURNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTURNO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUSOPK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSOPK
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACIN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACSC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACSC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACTX
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVISDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVISDO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVITAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVITAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADXMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYXMED
                    FILE STATUS  IS ST-ERRO.

      ***** ARQUIVO DE TRABALHO, NO DIRETORIO DE DESTINO ************
       SELECT TREINTRB ASSIGN TO WS-TRBFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT TREINOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD CADADEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADADEND.
       01 REGADEND.
          03 KEYADEND.
             05 CPFAD         PIC 9(11).
             05 DATAAD.
                07 DIAAD      PIC 9(02).
                07 MESAD      PIC 9(02).
                07 ANOAD      PIC 9(04).
             05 SEQAD         PIC 9(02).
             05 NUMAD         PIC 9(03).
          03 TEXTOAD          PIC X(60).
          03 DATAADD          PIC 9(08).
          03 HORAADD          PIC 9(04).
          03 CRMAD            PIC 9(06).
          03 OPERAD           PIC 9(04).
      *
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAFAST.
       01 REGAFAST.
          03 NUMAFAST         PIC 9(06).
          03 CPFAF            PIC 9(11).
          03 DATACONAF        PIC 9(08).
          03 SEQAF            PIC 9(02).
          03 CRMAF            PIC 9(06).
          03 DIASAF           PIC 9(03).
          03 CIDAF            PIC X(05).
          03 CONSENTAF        PIC X(01).
          03 DATAEMISAF       PIC 9(08).
          03 OPERAF           PIC 9(04).
          03 SITUACAOAF       PIC X(01).
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
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALERG.
       01 REGALERG.
          03 KEYALERG.
             05 CPFA          PIC 9(11).
             05 SEQA          PIC 9(02).
          03 TIPOALERG        PIC X(01).
          03 CIDALERG         PIC X(05).
          03 NOTAALERG        PIC X(40).
          03 DATAALERG.
             05 DIAAL         PIC 9(02).
             05 MESAL         PIC 9(02).
             05 ANOAL         PIC 9(04).
          03 SITUACAOAL       PIC X(01).
      *
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
       FD CADALRAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALRAC.
       01 REGALRAC.
          03 KEYALR.
             05 DATAALR       PIC 9(08).
             05 OPERALR       PIC 9(04).
             05 TIPOALR       PIC 9(01).
             05 CPFALR        PIC 9(11).
             05 HORAALR       PIC 9(02).
          03 HORA1ALR         PIC 9(06).
          03 QTDALR           PIC 9(05).
          03 PROGALR          PIC X(07).
          03 TERMALR          PIC X(08).
          03 DETALR           PIC X(40).
          03 SITALR           PIC X(01).
          03 JUSTALR          PIC X(50).
          03 DATADEC          PIC 9(08).
          03 HORADEC          PIC 9(06).
          03 OPERDEC          PIC 9(04).
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
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAUSEN.
       01 REGAUSEN.
          03 KEYAUSEN.
             05 CRMAU         PIC 9(06).
             05 DATAINIAU.
                07 DIAINIAU   PIC 9(02).
                07 MESINIAU   PIC 9(02).
                07 ANOINIAU   PIC 9(04).
          03 DATAFIMAU.
             05 DIAFIMAU      PIC 9(02).
             05 MESFIMAU      PIC 9(02).
             05 ANOFIMAU      PIC 9(04).
          03 TIPOAUSEN        PIC X(01).
          03 SITUACAOAU       PIC X(01).
      *
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
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCID.
       01 REGCID.
          03 CODCID        PIC X(05).
          03 DENOMINACAO   PIC X(30).
          03 SITUACAO      PIC X(01).
          03 NOTIFICAVEL     PIC X(01).
      *
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOBER.
       01 REGCOBER.
          03 KEYCOBER.
             05 CODCONVC      PIC 9(04).
             05 CODESPC       PIC 9(02).
          03 SITUACAOCB       PIC X(01).
      *
       FD CADCOBPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOBPA.
       01 REGCOBPA.
          03 KEYCOBPA.
             05 CPFCB         PIC 9(11).
             05 DATAPLCB      PIC 9(08).
             05 PARCCB        PIC 9(02).
          03 ETAPACB          PIC 9(01).
          03 DATAETCB         PIC 9(08) OCCURS 3 TIMES.
          03 DIASETCB         PIC 9(05) OCCURS 3 TIMES.
          03 VALETCB          PIC 9(06)V99 OCCURS 3 TIMES.
      *
       FD CADCOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOLET.
       01 REGCOLET.
          03 KEYCOLET.
             05 CPFCL         PIC 9(11).
             05 DATACL.
                07 DIACL      PIC 9(02).
                07 MESCL      PIC 9(02).
                07 ANOCL      PIC 9(04).
             05 SEQCL         PIC 9(02).
             05 ITEMCL        PIC 9(02).
          03 AMOSTRACL        PIC 9(08).
          03 CODEXACL         PIC X(10).
          03 DATACOLCL        PIC 9(08).
          03 HORACOLCL        PIC 9(04).
          03 OPERCOLCL        PIC 9(04).
          03 TUBOSCL          PIC 9(02).
      *
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
       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSE.
       01 REGCONSE.
          03 KEYCONSE.
             05 CPFCS         PIC 9(11).
             05 FINALICS      PIC X(01).
             05 CANALCS       PIC X(01).
          03 CONCEDCS         PIC X(01).
          03 DATACS           PIC 9(08).
          03 OPERCS           PIC 9(04).
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
       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONTA.
       01 REGCONTA.
          03 KEYCONTA.
             05 CPFCT         PIC 9(11).
             05 DATACT.
                07 ANOCT      PIC 9(04).
                07 MESCT      PIC 9(02).
                07 DIACT      PIC 9(02).
             05 HORACT.
                07 HHCT       PIC 9(02).
                07 MMCT       PIC 9(02).
                07 SSCT       PIC 9(02).
          03 OPERCT           PIC 9(04).
          03 CANALCT          PIC X(01).
          03 MOTIVOCT         PIC X(01).
          03 REFCT            PIC X(20).
          03 RESULTCT         PIC X(01).
          03 OBSCT            PIC X(40).
          03 CHAVERETCT.
             05 OPERRETCT     PIC 9(04).
             05 DATARETCT.
                07 ANORCT     PIC 9(04).
                07 MESRCT     PIC 9(02).
                07 DIARCT     PIC 9(02).
          03 SITRETCT         PIC X(01).
          03 DATABXCT         PIC 9(08).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONV.
       01 REGCONV.
          03 CODIGO        PIC 9(04).
          03 NOMEC         PIC X(30).
          03 PLANO         PIC 9(02).
          03 VALORCONSULTA     PIC 9(06)V99.
          03 VALORCOPAGTO     PIC 9(06)V99.
          03 SITUACAO      PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).
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
       FD CADCTLRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCTLRG.
       01 REGCTLRG.
          03 NUMFORM          PIC 9(06).
          03 CRMCTL           PIC 9(06).
          03 CPFCTL           PIC 9(11).
          03 DATACTL.
             05 DIACTL        PIC 9(02).
             05 MESCTL        PIC 9(02).
             05 ANOCTL        PIC 9(04).
          03 MEDICCTL         PIC X(30).
          03 LISTACTL         PIC X(01).
          03 OPERCTL          PIC 9(04).
          03 SITUACAOCT       PIC X(01).
      *
       FD CADCXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCXCAR.
       01 REGCXCAR.
          03 KEYCXCAR.
             05 CPFCC         PIC 9(11).
             05 DATACC        PIC 9(08).
             05 SEQCC         PIC 9(02).
          03 AUTCC            PIC X(12).
          03 BANDCC           PIC X(10).
          03 UNIDCC           PIC 9(02).
          03 FORMACC          PIC X(01).
          03 VALORCC          PIC 9(06)V99.
          03 SITCC            PIC X(01).
          03 PREVCC           PIC 9(08).
          03 DATALQCC         PIC 9(08).
          03 TAXACC           PIC 9(06)V99.
          03 VALLQCC          PIC 9(06)V99.
      *
       FD CADDECIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDECIR.
       01 REGDECIR.
          03 KEYDECIR.
             05 CPFDC         PIC 9(11).
             05 ANODC         PIC 9(04).
          03 NUMDECIR         PIC 9(06).
          03 DATAEMISDC       PIC 9(08).
          03 VALORTOTDC       PIC 9(08)V99.
      *
       FD CADDOCMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCMD.
       01 REGDOCMD.
          03 KEYDOCMD.
             05 CRMDM         PIC 9(06).
             05 TIPODM        PIC 9(01).
             05 ESPDM         PIC 9(02).
          03 NUMDM            PIC X(20).
          03 ORGAODM          PIC X(20).
          03 VALIDDM          PIC 9(08).
          03 SITUACAODM       PIC X(01).
          03 DATADM           PIC 9(08).
          03 OPERDM           PIC 9(04).
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
       FD CADDPCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDPCV.
       01 REGDPCV.
          03 KEYDPCV.
             05 CONVDP        PIC 9(04).
             05 CODEXTDP      PIC X(10).
          03 CODPROCDP        PIC 9(04).
          03 SITUACAODP       PIC X(01).
          03 DATADP           PIC 9(08).
          03 OPERDP           PIC 9(04).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEMPR.
       01 REGEMPR.
          03 CODEMP           PIC 9(04).
          03 RAZAOEMP         PIC X(40).
          03 CNPJEMP          PIC 9(14).
          03 CONTRATOEMP      PIC X(15).
          03 VIGEMP.
             05 DIAVEMP       PIC 9(02).
             05 MESVEMP       PIC 9(02).
             05 ANOVEMP       PIC 9(04).
          03 PRECOADM         PIC 9(06)V99.
          03 PRECOPER         PIC 9(06)V99.
          03 PRECODEM         PIC 9(06)V99.
          03 PRECORET         PIC 9(06)V99.
          03 PRECOMUD         PIC 9(06)V99.
          03 CONTATOEMP       PIC X(30).
          03 TELEMP           PIC 9(11).
          03 EMAILEMP         PIC X(30).
          03 SITEMP           PIC X(01).
      *
       FD CADENCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADENCAM.
       01 REGENCAM.
          03 KEYENCAM.
             05 CPFEN         PIC 9(11).
             05 DATAEN.
                07 DIAEN      PIC 9(02).
                07 MESEN      PIC 9(02).
                07 ANOEN      PIC 9(04).
             05 SEQEN         PIC 9(02).
          03 CRMENC           PIC 9(06).
          03 ESPDEST          PIC 9(02).
          03 STATUSENC        PIC X(01).
          03 DATAFECH         PIC 9(08).
      *
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEQUIP.
       01 REGEQUIP.
          03 PATRIMEQ         PIC X(10).
          03 DESCEQ           PIC X(30).
          03 UNIDEQ           PIC 9(02).
          03 SALAEQ           PIC 9(02).
          03 FORNEQ           PIC 9(04).
          03 INTERVEQ         PIC 9(03).
          03 ULTMANEQ         PIC 9(08).
          03 PROCEQ           PIC 9(04) OCCURS 4 TIMES.
          03 SITUACAOEQ       PIC X(01).
          03 DATAEQ           PIC 9(08).
          03 OPEREQ           PIC 9(04).
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESPERA.
       01 REGESPERA.
          03 KEYESPERA.
             05 CPFESP        PIC 9(11).
             05 DATAESP.
                07 DIAESP     PIC 9(02).
                07 MESESP     PIC 9(02).
                07 ANOESP     PIC 9(04).
             05 SEQESP        PIC 9(02).
          03 HORAESP.
             05 HORAESPH      PIC 9(02).
             05 HORAESPM      PIC 9(02).
          03 MOTIVOESP        PIC X(40).
          03 SITUACAOESP      PIC X(01).
          03 HORACHAMA.
             05 HORACHAMAH    PIC 9(02).
             05 HORACHAMAM    PIC 9(02).
          03 HORAFIMAT.
             05 HORAFIMATH    PIC 9(02).
             05 HORAFIMATM    PIC 9(02).
          03 MEDICOESP        PIC 9(06).
          03 PRESSAOESP       PIC X(07).
          03 TEMPESP          PIC 9(02)V9.
          03 PRIORIESP        PIC 9(01).
          03 UNIDESP          PIC 9(02).
      *
       FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTOR.
       01 REGESTOR.
          03 NUMRECES         PIC 9(06).
          03 KEYCXES.
             05 CPFES         PIC 9(11).
             05 DATACXES      PIC 9(08).
             05 SEQCXES       PIC 9(02).
          03 DATAES.
             05 DIAES         PIC 9(02).
             05 MESES         PIC 9(02).
             05 ANOES         PIC 9(04).
          03 HORAES           PIC 9(04).
          03 VALORCXES        PIC 9(06)V99.
          03 VALORES          PIC 9(06)V99.
          03 FORMAES          PIC X(01).
          03 MOTIVOES         PIC X(40).
          03 OPERES           PIC 9(04).
          03 SUPES            PIC 9(04).
      *
       FD CADESTUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTUN.
       01 REGESTUN.
          03 KEYESTUN.
             05 CODITEU       PIC 9(04).
             05 CODUNIEU      PIC 9(02).
          03 SALDOEU          PIC 9(06).
      *
       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEVADV.
       01 REGEVADV.
          03 KEYEVADV.
             05 CPFEA         PIC 9(11).
             05 SEQEA         PIC 9(03).
          03 ORIGEMEA         PIC X(01).
          03 CODVACEA         PIC 9(03).
          03 DOSEEA           PIC 9(02).
          03 SEQREA           PIC 9(02).
          03 ITEMREA          PIC 9(02).
          03 DATAREFEA.
             05 DIAREFEA      PIC 9(02).
             05 MESREFEA      PIC 9(02).
             05 ANOREFEA      PIC 9(04).
          03 PRODUTOEA        PIC X(30).
          03 LOTEEA           PIC X(10).
          03 DATAINIEA.
             05 DIAINIEA      PIC 9(02).
             05 MESINIEA      PIC 9(02).
             05 ANOINIEA      PIC 9(04).
          03 GRAVIDEA         PIC X(01).
          03 DESFECHOEA       PIC X(01).
          03 CRMEA            PIC 9(06).
          03 DESCEA           PIC X(40).
          03 NOTIFEA          PIC X(01).
          03 DATANOTEA        PIC 9(08).
          03 SITUACAOEA       PIC X(01).
          03 DATAREGEA        PIC 9(08).
          03 OPEREA           PIC 9(04).
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEXAME.
       01 REGEXAME.
          03 KEYEXAME.
             05 CPFE          PIC 9(11).
             05 DATAE.
                07 DIAE       PIC 9(02).
                07 MESE       PIC 9(02).
                07 ANOE       PIC 9(04).
             05 SEQE          PIC 9(02).
             05 ITEME         PIC 9(02).
          03 CODEXAME         PIC X(10).
          03 DESCEXAME        PIC X(30).
          03 MEDICOEXA        PIC 9(06).
          03 DATARESULT.
             05 DIARES        PIC 9(02).
             05 MESRES        PIC 9(02).
             05 ANORES        PIC 9(04).
          03 RESULTEXAME      PIC X(40).
          03 STATUSEXAME      PIC X(01).
          03 ANORMALEXA       PIC X(01).
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
      *
       FD CADFATEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATEM.
       01 REGFATEM.
          03 NUMFATEM         PIC 9(06).
          03 CODEMPFE         PIC 9(04).
          03 CNPJFE           PIC 9(14).
          03 MESFE            PIC 9(02).
          03 ANOFE            PIC 9(04).
          03 QTDFE            PIC 9(05).
          03 VALORFE          PIC 9(08)V99.
          03 VALORRECFE       PIC 9(08)V99.
          03 STATUSFE         PIC X(01).
          03 DATAGERFE        PIC 9(08).
      *
       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATUR.
       01 REGFATUR.
          03 NUMFATURA     PIC 9(06).
          03 CONVFAT       PIC 9(04).
          03 MESFAT        PIC 9(02).
          03 ANOFAT        PIC 9(04).
          03 QTDFAT        PIC 9(05).
          03 VALORFAT      PIC 9(08)V99.
          03 VALORRECFA    PIC 9(08)V99.
          03 STATUSFAT     PIC X(01).
          03 PROTOCFAT     PIC X(15).
          03 DATAGERFAT    PIC 9(08).
          03 UNIDFAT       PIC 9(02).
      *
       FD CADFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFECHA.
       01 REGFECHA.
          03 KEYFECHA.
             05 ANOFECH       PIC 9(04).
             05 MESFECH       PIC 9(02).
          03 FECHADO          PIC X(01).
          03 OPERFECH         PIC 9(04).
          03 DATAFECHA        PIC 9(08).
      *
       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFERIA.
       01 REGFERIA.
          03 DATAFERIA.
             05 DIAFERIA      PIC 9(02).
             05 MESFERIA      PIC 9(02).
             05 ANOFERIA      PIC 9(04).
          03 DESCFERIA        PIC X(30).
          03 TIPOFERIA        PIC X(01).
          03 SITUACAOFE       PIC X(01).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFORN.
       01 REGFORN.
          03 CODFORN          PIC 9(04).
          03 NOMEFORN         PIC X(30).
          03 CNPJFORN         PIC 9(14).
          03 TELFORN          PIC 9(11).
          03 SITUACAOFO       PIC X(01).
      *
       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGELAD.
       01 REGGELAD.
          03 CODGEL           PIC 9(03).
          03 UNIDGEL          PIC 9(02).
          03 DESCGEL          PIC X(30).
          03 TMINGEL          PIC S9(02)V9.
          03 TMAXGEL          PIC S9(02)V9.
          03 LEITDIAGEL       PIC 9(01).
          03 EXCGEL           PIC X(01).
          03 TIPOEXCGEL       PIC X(01).
          03 DATAEXCGEL       PIC 9(08).
          03 HORAEXCGEL       PIC 9(04).
          03 DATAULTGEL       PIC 9(08).
          03 HORAULTGEL       PIC 9(04).
          03 SITUACAOGEL      PIC X(01).
      *
       FD CADGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGEN.
       01 REGGEN.
          03 CODGEN        PIC X(01).
          03 DENOMGEN      PIC X(15).
          03 SITUACAO      PIC X(01).
      *
       FD CADGESTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGESTA.
       01 REGGESTA.
          03 KEYGESTA.
             05 CPFGE         PIC 9(11).
             05 SEQGE         PIC 9(02).
          03 DUMGE.
             05 DIADUM        PIC 9(02).
             05 MESDUM        PIC 9(02).
             05 ANODUM        PIC 9(04).
          03 DPPGE.
             05 DIADPP        PIC 9(02).
             05 MESDPP        PIC 9(02).
             05 ANODPP        PIC 9(04).
          03 RISCOGE          PIC X(01).
          03 CRMOBSGE         PIC 9(06).
          03 SITUACAOGE       PIC X(01).
          03 DATAENCGE.
             05 DIAENC        PIC 9(02).
             05 MESENC        PIC 9(02).
             05 ANOENC        PIC 9(04).
          03 OBSGE            PIC X(40).
          03 DATAREGGE        PIC 9(08).
          03 OPERGE           PIC 9(04).
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
       FD CADINSGR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINSGR.
       01 REGINSGR.
          03 KEYINSGR.
             05 CPFIG         PIC 9(11).
             05 DATAIG.
                07 DIAIG      PIC 9(02).
                07 MESIG      PIC 9(02).
                07 ANOIG      PIC 9(04).
             05 SEQIG         PIC 9(02).
          03 CODGRPIG         PIC 9(06).
          03 PRESIG           PIC X(01).
          03 SITIG            PIC X(01).
          03 DATAINSIG        PIC 9(08).
          03 OPERIG           PIC 9(04).
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
       FD CADINVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINVEN.
       01 REGINVEN.
          03 NUMINV           PIC 9(05).
          03 UNIDINV          PIC 9(02).
          03 DATAINV          PIC 9(08).
          03 HORAINV          PIC 9(06).
          03 SITINV           PIC X(01).
          03 OPERINV          PIC 9(04).
          03 SUPINV           PIC 9(04).
          03 DATAAJINV        PIC 9(08).
          03 QTDLININV        PIC 9(05).
          03 VALSOBINV        PIC 9(09)V99.
          03 VALFALINV        PIC 9(09)V99.
      *
       FD CADINVIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINVIT.
       01 REGINVIT.
          03 KEYINVIT.
             05 NUMINVIT      PIC 9(05).
             05 CODITINV      PIC 9(04).
             05 LOTEINV       PIC X(10).
          03 VALIDINV         PIC 9(08).
          03 SALDOCONG        PIC 9(06).
          03 QTDCONT          PIC 9(06).
          03 CONTINV          PIC X(01).
          03 CUSTOINV         PIC 9(06)V99.
          03 AJUSINV          PIC X(01).
          03 DATAMVINV        PIC 9(08).
          03 SEQMVINV         PIC 9(03).
      *
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
       FD CADITREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITREP.
       01 REGITREP.
          03 CODITRP          PIC 9(04).
          03 CODFORNRP        PIC 9(04).
          03 PRAZORP          PIC 9(03).
          03 COBERTRP         PIC 9(03).
          03 MULTRP           PIC 9(05).
          03 SITUACAORP       PIC X(01).
      *
       FD CADLIBRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLIBRE.
       01 REGLIBRE.
          03 KEYLIBRE.
             05 CPFLB         PIC 9(11).
             05 DATALB.
                07 DIALB      PIC 9(02).
                07 MESLB      PIC 9(02).
                07 ANOLB      PIC 9(04).
             05 SEQLB         PIC 9(02).
             05 ITEMLB        PIC 9(02).
          03 SITLB            PIC X(01).
          03 DATALIB          PIC 9(08).
          03 HORALIB          PIC 9(06).
          03 CANALLB          PIC X(01).
          03 DESTLB           PIC X(30).
          03 CODRETLB         PIC X(08).
      *
       FD CADLOTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLOTES.
       01 REGLOTE.
          03 KEYLOTE.
             05 CODITLT       PIC 9(04).
             05 LOTELT        PIC X(10).
          03 VALIDLT          PIC 9(08).
          03 SALDOLT          PIC 9(06).
          03 SITUACAOLT       PIC X(01).
      *
       FD CADLOTGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLOTGE.
       01 REGLOTGE.
          03 KEYLOTGE.
             05 CODITLG       PIC 9(04).
             05 LOTELG        PIC X(10).
          03 CODGELLG         PIC 9(03).
          03 DATALG           PIC 9(08).
          03 OPERLG           PIC 9(04).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMANUT.
       01 REGMANUT.
          03 KEYMANUT.
             05 PATRIMMN      PIC X(10).
             05 DATAINIMN     PIC 9(08).
          03 DATAFIMMN        PIC 9(08).
          03 TIPOMN           PIC X(01).
          03 OSMN             PIC X(12).
          03 FORNMN           PIC 9(04).
          03 SALAMN           PIC 9(02).
          03 SITMN            PIC X(01).
          03 CERTMN           PIC X(20).
          03 OBSMN            PIC X(40).
          03 DATAMN           PIC 9(08).
          03 OPERMN           PIC 9(04).
      *
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
      *
       FD CADMASC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMASC.
       01 REGMASC.
          03 KEYMASC.
             05 PERFILMS      PIC X(01).
             05 CAMPOMS       PIC X(01).
          03 TIPOMS           PIC X(01).
          03 SITUACAOMS       PIC X(01).
          03 DATAMS           PIC 9(08).
          03 OPERMS           PIC 9(04).
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
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMEDIC.
       01 REGMEDIC.
          03 CODMEDIC         PIC 9(05).
          03 NOMECOMERC       PIC X(30).
          03 PRINCATIVO       PIC X(30).
          03 APRESENT         PIC X(20).
          03 SITUACAOMD       PIC X(01).
          03 LISTACTRL        PIC X(01).
      *
       FD CADMOTCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOTCA.
       01 REGMOTCA.
          03 CODMOTCA     PIC 9(02).
          03 DENOMMOTC        PIC X(30).
          03 SITUACAOMC       PIC X(01).
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
       FD CADNFFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADNFFOR.
       01 REGNFFOR.
          03 KEYNFF.
             05 CODFORNNF     PIC 9(04).
             05 NUMNFF        PIC 9(09).
          03 SERIENF          PIC X(03).
          03 NUMPEDNF         PIC 9(06).
          03 DATAEMNF         PIC 9(08).
          03 DATAENNF         PIC 9(08).
          03 VALTOTNF         PIC 9(08)V99.
          03 VALITNF          PIC 9(08)V99.
          03 QTDPARNF         PIC 9(02).
          03 QTDITNF          PIC 9(02).
          03 SITNF            PIC X(01).
          03 DIVTOTNF         PIC X(01).
          03 OPERNF           PIC 9(04).
          03 SUPNF            PIC 9(04).
          03 DATALIBNF        PIC 9(08).
          03 ITEMNF OCCURS 10 TIMES.
             05 ITPEDNF       PIC 9(02).
             05 CODITNF       PIC 9(04).
             05 QTDNF         PIC 9(05).
             05 PRECONF       PIC 9(06)V99.
             05 DIVITNF       PIC X(01).
      *
       FD CADOPACE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPACE.
       01 REGOPACE.
          03 CODOA            PIC 9(04).
          03 CPFOA            PIC 9(11).
          03 UNIDOA           PIC 9(02).
          03 HINIOA           PIC 9(04).
          03 HFIMOA           PIC 9(04).
          03 SITUACAOOA       PIC X(01).
          03 DATAOA           PIC 9(08).
          03 OPEROA           PIC 9(04).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPER.
       01 REGOPER.
          03 CODOPER       PIC 9(04).
          03 NOMEOPER      PIC X(30).
          03 SENHAOPER     PIC X(10).
          03 SITUACAOOPER  PIC X(01).
          03 PERFILOPER    PIC X(01).
          03 DATASENHA     PIC 9(08).
          03 TROCAOBRIG    PIC X(01).
          03 SENHAANT1     PIC X(10).
          03 SENHAANT2     PIC X(10).
          03 SENHAANT3     PIC X(10).
      *
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADORCAM.
       01 REGORCAM.
          03 NUMORC           PIC 9(06).
          03 CPFOR            PIC 9(11).
          03 DATAOR           PIC 9(08).
          03 VALIDOR          PIC 9(08).
          03 SITOR            PIC X(01).
          03 DATASITOR        PIC 9(08).
          03 OPEROR           PIC 9(04).
          03 SUPOR            PIC 9(04).
          03 DESCOR           PIC 9(02)V99.
          03 VALBRUOR         PIC 9(07)V99.
          03 VALLIQOR         PIC 9(07)V99.
          03 QTDITOR          PIC 9(02).
          03 ITEMOR OCCURS 10 TIMES.
             05 CODPROCOI     PIC 9(04).
             05 VALTABOI      PIC 9(06)V99.
             05 VALOROI       PIC 9(06)V99.
             05 KEYCONSOI     PIC X(21).
      *
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
       FD CADOVERB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVERB.
       01 REGOVERB.
          03 KEYOVERB.
             05 CRMOV         PIC 9(06).
             05 DIASEMOV      PIC 9(01).
          03 QTDOV            PIC 9(02).
          03 TAXAOV           PIC 9(03)V9.
          03 QTDSUGOV         PIC 9(02).
          03 DATASUGOV        PIC 9(08).
          03 SITOV            PIC X(01).
      *
       FD CADPACEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACEM.
       01 REGPACEM.
          03 KEYPACEM.
             05 CPFPE         PIC 9(11).
             05 CODEMPPE      PIC 9(04).
          03 MATRICPE         PIC X(10).
          03 FUNCAOPE         PIC X(20).
          03 DATAADMPE.
             05 DIAADMPE      PIC 9(02).
             05 MESADMPE      PIC 9(02).
             05 ANOADMPE      PIC 9(04).
          03 SITPE            PIC X(01).
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
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACOT.
       01 REGPACOT.
          03 KEYPACOT.
             05 CPFPK         PIC 9(11).
             05 SEQPK         PIC 9(02).
          03 CODPROCPK        PIC 9(04).
          03 QTDCOMPK         PIC 9(03).
          03 QTDUSOPK         PIC 9(03).
          03 VALORPK          PIC 9(06)V99.
          03 DATACOMPK.
             05 DIACPK        PIC 9(02).
             05 MESCPK        PIC 9(02).
             05 ANOCPK        PIC 9(04).
          03 DATAVALPK.
             05 DIAVPK        PIC 9(02).
             05 MESVPK        PIC 9(02).
             05 ANOVPK        PIC 9(04).
          03 SITPK            PIC X(01).
          03 NUMRECPK         PIC 9(06).
          03 OPERPK           PIC 9(04).
      *
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGAR.
       01 REGPAGAR.
          03 KEYPAG.
             05 CODFORNPG     PIC 9(04).
             05 NUMNFPG       PIC 9(09).
             05 PARCPG        PIC 9(02).
          03 VENCPG           PIC 9(08).
          03 VALORPG          PIC 9(08)V99.
          03 SITPG            PIC X(01).
          03 DATAPGPG         PIC 9(08).
          03 VALPGPG          PIC 9(08)V99.
          03 FORMAPG          PIC X(01).
          03 OPERPG           PIC 9(04).
      *
       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGTO.
       01 REGPAGTO.
          03 KEYPAGTO.
             05 NUMFATPG      PIC 9(06).
             05 SEQPAGTO      PIC 9(02).
          03 DATAPAGTO.
             05 DIAPG         PIC 9(02).
             05 MESPG         PIC 9(02).
             05 ANOPG         PIC 9(04).
          03 VALORPAGTO       PIC 9(08)V99.
          03 OPERPAGTO        PIC 9(04).
          03 SITUACAOPG       PIC X(01).
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
       FD CADPEDCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDCO.
       01 REGPEDCO.
          03 NUMPEDCO         PIC 9(06).
          03 CODFORNPD        PIC 9(04).
          03 DATAPED          PIC 9(08).
          03 STATUSPED        PIC X(01).
      *
       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDIT.
       01 REGPEDIT.
          03 KEYPEDIT.
             05 NUMPEDIT      PIC 9(06).
             05 ITEMPD        PIC 9(02).
          03 CODITPD          PIC 9(04).
          03 QTDPED           PIC 9(05).
          03 QTDRECPD         PIC 9(05).
          03 PRECOPD          PIC 9(06)V99.
          03 SITUACAOPI       PIC X(01).
      *
       FD CADPERM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPERM.
       01 REGPERM.
          03 KEYPERM.
             05 PERFILPE      PIC X(01).
             05 OPCAOPE       PIC 9(03).
          03 SITUACAOPE       PIC X(01).
      *
       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPESQ.
       01 REGPESQ.
          03 KEYPESQ.
             05 CPFPQ         PIC 9(11).
             05 DATAPQ        PIC 9(08).
             05 SEQPQ         PIC 9(02).
          03 NOTAPQ           PIC 9(02).
          03 COMENTPQ         PIC X(40).
          03 CRMPQ            PIC 9(06).
          03 ESPPQ            PIC 9(02).
          03 UNIDPQ           PIC 9(02).
          03 SITUACAOPQ       PIC X(01).
      *
       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPLANO.
       01 REGPLANO.
          03 CODPLANO      PIC 9(02).
          03 DENOMPLANO    PIC X(50).
          03 SITUACAO      PIC X(01).
      *
       FD CADPNEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPNEX.
       01 REGPNEX.
          03 KEYPNEX.
             05 TRIMPN        PIC 9(01).
             05 CODEXPN       PIC X(10).
          03 DESCEXPN         PIC X(30).
          03 SEMINIPN         PIC 9(02).
          03 SEMFIMPN         PIC 9(02).
          03 SITUACAOPN       PIC X(01).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPRECO.
       01 REGPRECO.
          03 KEYPRECO.
             05 CODPROCP      PIC 9(04).
             05 CODCONVP      PIC 9(04).
             05 VIGPRECO      PIC 9(08).
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
      *
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD CADQUEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADQUEST.
       01 REGQUEST.
          03 KEYQUEST.
             05 CODESPQ       PIC 9(02).
             05 NUMPERG       PIC 9(02).
          03 TEXTOPERG        PIC X(50).
          03 TIPORESP         PIC X(01).
          03 SITUACAOQ        PIC X(01).
      *
       FD CADRECEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRECEI.
       01 REGRECEI.
          03 KEYRECEI.
             05 CPFR          PIC 9(11).
             05 DATAR.
                07 DIAR       PIC 9(02).
                07 MESR       PIC 9(02).
                07 ANOR       PIC 9(04).
             05 SEQR          PIC 9(02).
             05 ITEMR         PIC 9(02).
          03 MEDICAMENTO      PIC X(30).
          03 DOSAGEM          PIC X(20).
          03 DURACAOREC       PIC X(15).
          03 INSTRUCAO        PIC X(40).
          03 SITUACAORE       PIC X(01).
          03 CODMEDREC        PIC 9(05).
          03 CONTROLREC       PIC X(01).
          03 NUMFORMCTL       PIC 9(06).
      *
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
       FD CADRELCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRELCA.
       01 REGRELCA.
          03 NUMREL        PIC 9(05).
          03 PROGREL       PIC X(07).
          03 ARQREL        PIC X(12).
          03 PARMREL       PIC X(20).
          03 OPERREL       PIC 9(04).
          03 DATAREL       PIC 9(08).
          03 HORAREL       PIC 9(06).
      *
       FD CADRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRENOV.
       01 REGRENOV.
          03 KEYRENOV.
             05 CPFRV         PIC 9(11).
             05 DATARV.
                07 DIARV      PIC 9(02).
                07 MESRV      PIC 9(02).
                07 ANORV      PIC 9(04).
             05 SEQRV         PIC 9(02).
          03 DATAOR           PIC 9(08).
          03 SEQOR            PIC 9(02).
          03 ITEMOR           PIC 9(02).
          03 CRMRV            PIC 9(06).
          03 SITUACAORV       PIC X(01).
          03 CONSECRV         PIC 9(02).
          03 DATANOVA         PIC 9(08).
          03 SEQNOVA          PIC 9(02).
          03 ITEMNOVA         PIC 9(02).
      *
       FD CADREPPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADREPPG.
       01 REGREPPG.
          03 KEYREPPG.
             05 CRMPG         PIC 9(06).
             05 ANOMESPG      PIC 9(06).
          03 VALORREPPG       PIC 9(08)V99.
          03 DATAREPPG        PIC 9(08).
          03 SITUACAOPP       PIC X(01).
      *
       FD CADREPRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADREPRE.
       01 REGREPRE.
          03 KEYREPRE.
             05 CRMRP         PIC 9(06).
             05 CODPROCRP     PIC 9(04).
             05 TIPOATDRP     PIC X(01).
          03 PERCRP           PIC 9(03)V99.
          03 VALORFIXRP       PIC 9(06)V99.
          03 SITUACAORP       PIC X(01).
      *
       FD CADRESPQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESPQ.
       01 REGRESPQ.
          03 KEYRESPQ.
             05 CPFRQ         PIC 9(11).
             05 DATARQ.
                07 DIARQ      PIC 9(02).
                07 MESRQ      PIC 9(02).
                07 ANORQ      PIC 9(04).
             05 SEQRQ         PIC 9(02).
             05 NUMPERGRQ     PIC 9(02).
          03 CODESPRQ         PIC 9(02).
          03 TIPORQ           PIC X(01).
          03 RESPOSTA         PIC X(40).
          03 RESPNUM          PIC 9(06)V99.
          03 DATAREGRQ        PIC 9(08).
          03 HORAREGRQ        PIC 9(04).
          03 OPERRQ           PIC 9(04).
      *
       FD CADRESTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESTR.
       01 REGRESTR.
          03 CPFRS            PIC 9(11).
          03 TIPORS           PIC X(01).
          03 MOTIVORS         PIC X(30).
          03 SITUACAORS       PIC X(01).
          03 DATARS           PIC 9(08).
          03 OPERRS           PIC 9(04).
      *
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
       FD CADRETMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETMV.
       01 REGRETMV.
          03 KEYRETMV.
             05 NUMFATRM      PIC 9(06).
             05 SEQRM         PIC 9(02).
          03 CONVRM           PIC 9(04).
          03 DATARM           PIC 9(08).
          03 CAIXARM          PIC 9(08)V99.
          03 VTXRM            PIC 9(08)V99 OCCURS 5 TIMES.
          03 TOTRM            PIC 9(08)V99.
          03 FALTARM          PIC 9(08)V99.
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSALA.
       01 REGSALA.
          03 CODSALA          PIC 9(02).
          03 DENOMSALA        PIC X(20).
          03 SITUACAOSA       PIC X(01).
      *
       FD CADSESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSESSO.
       01 REGSESSO.
          03 TERMSES       PIC X(08).
          03 OPERSES       PIC 9(04).
          03 NOMESES       PIC X(30).
          03 DATALOGIN     PIC 9(08).
          03 HORALOGIN     PIC 9(06).
          03 HORAATIV      PIC 9(06).
          03 SITUACAOSE    PIC X(01).
          03 UNIDSES       PIC 9(02).
      *
       FD CADSUSPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSUSPR.
       01 REGSUSPR.
          03 CODPROCSU          PIC 9(04).
          03 CODSUS        PIC X(10).
          03 SITUACAOSU       PIC X(01).
      *
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
       FD CADTEMPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTEMPG.
       01 REGTEMPG.
          03 KEYTEMPG.
             05 CODGELT       PIC 9(03).
             05 DATATG        PIC 9(08).
             05 HORATG        PIC 9(04).
          03 TIPOTG           PIC X(01).
          03 TATUTG           PIC S9(02)V9.
          03 TMINTG           PIC S9(02)V9.
          03 TMAXTG           PIC S9(02)V9.
          03 FORATG           PIC X(01).
          03 OPERTG           PIC 9(04).
          03 OBSTG            PIC X(40).
      *
       FD CADTPIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTPIMP.
       01 REGTPIMP.
          03 KEYTPIMP.
             05 CONVTI        PIC 9(04).
             05 CODPROCTI     PIC 9(04).
          03 CODEXTTI         PIC X(10).
          03 VIGANTTI         PIC 9(08).
          03 VALANTTI         PIC 9(06)V99.
          03 COPANTTI         PIC 9(06)V99.
          03 VIGTI            PIC 9(08).
          03 VALNOVTI         PIC 9(06)V99.
          03 COPNOVTI         PIC 9(06)V99.
          03 SITTI            PIC X(01).
          03 DATATI           PIC 9(08).
          03 OPERTI           PIC 9(04).
          03 QTDLTI           PIC 9(05).
          03 QTDATI           PIC 9(05).
          03 QTDRTI           PIC 9(05).
          03 APROVTI          PIC 9(04).
          03 DATAPTI          PIC 9(08).
      *
       FD CADTRANS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTRANS.
       01 REGTRANS.
          03 NUMTRANS         PIC 9(06).
          03 CODITTR          PIC 9(04).
          03 QTDTR            PIC 9(05).
          03 UNIORITR         PIC 9(02).
          03 UNIDESTR         PIC 9(02).
          03 DATATR           PIC 9(08).
          03 STATUSTR         PIC X(01).
      *
       FD CADTURNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTURNO.
       01 REGTURNO.
          03 KEYTURNO.
             05 DATATU        PIC 9(08).
             05 OPERTU        PIC 9(04).
          03 DECDIN           PIC 9(08)V99.
          03 DECCAR           PIC 9(08)V99.
          03 DECPIX           PIC 9(08)V99.
          03 APUDIN           PIC 9(08)V99.
          03 APUCAR           PIC 9(08)V99.
          03 APUPIX           PIC 9(08)V99.
          03 DIFDIN           PIC S9(08)V99.
          03 DIFCAR           PIC S9(08)V99.
          03 DIFPIX           PIC S9(08)V99.
          03 HORAFECTU        PIC 9(04).
          03 SITUACAOTU       PIC X(01).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD CADUSOPK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUSOPK.
       01 REGUSOPK.
          03 KEYUSOPK.
             05 CPFUK         PIC 9(11).
             05 DATAUK.
                07 DIAUK      PIC 9(02).
                07 MESUK      PIC 9(02).
                07 ANOUK      PIC 9(04).
             05 SEQUK         PIC 9(02).
          03 SEQPKUK          PIC 9(02).
          03 CODPROCUK        PIC 9(04).
          03 DATAREGUK        PIC 9(08).
      *
       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACIN.
       01 REGVACIN.
          03 KEYVACIN.
             05 CPFV          PIC 9(11).
             05 CODVAC        PIC 9(03).
             05 DOSEV         PIC 9(02).
          03 DATAAPLIC.
             05 DIAAP         PIC 9(02).
             05 MESAP         PIC 9(02).
             05 ANOAP         PIC 9(04).
          03 LOTEVAC          PIC X(10).
          03 OPERAPLIC        PIC 9(04).
          03 SITUACAOVA       PIC X(01).
      *
       FD CADVACSC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACSC.
       01 REGVACSC.
          03 KEYVACSC.
             05 CODVACS       PIC 9(03).
             05 DOSEVS        PIC 9(02).
          03 NOMEVAC          PIC X(20).
          03 IDADEMESES       PIC 9(03).
          03 SITUACAOVS       PIC X(01).
          03 CODITVAC         PIC 9(04).
      *
       FD CADVACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACTX.
       01 REGVACTX.
          03 KEYVACTX.
             05 CPFVT         PIC 9(11).
             05 CODVACVT      PIC 9(03).
             05 DOSEVT        PIC 9(02).
          03 SITVT            PIC X(01).
          03 DATAENVVT        PIC 9(08).
          03 REMESSAVT        PIC 9(12).
          03 DATARETVT        PIC 9(08).
          03 CODERRVT         PIC X(05).
          03 MSGERRVT         PIC X(40).
          03 DATAAPVT         PIC 9(08).
          03 LOTEVT           PIC X(10).
          03 OPERVT           PIC 9(04).
          03 DNASCVT          PIC 9(08).
          03 SEXOVT           PIC X(01).
      *
       FD CADVISDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVISDO.
       01 REGVISDO.
          03 KEYVISDO.
             05 CPFVD         PIC 9(11).
             05 DATAVD.
                07 DIAVD      PIC 9(02).
                07 MESVD      PIC 9(02).
                07 ANOVD      PIC 9(04).
             05 SEQVD         PIC 9(02).
          03 CRMVD            PIC 9(06).
          03 HORACHEGVD       PIC 9(04).
          03 HORASAIVD        PIC 9(04).
          03 DATAREGVD        PIC 9(08).
          03 OPERVD           PIC 9(04).
      *
       FD CADVITAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVITAL.
       01 REGVITAL.
          03 KEYVITAL.
             05 CPFVI         PIC 9(11).
             05 DATAVI.
                07 DIAVI      PIC 9(02).
                07 MESVI      PIC 9(02).
                07 ANOVI      PIC 9(04).
             05 HORAVI        PIC 9(04).
          03 PRESSAOVI        PIC X(07).
          03 TEMPVI           PIC 9(02)V9.
          03 ORIGEMVI         PIC X(01).
          03 OPERVI           PIC 9(04).
          03 SITUACAOVI       PIC X(01).
          03 PESOVI           PIC 9(03)V9.
          03 ALTURAVI         PIC 9(03).
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
      ***** COMPORTA O MAIOR REGISTRO DOS ARQUIVOS COPIADOS *********
       FD TREINTRB
               LABEL RECORD IS STANDARD.
       01 REGTRB            PIC X(500).
      *
       FD TREINOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINOTX.
       01 REGTREINOTX       PIC X(80).
      *
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
       01 W-SENHAIN    PIC X(10) VALUE SPACES.
       01 W-HASHTXT    PIC X(10) VALUE SPACES.
       01 W-HASHNUM    PIC 9(10) VALUE ZEROS.
       01 W-HWORK      PIC 9(18) VALUE ZEROS.
       01 W-HQ         PIC 9(08) VALUE ZEROS.
       01 W-HI         PIC 9(02) VALUE ZEROS.
       01 W-HJ         PIC 9(02) VALUE ZEROS.
       01 W-HPOS       PIC 9(02) VALUE ZEROS.
       01 W-HCH        PIC X(01) VALUE SPACES.
       01 W-CHARSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-CHARSET REDEFINES W-CHARSET-R PIC X(68).
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADADEND PIC X(64) VALUE
          "CADADEND.DAT".
       01 W-ARQ-CADAFAST PIC X(64) VALUE
          "CADAFAST.DAT".
       01 W-ARQ-CADAGMED PIC X(64) VALUE
          "CADAGMED.DAT".
       01 W-ARQ-CADALERG PIC X(64) VALUE
          "CADALERG.DAT".
       01 W-ARQ-CADALIQ PIC X(64) VALUE
          "CADALIQ.DAT".
       01 W-ARQ-CADALRAC PIC X(64) VALUE
          "CADALRAC.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-ARQ-CADAUSEN PIC X(64) VALUE
          "CADAUSEN.DAT".
       01 W-ARQ-CADBOLPA PIC X(64) VALUE
          "CADBOLPA.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADCEP PIC X(64) VALUE
          "CADCEP.DAT".
       01 W-ARQ-CADCID PIC X(64) VALUE
          "CADCID.DAT".
       01 W-ARQ-CADCOBER PIC X(64) VALUE
          "CADCOBER.DAT".
       01 W-ARQ-CADCOBPA PIC X(64) VALUE
          "CADCOBPA.DAT".
       01 W-ARQ-CADCOLET PIC X(64) VALUE
          "CADCOLET.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADCONTA PIC X(64) VALUE
          "CADCONTA.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
          "CADCRED.DAT".
       01 W-ARQ-CADCTLRG PIC X(64) VALUE
          "CADCTLRG.DAT".
       01 W-ARQ-CADCXCAR PIC X(64) VALUE
          "CADCXCAR.DAT".
       01 W-ARQ-CADDECIR PIC X(64) VALUE
          "CADDECIR.DAT".
       01 W-ARQ-CADDOCMD PIC X(64) VALUE
          "CADDOCMD.DAT".
       01 W-ARQ-CADDOCPA PIC X(64) VALUE
          "CADDOCPA.DAT".
       01 W-ARQ-CADDPCV PIC X(64) VALUE
          "CADDPCV.DAT".
       01 W-ARQ-CADEMPR PIC X(64) VALUE
          "CADEMPR.DAT".
       01 W-ARQ-CADENCAM PIC X(64) VALUE
          "CADENCAM.DAT".
       01 W-ARQ-CADEQUIP PIC X(64) VALUE
          "CADEQUIP.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
       01 W-ARQ-CADESPERA PIC X(64) VALUE
          "CADESPERA.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-CADESTUN PIC X(64) VALUE
          "CADESTUN.DAT".
       01 W-ARQ-CADEVADV PIC X(64) VALUE
          "CADEVADV.DAT".
       01 W-ARQ-CADEVOL PIC X(64) VALUE
          "CADEVOL.DAT".
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADFATEM PIC X(64) VALUE
          "CADFATEM.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADFECHA PIC X(64) VALUE
          "CADFECHA.DAT".
       01 W-ARQ-CADFERIA PIC X(64) VALUE
          "CADFERIA.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-CADGELAD PIC X(64) VALUE
          "CADGELAD.DAT".
       01 W-ARQ-CADGEN PIC X(64) VALUE
          "CADGEN.DAT".
       01 W-ARQ-CADGESTA PIC X(64) VALUE
          "CADGESTA.DAT".
       01 W-ARQ-CADGRUPO PIC X(64) VALUE
          "CADGRUPO.DAT".
       01 W-ARQ-CADINSGR PIC X(64) VALUE
          "CADINSGR.DAT".
       01 W-ARQ-CADINTER PIC X(64) VALUE
          "CADINTER.DAT".
       01 W-ARQ-CADINVEN PIC X(64) VALUE
          "CADINVEN.DAT".
       01 W-ARQ-CADINVIT PIC X(64) VALUE
          "CADINVIT.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADITREP PIC X(64) VALUE
          "CADITREP.DAT".
       01 W-ARQ-CADLIBRE PIC X(64) VALUE
          "CADLIBRE.DAT".
       01 W-ARQ-CADLOTES PIC X(64) VALUE
          "CADLOTES.DAT".
       01 W-ARQ-CADLOTGE PIC X(64) VALUE
          "CADLOTGE.DAT".
       01 W-ARQ-CADMANUT PIC X(64) VALUE
          "CADMANUT.DAT".
       01 W-ARQ-CADMAPCT PIC X(64) VALUE
          "CADMAPCT.DAT".
       01 W-ARQ-CADMASC PIC X(64) VALUE
          "CADMASC.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADMEDIC PIC X(64) VALUE
          "CADMEDIC.DAT".
       01 W-ARQ-CADMOTCA PIC X(64) VALUE
          "CADMOTCA.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADNFFOR PIC X(64) VALUE
          "CADNFFOR.DAT".
       01 W-ARQ-CADOPACE PIC X(64) VALUE
          "CADOPACE.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADORCAM PIC X(64) VALUE
          "CADORCAM.DAT".
       01 W-ARQ-CADOVBK PIC X(64) VALUE
          "CADOVBK.DAT".
       01 W-ARQ-CADOVERB PIC X(64) VALUE
          "CADOVERB.DAT".
       01 W-ARQ-CADPACEM PIC X(64) VALUE
          "CADPACEM.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADPACOT PIC X(64) VALUE
          "CADPACOT.DAT".
       01 W-ARQ-CADPAGAR PIC X(64) VALUE
          "CADPAGAR.DAT".
       01 W-ARQ-CADPAGTO PIC X(64) VALUE
          "CADPAGTO.DAT".
       01 W-ARQ-CADPARCE PIC X(64) VALUE
          "CADPARCE.DAT".
       01 W-ARQ-CADPEDCO PIC X(64) VALUE
          "CADPEDCO.DAT".
       01 W-ARQ-CADPEDIT PIC X(64) VALUE
          "CADPEDIT.DAT".
       01 W-ARQ-CADPERM PIC X(64) VALUE
          "CADPERM.DAT".
       01 W-ARQ-CADPESQ PIC X(64) VALUE
          "CADPESQ.DAT".
       01 W-ARQ-CADPLANO PIC X(64) VALUE
          "CADPLANO.DAT".
       01 W-ARQ-CADPNEX PIC X(64) VALUE
          "CADPNEX.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADPREFA PIC X(64) VALUE
          "CADPREFA.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADQUEST PIC X(64) VALUE
          "CADQUEST.DAT".
       01 W-ARQ-CADRECEI PIC X(64) VALUE
          "CADRECEI.DAT".
       01 W-ARQ-CADRECLA PIC X(64) VALUE
          "CADRECLA.DAT".
       01 W-ARQ-CADRELCA PIC X(64) VALUE
          "CADRELCA.DAT".
       01 W-ARQ-CADRENOV PIC X(64) VALUE
          "CADRENOV.DAT".
       01 W-ARQ-CADREPPG PIC X(64) VALUE
          "CADREPPG.DAT".
       01 W-ARQ-CADREPRE PIC X(64) VALUE
          "CADREPRE.DAT".
       01 W-ARQ-CADRESPQ PIC X(64) VALUE
          "CADRESPQ.DAT".
       01 W-ARQ-CADRESTR PIC X(64) VALUE
          "CADRESTR.DAT".
       01 W-ARQ-CADRETFA PIC X(64) VALUE
          "CADRETFA.DAT".
       01 W-ARQ-CADRETMV PIC X(64) VALUE
          "CADRETMV.DAT".
       01 W-ARQ-CADSALA PIC X(64) VALUE
          "CADSALA.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
       01 W-ARQ-CADSUSPR PIC X(64) VALUE
          "CADSUSPR.DAT".
       01 W-ARQ-CADTELE PIC X(64) VALUE
          "CADTELE.DAT".
       01 W-ARQ-CADTEMPG PIC X(64) VALUE
          "CADTEMPG.DAT".
       01 W-ARQ-CADTPIMP PIC X(64) VALUE
          "CADTPIMP.DAT".
       01 W-ARQ-CADTRANS PIC X(64) VALUE
          "CADTRANS.DAT".
       01 W-ARQ-CADTURNO PIC X(64) VALUE
          "CADTURNO.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADUSOPK PIC X(64) VALUE
          "CADUSOPK.DAT".
       01 W-ARQ-CADVACIN PIC X(64) VALUE
          "CADVACIN.DAT".
       01 W-ARQ-CADVACSC PIC X(64) VALUE
          "CADVACSC.DAT".
       01 W-ARQ-CADVACTX PIC X(64) VALUE
          "CADVACTX.DAT".
       01 W-ARQ-CADVISDO PIC X(64) VALUE
          "CADVISDO.DAT".
       01 W-ARQ-CADVITAL PIC X(64) VALUE
          "CADVITAL.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADXMED.DAT".
       01 W-ARQ-TREINOTX PIC X(64) VALUE
          "TREINOTX.TXT".
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
       01 W-PROGCAT     PIC X(07) VALUE SPACES.
       01 W-ARQCAT      PIC X(12) VALUE SPACES.
       01 W-PARMCAT     PIC X(20) VALUE SPACES.
      ***** DESTINO DA COPIA ****************************************
       01 W-DIRDES      PIC X(40) VALUE SPACES.
       01 W-POSDIR      PIC 9(02) VALUE ZEROS.
       01 W-DESTOK      PIC 9(01) VALUE ZEROS.
       01 W-MARCOU      PIC 9(01) VALUE ZEROS.
       01 WS-TRBFILE    PIC X(64) VALUE SPACES.
       01 W-CAMINHO     PIC X(64) VALUE SPACES.
      ***** ARQUIVO EM COPIA E SEUS TOTAIS **************************
       01 W-NOMEARQ     PIC X(10) VALUE SPACES.
       01 W-SITARQ      PIC X(14) VALUE SPACES.
       01 W-QTDL        PIC 9(07) VALUE ZEROS.
       01 W-QTDG        PIC 9(07) VALUE ZEROS.
       01 W-QTDARQ      PIC 9(03) VALUE ZEROS.
       01 W-QTDERR      PIC 9(03) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE-N.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-LINHA       PIC X(80) VALUE SPACES.
      ***** TROCA DO CPF: BASE (9 DIGITOS) VEZES W-MULT MAIS ********
      ***** W-SOMA, MODULO 10 ** 9. W-MULT TERMINA EM 7, PRIMO COM **
      ***** 10, ENTAO A TROCA E UM PARA UM. A SEMENTE SO FICA NA ****
      ***** MEMORIA: SEM ELA A TROCA NAO SE REFAZ *******************
       01 W-SEMENTE     PIC 9(06) VALUE ZEROS.
       01 W-MULT        PIC 9(07) VALUE ZEROS.
       01 W-SOMA        PIC 9(09) VALUE ZEROS.
       01 W-CPFORI      PIC 9(11) VALUE ZEROS.
       01 W-CPFNOV      PIC 9(11) VALUE ZEROS.
       01 W-CPFBASE     PIC 9(09) VALUE ZEROS.
       01 W-CPFPROD     PIC 9(18) VALUE ZEROS.
       01 W-CPFQ        PIC 9(10) VALUE ZEROS.
       01 W-DVDIF       PIC 9(03) VALUE ZEROS.
       01 W-DVNOV       PIC 9(03) VALUE ZEROS.
       01 W-CPFNUM      PIC 9(11) VALUE ZEROS.
       01 W-CPFTAB REDEFINES W-CPFNUM.
          03 W-CPFD     PIC 9(01) OCCURS 11 TIMES.
       01 W-CPFSOMA     PIC 9(06) VALUE ZEROS.
       01 W-CPFPARC     PIC 9(06) VALUE ZEROS.
       01 W-CPFQUO      PIC 9(06) VALUE ZEROS.
       01 W-CPFRESTO    PIC 9(02) VALUE ZEROS.
       01 W-CPFPESO     PIC 9(02) VALUE ZEROS.
       01 W-CPFIND      PIC 9(02) VALUE ZEROS.
       01 W-CPFDV1      PIC 9(01) VALUE ZEROS.
       01 W-CPFDV2      PIC 9(01) VALUE ZEROS.
      ***** TELEFONE E NOME FICTICIOS *******************************
       01 W-TELPRE      PIC 9(03) VALUE ZEROS.
       01 W-TELSUF      PIC 9(08) VALUE ZEROS.
       01 W-TELWRK      PIC 9(11) VALUE ZEROS.
       01 W-IT          PIC 9(02) VALUE ZEROS.
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-IQ          PIC 9(02) VALUE ZEROS.
       01 W-SEXOG       PIC X(01) VALUE SPACES.
       01 W-NOMEGER     PIC X(30) VALUE SPACES.
       01 W-CPFNOM      PIC 9(11) VALUE ZEROS.
       01 W-NOMTAB REDEFINES W-CPFNOM.
          03 W-NOMD     PIC 9(01) OCCURS 11 TIMES.
       01 TABNOMEM-R.
          03 FILLER PIC X(10) VALUE "JOAO".
          03 FILLER PIC X(10) VALUE "PEDRO".
          03 FILLER PIC X(10) VALUE "LUCAS".
          03 FILLER PIC X(10) VALUE "MATEUS".
          03 FILLER PIC X(10) VALUE "GABRIEL".
          03 FILLER PIC X(10) VALUE "RAFAEL".
          03 FILLER PIC X(10) VALUE "GUSTAVO".
          03 FILLER PIC X(10) VALUE "FELIPE".
          03 FILLER PIC X(10) VALUE "BRUNO".
          03 FILLER PIC X(10) VALUE "THIAGO".
          03 FILLER PIC X(10) VALUE "DIEGO".
          03 FILLER PIC X(10) VALUE "RODRIGO".
          03 FILLER PIC X(10) VALUE "MARCELO".
          03 FILLER PIC X(10) VALUE "EDUARDO".
          03 FILLER PIC X(10) VALUE "ANDRE".
          03 FILLER PIC X(10) VALUE "CARLOS".
          03 FILLER PIC X(10) VALUE "PAULO".
          03 FILLER PIC X(10) VALUE "RICARDO".
          03 FILLER PIC X(10) VALUE "FABIO".
          03 FILLER PIC X(10) VALUE "LEANDRO".
       01 TABNOMEM REDEFINES TABNOMEM-R.
          03 W-NOMEM    PIC X(10) OCCURS 20 TIMES.
       01 TABNOMEF-R.
          03 FILLER PIC X(10) VALUE "MARIA".
          03 FILLER PIC X(10) VALUE "ANA".
          03 FILLER PIC X(10) VALUE "JULIANA".
          03 FILLER PIC X(10) VALUE "FERNANDA".
          03 FILLER PIC X(10) VALUE "PATRICIA".
          03 FILLER PIC X(10) VALUE "ALINE".
          03 FILLER PIC X(10) VALUE "CAMILA".
          03 FILLER PIC X(10) VALUE "AMANDA".
          03 FILLER PIC X(10) VALUE "BRUNA".
          03 FILLER PIC X(10) VALUE "LETICIA".
          03 FILLER PIC X(10) VALUE "MARIANA".
          03 FILLER PIC X(10) VALUE "BEATRIZ".
          03 FILLER PIC X(10) VALUE "LARISSA".
          03 FILLER PIC X(10) VALUE "VANESSA".
          03 FILLER PIC X(10) VALUE "RENATA".
          03 FILLER PIC X(10) VALUE "CARLA".
          03 FILLER PIC X(10) VALUE "PRISCILA".
          03 FILLER PIC X(10) VALUE "TATIANA".
          03 FILLER PIC X(10) VALUE "SIMONE".
          03 FILLER PIC X(10) VALUE "DANIELA".
       01 TABNOMEF REDEFINES TABNOMEF-R.
          03 W-NOMEF    PIC X(10) OCCURS 20 TIMES.
       01 TABSOBREN-R.
          03 FILLER PIC X(10) VALUE "SILVA".
          03 FILLER PIC X(10) VALUE "SANTOS".
          03 FILLER PIC X(10) VALUE "OLIVEIRA".
          03 FILLER PIC X(10) VALUE "SOUZA".
          03 FILLER PIC X(10) VALUE "RODRIGUES".
          03 FILLER PIC X(10) VALUE "FERREIRA".
          03 FILLER PIC X(10) VALUE "ALVES".
          03 FILLER PIC X(10) VALUE "PEREIRA".
          03 FILLER PIC X(10) VALUE "LIMA".
          03 FILLER PIC X(10) VALUE "GOMES".
          03 FILLER PIC X(10) VALUE "COSTA".
          03 FILLER PIC X(10) VALUE "RIBEIRO".
          03 FILLER PIC X(10) VALUE "MARTINS".
          03 FILLER PIC X(10) VALUE "CARVALHO".
          03 FILLER PIC X(10) VALUE "ALMEIDA".
          03 FILLER PIC X(10) VALUE "LOPES".
          03 FILLER PIC X(10) VALUE "SOARES".
          03 FILLER PIC X(10) VALUE "FERNANDES".
          03 FILLER PIC X(10) VALUE "VIEIRA".
          03 FILLER PIC X(10) VALUE "BARBOSA".
          03 FILLER PIC X(10) VALUE "ROCHA".
          03 FILLER PIC X(10) VALUE "DIAS".
          03 FILLER PIC X(10) VALUE "NUNES".
          03 FILLER PIC X(10) VALUE "MOREIRA".
          03 FILLER PIC X(10) VALUE "MENDES".
          03 FILLER PIC X(10) VALUE "FREITAS".
          03 FILLER PIC X(10) VALUE "CARDOSO".
          03 FILLER PIC X(10) VALUE "TEIXEIRA".
          03 FILLER PIC X(10) VALUE "CORREIA".
          03 FILLER PIC X(10) VALUE "PINTO".
       01 TABSOBREN REDEFINES TABSOBREN-R.
          03 W-SOBREN   PIC X(10) OCCURS 30 TIMES.
      ***** CHAVE FONETICA DO NOME NOVO (MESMA REGRA DO SMP004) *****
       01 W-FONIN       PIC X(30) VALUE SPACES.
       01 W-FONOUT      PIC X(30) VALUE SPACES.
       01 W-FONTRAB     PIC X(30) VALUE SPACES.
       01 W-FONCH       PIC X(01) VALUE SPACES.
       01 W-FONANT      PIC X(01) VALUE SPACES.
       01 W-FONI        PIC 9(02) VALUE ZEROS.
       01 W-FONO        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELATRE.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** COPIA ANONIMIZADA PARA TREINAMENTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  DIRETORIO DE DESTINO : ".
           05  LINE 07  COLUMN 01
               VALUE  "  SEMENTE DA TROCA     : ".
           05  LINE 09  COLUMN 01
               VALUE  "  A BASE EM USO SO E LIDA; OS ARQUIVOS DO DE".
           05  LINE 09  COLUMN 45
               VALUE  "STINO SAO RECRIADOS".
           05  LINE 10  COLUMN 01
               VALUE  "  CPF, NOMES, CONTATOS E TEXTOS LIVRES DOS P".
           05  LINE 10  COLUMN 45
               VALUE  "ACIENTES SAEM FICTICIOS".
           05  LINE 11  COLUMN 01
               VALUE  "  A SEMENTE NAO E GRAVADA EM LUGAR NENHUM".
           05  LINE 13  COLUMN 01
               VALUE  "  CONFIRMA A COPIA (S/N) : ".
           05  TW-DIRDES
               LINE 06  COLUMN 26  PIC X(40)
               USING  W-DIRDES
               HIGHLIGHT.
           05  TW-SEMENTE
               LINE 07  COLUMN 26  PIC 9(06)
               USING  W-SEMENTE
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 28  PIC X(01)
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

       INC-001.
           DISPLAY TELATRE.
       INC-002.
           ACCEPT TW-DIRDES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-DIRDES = SPACES
              MOVE "*** INFORME O DIRETORIO DE DESTINO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
           PERFORM ACHA-FIMDIR THRU ACHA-FIMDIR-FIM
           IF W-DIRDES (W-POSDIR:1) NOT = "/"
              MOVE "*** O DIRETORIO DEVE TERMINAR COM / ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
           IF W-DIRDES = W-DIRDADOS
              MOVE "*** DESTINO IGUAL A BASE EM USO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TW-SEMENTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-002.
           IF W-SEMENTE = ZEROS
              MOVE "*** INFORME UMA SEMENTE MAIOR QUE ZERO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-003.

      ***** O DESTINO PRECISA EXISTIR E NAO PODE TER UMA BASE QUE ***
      ***** NAO SEJA DE TREINAMENTO (PROTEGE A BASE REAL) ***********
       INC-004.
           MOVE SPACES TO WS-TRBFILE
           STRING W-DIRDES DELIMITED BY SPACE
                  "TREINTRB.TMP" DELIMITED BY SIZE
             INTO WS-TRBFILE
           OPEN OUTPUT TREINTRB
           IF ST-ERRO NOT = "00"
              MOVE "*** DIRETORIO DE DESTINO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
           CLOSE TREINTRB
           MOVE "CADPARAM" TO W-NOMEARQ
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPARAM
           MOVE 1 TO W-DESTOK
           OPEN INPUT CADPARAM
           IF ST-ERRO = "35"
              GO TO INC-005.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-DESTOK
              GO TO INC-005.
           MOVE "TREINO" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-DESTOK.
           CLOSE CADPARAM.
       INC-005.
           PERFORM CAMINHO-ORI THRU CAMINHO-ORI-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPARAM
           IF W-DESTOK = 0
              MOVE "DESTINO TEM BASE QUE NAO E DE TREINAMENTO" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** COPIA CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN OUTPUT TREINOTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TREINOTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           DISPLAY (15, 01) "*** COPIANDO, AGUARDE ***"
           COMPUTE W-MULT = W-SEMENTE * 10 + 7
           COMPUTE W-CPFPROD = W-SEMENTE * 1753
           DIVIDE W-CPFPROD BY 1000000000 GIVING W-CPFQ
                  REMAINDER W-SOMA
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE SPACES TO REGTREINOTX
           STRING "COPIA ANONIMIZADA PARA TREINAMENTO EM "
                  W-HOJEDIA "/" W-HOJEMES "/" W-HOJEANO
                  DELIMITED BY SIZE INTO REGTREINOTX
           WRITE REGTREINOTX
           MOVE SPACES TO REGTREINOTX
           IF W-DIRDADOS = SPACES
              MOVE "ORIGEM : DIRETORIO ATUAL" TO REGTREINOTX
           ELSE
              STRING "ORIGEM : " W-DIRDADOS
                     DELIMITED BY SIZE INTO REGTREINOTX.
           WRITE REGTREINOTX
           MOVE SPACES TO REGTREINOTX
           STRING "DESTINO: " W-DIRDES
                  DELIMITED BY SIZE INTO REGTREINOTX
           WRITE REGTREINOTX
           MOVE ALL "-" TO REGTREINOTX
           WRITE REGTREINOTX
           MOVE ZEROS TO W-QTDARQ W-QTDERR

      ***** CADPARAM PRIMEIRO: A BASE E MARCADA COMO DE TREINAMENTO *
      ***** ANTES DE RECEBER QUALQUER OUTRO ARQUIVO *****************
           PERFORM COPIA-PARAM THRU COPIA-PARAM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM MARCA-TREINO THRU MARCA-TREINO-FIM
           IF W-MARCOU = 0
              GO TO INC-ABORTA.
           PERFORM COPIA-ADEND THRU COPIA-ADEND-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-AFAST THRU COPIA-AFAST-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-AGMED THRU COPIA-AGMED-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ALERG THRU COPIA-ALERG-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ALIQ THRU COPIA-ALIQ-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ALRAC THRU COPIA-ALRAC-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ASSIN THRU COPIA-ASSIN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-AUSEN THRU COPIA-AUSEN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-BOLPA THRU COPIA-BOLPA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CAIXA THRU COPIA-CAIXA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CEP THRU COPIA-CEP-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CID THRU COPIA-CID-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-COBER THRU COPIA-COBER-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-COBPA THRU COPIA-COBPA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-COLET THRU COPIA-COLET-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CONOC THRU COPIA-CONOC-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CONSE THRU COPIA-CONSE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CONSU THRU COPIA-CONSU-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CONTA THRU COPIA-CONTA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CONV THRU COPIA-CONV-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CRED THRU COPIA-CRED-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CTLRG THRU COPIA-CTLRG-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-CXCAR THRU COPIA-CXCAR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-DECIR THRU COPIA-DECIR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-DOCMD THRU COPIA-DOCMD-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-DOCPA THRU COPIA-DOCPA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-DPCV THRU COPIA-DPCV-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-EMPR THRU COPIA-EMPR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ENCAM THRU COPIA-ENCAM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-EQUIP THRU COPIA-EQUIP-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ESP THRU COPIA-ESP-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ESPERA THRU COPIA-ESPERA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ESTOR THRU COPIA-ESTOR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ESTUN THRU COPIA-ESTUN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-EVADV THRU COPIA-EVADV-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-EVOL THRU COPIA-EVOL-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-EXAME THRU COPIA-EXAME-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-FATEM THRU COPIA-FATEM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-FATUR THRU COPIA-FATUR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-FECHA THRU COPIA-FECHA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-FERIA THRU COPIA-FERIA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-FORN THRU COPIA-FORN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-GELAD THRU COPIA-GELAD-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-GEN THRU COPIA-GEN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-GESTA THRU COPIA-GESTA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-GRUPO THRU COPIA-GRUPO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-INSGR THRU COPIA-INSGR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-INTER THRU COPIA-INTER-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-INVEN THRU COPIA-INVEN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-INVIT THRU COPIA-INVIT-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ITEM THRU COPIA-ITEM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ITREP THRU COPIA-ITREP-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-LIBRE THRU COPIA-LIBRE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-LOTES THRU COPIA-LOTES-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-LOTGE THRU COPIA-LOTGE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MANUT THRU COPIA-MANUT-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MAPCT THRU COPIA-MAPCT-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MASC THRU COPIA-MASC-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MED THRU COPIA-MED-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MEDIC THRU COPIA-MEDIC-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MOTCA THRU COPIA-MOTCA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-MOVES THRU COPIA-MOVES-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-NFFOR THRU COPIA-NFFOR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-OPACE THRU COPIA-OPACE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-OPER THRU COPIA-OPER-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-ORCAM THRU COPIA-ORCAM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-OVBK THRU COPIA-OVBK-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-OVERB THRU COPIA-OVERB-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PACEM THRU COPIA-PACEM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PACI THRU COPIA-PACI-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PACOT THRU COPIA-PACOT-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PAGAR THRU COPIA-PAGAR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PAGTO THRU COPIA-PAGTO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PARCE THRU COPIA-PARCE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PEDCO THRU COPIA-PEDCO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PEDIT THRU COPIA-PEDIT-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PERM THRU COPIA-PERM-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PESQ THRU COPIA-PESQ-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PLANO THRU COPIA-PLANO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PNEX THRU COPIA-PNEX-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PRECO THRU COPIA-PRECO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PREFA THRU COPIA-PREFA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-PROC THRU COPIA-PROC-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-QUEST THRU COPIA-QUEST-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RECEI THRU COPIA-RECEI-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RECLA THRU COPIA-RECLA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM CRIA-RELCA THRU CRIA-RELCA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RENOV THRU COPIA-RENOV-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-REPPG THRU COPIA-REPPG-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-REPRE THRU COPIA-REPRE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RESPQ THRU COPIA-RESPQ-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RESTR THRU COPIA-RESTR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RETFA THRU COPIA-RETFA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-RETMV THRU COPIA-RETMV-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-SALA THRU COPIA-SALA-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM CRIA-SESSO THRU CRIA-SESSO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-SUSPR THRU COPIA-SUSPR-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-TELE THRU COPIA-TELE-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-TEMPG THRU COPIA-TEMPG-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-TPIMP THRU COPIA-TPIMP-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-TRANS THRU COPIA-TRANS-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-TURNO THRU COPIA-TURNO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-UNID THRU COPIA-UNID-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-USOPK THRU COPIA-USOPK-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-VACIN THRU COPIA-VACIN-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-VACSC THRU COPIA-VACSC-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-VACTX THRU COPIA-VACTX-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-VISDO THRU COPIA-VISDO-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-VITAL THRU COPIA-VITAL-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           PERFORM COPIA-XMED THRU COPIA-XMED-FIM
           PERFORM LISTA-ARQ THRU LISTA-ARQ-FIM
           GO TO INC-FIM.

       INC-ABORTA.
           MOVE SPACES TO REGTREINOTX
           STRING "*** CHAVE TREINO NAO GRAVADA NO DESTINO, "
                  "COPIA INTERROMPIDA ***"
                  DELIMITED BY SIZE INTO REGTREINOTX
           WRITE REGTREINOTX
           ADD 1 TO W-QTDERR.

       INC-FIM.
           MOVE ALL "-" TO REGTREINOTX
           WRITE REGTREINOTX
           MOVE SPACES TO REGTREINOTX
           STRING "ARQUIVOS: " W-QTDARQ "  COM ERRO: " W-QTDERR
                  DELIMITED BY SIZE INTO REGTREINOTX
           WRITE REGTREINOTX
           CLOSE TREINOTX
      ***** ESVAZIA O ARQUIVO DE TRABALHO
           OPEN OUTPUT TREINTRB
           CLOSE TREINTRB
           DISPLAY (20, 01) LIMPA
           MOVE "TREINAMENT" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "SMPRTRE" TO W-PROGCAT
           MOVE "TREINOTX.TXT" TO W-ARQCAT
           MOVE W-DIRDES TO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           IF W-QTDERR = 0
              MOVE "*** COPIA CONCLUIDA, VEJA TREINOTX.TXT ***" TO MENS
           ELSE
              MOVE "*** COPIA COM ERROS, VEJA TREINOTX.TXT ***" TO MENS.
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim2.
           EXIT PROGRAM.

      ***** POSICAO DO ULTIMO CARACTER DO DIRETORIO DE DESTINO ******
       ACHA-FIMDIR.
           MOVE 40 TO W-POSDIR.
       ACHA-FIMDIR-LOOP.
           IF W-DIRDES (W-POSDIR:1) = SPACE AND W-POSDIR > 1
              SUBTRACT 1 FROM W-POSDIR
              GO TO ACHA-FIMDIR-LOOP.
       ACHA-FIMDIR-FIM.
           EXIT.

      ***** CAMINHO DO ARQUIVO W-NOMEARQ NA ORIGEM E NO DESTINO *****
       CAMINHO-ORI.
           MOVE SPACES TO W-CAMINHO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  W-NOMEARQ DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
             INTO W-CAMINHO.
       CAMINHO-ORI-FIM.
           EXIT.

       CAMINHO-DES.
           MOVE SPACES TO W-CAMINHO
           STRING W-DIRDES DELIMITED BY SPACE
                  W-NOMEARQ DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
             INTO W-CAMINHO.
       CAMINHO-DES-FIM.
           EXIT.

      ***** ZERA OS TOTAIS E ABRE O ARQUIVO DE TRABALHO *************
       ABRE-TRAB.
           MOVE ZEROS TO W-QTDL W-QTDG
           DISPLAY (20, 01) "COPIANDO: "
           DISPLAY (20, 11) W-NOMEARQ
           OPEN OUTPUT TREINTRB.
       ABRE-TRAB-FIM.
           EXIT.

      ***** UMA LINHA DA LISTAGEM POR ARQUIVO ***********************
       LISTA-ARQ.
           ADD 1 TO W-QTDARQ
           IF W-QTDG NOT = W-QTDL
              MOVE "ERRO" TO W-SITARQ.
           IF W-SITARQ = "ERRO"
              ADD 1 TO W-QTDERR.
           MOVE SPACES TO REGTREINOTX
           STRING W-NOMEARQ "  LIDOS: " W-QTDL "  GRAVADOS: " W-QTDG
                  "  " W-SITARQ
                  DELIMITED BY SIZE INTO REGTREINOTX
           WRITE REGTREINOTX.
       LISTA-ARQ-FIM.
           EXIT.

      ***** GRAVA A CHAVE TREINO NO CADPARAM DO DESTINO *************
       MARCA-TREINO.
           MOVE 0 TO W-MARCOU
           MOVE "CADPARAM" TO W-NOMEARQ
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPARAM
           OPEN I-O CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TREINO-FIM.
           ACCEPT W-HOJE FROM DATE
           MOVE "TREINO" TO CHAVEPAR
           MOVE W-HOJE TO VALORPAR
           MOVE "BASE DE TREINAMENTO (COPIA)" TO DESCPAR
           MOVE "A" TO SITUACAOPA
           WRITE REGPARAM
           IF ST-ERRO = "22"
              REWRITE REGPARAM.
           IF ST-ERRO = "00"
              MOVE 1 TO W-MARCOU.
           CLOSE CADPARAM.
       MARCA-TREINO-FIM.
           EXIT.

      ***** CADPARAM: COPIA SEM ALTERACAO ***************************
       COPIA-PARAM.
           MOVE "CADPARAM" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PARAM-CARGA.
       COPIA-PARAM-LER.
           READ CADPARAM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPARAM
              GO TO COPIA-PARAM-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPARAM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PARAM-LER.
       COPIA-PARAM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPARAM
           OPEN OUTPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PARAM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PARAM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PARAM-FECHA.
           MOVE REGTRB TO REGPARAM
           WRITE REGPARAM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PARAM-GRAVA.
       COPIA-PARAM-FECHA.
           CLOSE TREINTRB CADPARAM.
       COPIA-PARAM-FIM.
           EXIT.

      ***** CADADEND: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ADEND.
           MOVE "CADADEND" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADADEND
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ADEND-CARGA.
       COPIA-ADEND-LER.
           READ CADADEND NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADADEND
              GO TO COPIA-ADEND-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ADEND THRU ANON-ADEND-FIM
           MOVE REGADEND TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ADEND-LER.
       COPIA-ADEND-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADADEND
           OPEN OUTPUT CADADEND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ADEND-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ADEND-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ADEND-FECHA.
           MOVE REGTRB TO REGADEND
           WRITE REGADEND
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ADEND-GRAVA.
       COPIA-ADEND-FECHA.
           CLOSE TREINTRB CADADEND.
       COPIA-ADEND-FIM.
           EXIT.

      ***** CADAFAST: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-AFAST.
           MOVE "CADAFAST" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADAFAST
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-AFAST-CARGA.
       COPIA-AFAST-LER.
           READ CADAFAST NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADAFAST
              GO TO COPIA-AFAST-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-AFAST THRU ANON-AFAST-FIM
           MOVE REGAFAST TO REGTRB
           WRITE REGTRB
           GO TO COPIA-AFAST-LER.
       COPIA-AFAST-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADAFAST
           OPEN OUTPUT CADAFAST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-AFAST-FIM.
           OPEN INPUT TREINTRB.
       COPIA-AFAST-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-AFAST-FECHA.
           MOVE REGTRB TO REGAFAST
           WRITE REGAFAST
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-AFAST-GRAVA.
       COPIA-AFAST-FECHA.
           CLOSE TREINTRB CADAFAST.
       COPIA-AFAST-FIM.
           EXIT.

      ***** CADAGMED: COPIA SEM ALTERACAO ***************************
       COPIA-AGMED.
           MOVE "CADAGMED" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADAGMED
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-AGMED-CARGA.
       COPIA-AGMED-LER.
           READ CADAGMED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADAGMED
              GO TO COPIA-AGMED-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGAGMED TO REGTRB
           WRITE REGTRB
           GO TO COPIA-AGMED-LER.
       COPIA-AGMED-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADAGMED
           OPEN OUTPUT CADAGMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-AGMED-FIM.
           OPEN INPUT TREINTRB.
       COPIA-AGMED-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-AGMED-FECHA.
           MOVE REGTRB TO REGAGMED
           WRITE REGAGMED
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-AGMED-GRAVA.
       COPIA-AGMED-FECHA.
           CLOSE TREINTRB CADAGMED.
       COPIA-AGMED-FIM.
           EXIT.

      ***** CADALERG: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ALERG.
           MOVE "CADALERG" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ALERG-CARGA.
       COPIA-ALERG-LER.
           READ CADALERG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADALERG
              GO TO COPIA-ALERG-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ALERG THRU ANON-ALERG-FIM
           MOVE REGALERG TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ALERG-LER.
       COPIA-ALERG-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADALERG
           OPEN OUTPUT CADALERG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ALERG-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ALERG-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ALERG-FECHA.
           MOVE REGTRB TO REGALERG
           WRITE REGALERG
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ALERG-GRAVA.
       COPIA-ALERG-FECHA.
           CLOSE TREINTRB CADALERG.
       COPIA-ALERG-FIM.
           EXIT.

      ***** CADALIQ: COPIA SEM ALTERACAO ***************************
       COPIA-ALIQ.
           MOVE "CADALIQ" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADALIQ
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ALIQ-CARGA.
       COPIA-ALIQ-LER.
           READ CADALIQ NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADALIQ
              GO TO COPIA-ALIQ-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGALIQ TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ALIQ-LER.
       COPIA-ALIQ-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADALIQ
           OPEN OUTPUT CADALIQ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ALIQ-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ALIQ-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ALIQ-FECHA.
           MOVE REGTRB TO REGALIQ
           WRITE REGALIQ
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ALIQ-GRAVA.
       COPIA-ALIQ-FECHA.
           CLOSE TREINTRB CADALIQ.
       COPIA-ALIQ-FIM.
           EXIT.

      ***** CADALRAC: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ALRAC.
           MOVE "CADALRAC" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADALRAC
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ALRAC-CARGA.
       COPIA-ALRAC-LER.
           READ CADALRAC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADALRAC
              GO TO COPIA-ALRAC-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ALRAC THRU ANON-ALRAC-FIM
           MOVE REGALRAC TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ALRAC-LER.
       COPIA-ALRAC-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADALRAC
           OPEN OUTPUT CADALRAC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ALRAC-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ALRAC-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ALRAC-FECHA.
           MOVE REGTRB TO REGALRAC
           WRITE REGALRAC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ALRAC-GRAVA.
       COPIA-ALRAC-FECHA.
           CLOSE TREINTRB CADALRAC.
       COPIA-ALRAC-FIM.
           EXIT.

      ***** CADASSIN: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ASSIN.
           MOVE "CADASSIN" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ASSIN-CARGA.
       COPIA-ASSIN-LER.
           READ CADASSIN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADASSIN
              GO TO COPIA-ASSIN-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ASSIN THRU ANON-ASSIN-FIM
           MOVE REGASSIN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ASSIN-LER.
       COPIA-ASSIN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADASSIN
           OPEN OUTPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ASSIN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ASSIN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ASSIN-FECHA.
           MOVE REGTRB TO REGASSIN
           WRITE REGASSIN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ASSIN-GRAVA.
       COPIA-ASSIN-FECHA.
           CLOSE TREINTRB CADASSIN.
       COPIA-ASSIN-FIM.
           EXIT.

      ***** CADAUSEN: COPIA SEM ALTERACAO ***************************
       COPIA-AUSEN.
           MOVE "CADAUSEN" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-AUSEN-CARGA.
       COPIA-AUSEN-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADAUSEN
              GO TO COPIA-AUSEN-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGAUSEN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-AUSEN-LER.
       COPIA-AUSEN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADAUSEN
           OPEN OUTPUT CADAUSEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-AUSEN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-AUSEN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-AUSEN-FECHA.
           MOVE REGTRB TO REGAUSEN
           WRITE REGAUSEN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-AUSEN-GRAVA.
       COPIA-AUSEN-FECHA.
           CLOSE TREINTRB CADAUSEN.
       COPIA-AUSEN-FIM.
           EXIT.

      ***** CADBOLPA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-BOLPA.
           MOVE "CADBOLPA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADBOLPA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-BOLPA-CARGA.
       COPIA-BOLPA-LER.
           READ CADBOLPA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADBOLPA
              GO TO COPIA-BOLPA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-BOLPA THRU ANON-BOLPA-FIM
           MOVE REGBOLPA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-BOLPA-LER.
       COPIA-BOLPA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADBOLPA
           OPEN OUTPUT CADBOLPA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-BOLPA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-BOLPA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-BOLPA-FECHA.
           MOVE REGTRB TO REGBOLPA
           WRITE REGBOLPA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-BOLPA-GRAVA.
       COPIA-BOLPA-FECHA.
           CLOSE TREINTRB CADBOLPA.
       COPIA-BOLPA-FIM.
           EXIT.

      ***** CADCAIXA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CAIXA.
           MOVE "CADCAIXA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CAIXA-CARGA.
       COPIA-CAIXA-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCAIXA
              GO TO COPIA-CAIXA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CAIXA THRU ANON-CAIXA-FIM
           MOVE REGCAIXA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CAIXA-LER.
       COPIA-CAIXA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCAIXA
           OPEN OUTPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CAIXA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CAIXA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CAIXA-FECHA.
           MOVE REGTRB TO REGCAIXA
           WRITE REGCAIXA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CAIXA-GRAVA.
       COPIA-CAIXA-FECHA.
           CLOSE TREINTRB CADCAIXA.
       COPIA-CAIXA-FIM.
           EXIT.

      ***** CADCEP: COPIA SEM ALTERACAO ***************************
       COPIA-CEP.
           MOVE "CADCEP" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CEP-CARGA.
       COPIA-CEP-LER.
           READ CADCEP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCEP
              GO TO COPIA-CEP-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGCEP TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CEP-LER.
       COPIA-CEP-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCEP
           OPEN OUTPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CEP-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CEP-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CEP-FECHA.
           MOVE REGTRB TO REGCEP
           WRITE REGCEP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CEP-GRAVA.
       COPIA-CEP-FECHA.
           CLOSE TREINTRB CADCEP.
       COPIA-CEP-FIM.
           EXIT.

      ***** CADCID: COPIA SEM ALTERACAO ***************************
       COPIA-CID.
           MOVE "CADCID" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CID-CARGA.
       COPIA-CID-LER.
           READ CADCID NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCID
              GO TO COPIA-CID-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGCID TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CID-LER.
       COPIA-CID-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCID
           OPEN OUTPUT CADCID
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CID-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CID-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CID-FECHA.
           MOVE REGTRB TO REGCID
           WRITE REGCID
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CID-GRAVA.
       COPIA-CID-FECHA.
           CLOSE TREINTRB CADCID.
       COPIA-CID-FIM.
           EXIT.

      ***** CADCOBER: COPIA SEM ALTERACAO ***************************
       COPIA-COBER.
           MOVE "CADCOBER" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCOBER
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-COBER-CARGA.
       COPIA-COBER-LER.
           READ CADCOBER NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCOBER
              GO TO COPIA-COBER-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGCOBER TO REGTRB
           WRITE REGTRB
           GO TO COPIA-COBER-LER.
       COPIA-COBER-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCOBER
           OPEN OUTPUT CADCOBER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-COBER-FIM.
           OPEN INPUT TREINTRB.
       COPIA-COBER-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-COBER-FECHA.
           MOVE REGTRB TO REGCOBER
           WRITE REGCOBER
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-COBER-GRAVA.
       COPIA-COBER-FECHA.
           CLOSE TREINTRB CADCOBER.
       COPIA-COBER-FIM.
           EXIT.

      ***** CADCOBPA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-COBPA.
           MOVE "CADCOBPA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCOBPA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-COBPA-CARGA.
       COPIA-COBPA-LER.
           READ CADCOBPA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCOBPA
              GO TO COPIA-COBPA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-COBPA THRU ANON-COBPA-FIM
           MOVE REGCOBPA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-COBPA-LER.
       COPIA-COBPA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCOBPA
           OPEN OUTPUT CADCOBPA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-COBPA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-COBPA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-COBPA-FECHA.
           MOVE REGTRB TO REGCOBPA
           WRITE REGCOBPA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-COBPA-GRAVA.
       COPIA-COBPA-FECHA.
           CLOSE TREINTRB CADCOBPA.
       COPIA-COBPA-FIM.
           EXIT.

      ***** CADCOLET: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-COLET.
           MOVE "CADCOLET" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCOLET
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-COLET-CARGA.
       COPIA-COLET-LER.
           READ CADCOLET NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCOLET
              GO TO COPIA-COLET-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-COLET THRU ANON-COLET-FIM
           MOVE REGCOLET TO REGTRB
           WRITE REGTRB
           GO TO COPIA-COLET-LER.
       COPIA-COLET-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCOLET
           OPEN OUTPUT CADCOLET
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-COLET-FIM.
           OPEN INPUT TREINTRB.
       COPIA-COLET-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-COLET-FECHA.
           MOVE REGTRB TO REGCOLET
           WRITE REGCOLET
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-COLET-GRAVA.
       COPIA-COLET-FECHA.
           CLOSE TREINTRB CADCOLET.
       COPIA-COLET-FIM.
           EXIT.

      ***** CADCONOC: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CONOC.
           MOVE "CADCONOC" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CONOC-CARGA.
       COPIA-CONOC-LER.
           READ CADCONOC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONOC
              GO TO COPIA-CONOC-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CONOC THRU ANON-CONOC-FIM
           MOVE REGCONOC TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CONOC-LER.
       COPIA-CONOC-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCONOC
           OPEN OUTPUT CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CONOC-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CONOC-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CONOC-FECHA.
           MOVE REGTRB TO REGCONOC
           WRITE REGCONOC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CONOC-GRAVA.
       COPIA-CONOC-FECHA.
           CLOSE TREINTRB CADCONOC.
       COPIA-CONOC-FIM.
           EXIT.

      ***** CADCONSE: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CONSE.
           MOVE "CADCONSE" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCONSE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CONSE-CARGA.
       COPIA-CONSE-LER.
           READ CADCONSE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONSE
              GO TO COPIA-CONSE-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CONSE THRU ANON-CONSE-FIM
           MOVE REGCONSE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CONSE-LER.
       COPIA-CONSE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCONSE
           OPEN OUTPUT CADCONSE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CONSE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CONSE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CONSE-FECHA.
           MOVE REGTRB TO REGCONSE
           WRITE REGCONSE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CONSE-GRAVA.
       COPIA-CONSE-FECHA.
           CLOSE TREINTRB CADCONSE.
       COPIA-CONSE-FIM.
           EXIT.

      ***** CADCONSU: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CONSU.
           MOVE "CADCONSU" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CONSU-CARGA.
       COPIA-CONSU-LER.
           READ CADCONSU NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONSU
              GO TO COPIA-CONSU-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CONSU THRU ANON-CONSU-FIM
           MOVE REGCONSU TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CONSU-LER.
       COPIA-CONSU-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCONSU
           OPEN OUTPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CONSU-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CONSU-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CONSU-FECHA.
           MOVE REGTRB TO REGCONSU
           WRITE REGCONSU
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CONSU-GRAVA.
       COPIA-CONSU-FECHA.
           CLOSE TREINTRB CADCONSU.
       COPIA-CONSU-FIM.
           EXIT.

      ***** CADCONTA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CONTA.
           MOVE "CADCONTA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CONTA-CARGA.
       COPIA-CONTA-LER.
           READ CADCONTA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONTA
              GO TO COPIA-CONTA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CONTA THRU ANON-CONTA-FIM
           MOVE REGCONTA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CONTA-LER.
       COPIA-CONTA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCONTA
           OPEN OUTPUT CADCONTA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CONTA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CONTA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CONTA-FECHA.
           MOVE REGTRB TO REGCONTA
           WRITE REGCONTA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CONTA-GRAVA.
       COPIA-CONTA-FECHA.
           CLOSE TREINTRB CADCONTA.
       COPIA-CONTA-FIM.
           EXIT.

      ***** CADCONV: COPIA SEM ALTERACAO ***************************
       COPIA-CONV.
           MOVE "CADCONV" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CONV-CARGA.
       COPIA-CONV-LER.
           READ CADCONV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONV
              GO TO COPIA-CONV-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGCONV TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CONV-LER.
       COPIA-CONV-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCONV
           OPEN OUTPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CONV-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CONV-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CONV-FECHA.
           MOVE REGTRB TO REGCONV
           WRITE REGCONV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CONV-GRAVA.
       COPIA-CONV-FECHA.
           CLOSE TREINTRB CADCONV.
       COPIA-CONV-FIM.
           EXIT.

      ***** CADCRED: COPIA SEM ALTERACAO ***************************
       COPIA-CRED.
           MOVE "CADCRED" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CRED-CARGA.
       COPIA-CRED-LER.
           READ CADCRED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCRED
              GO TO COPIA-CRED-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGCRED TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CRED-LER.
       COPIA-CRED-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCRED
           OPEN OUTPUT CADCRED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CRED-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CRED-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CRED-FECHA.
           MOVE REGTRB TO REGCRED
           WRITE REGCRED
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CRED-GRAVA.
       COPIA-CRED-FECHA.
           CLOSE TREINTRB CADCRED.
       COPIA-CRED-FIM.
           EXIT.

      ***** CADCTLRG: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CTLRG.
           MOVE "CADCTLRG" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCTLRG
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CTLRG-CARGA.
       COPIA-CTLRG-LER.
           READ CADCTLRG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCTLRG
              GO TO COPIA-CTLRG-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CTLRG THRU ANON-CTLRG-FIM
           MOVE REGCTLRG TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CTLRG-LER.
       COPIA-CTLRG-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCTLRG
           OPEN OUTPUT CADCTLRG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CTLRG-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CTLRG-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CTLRG-FECHA.
           MOVE REGTRB TO REGCTLRG
           WRITE REGCTLRG
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CTLRG-GRAVA.
       COPIA-CTLRG-FECHA.
           CLOSE TREINTRB CADCTLRG.
       COPIA-CTLRG-FIM.
           EXIT.

      ***** CADCXCAR: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-CXCAR.
           MOVE "CADCXCAR" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADCXCAR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-CXCAR-CARGA.
       COPIA-CXCAR-LER.
           READ CADCXCAR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCXCAR
              GO TO COPIA-CXCAR-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-CXCAR THRU ANON-CXCAR-FIM
           MOVE REGCXCAR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-CXCAR-LER.
       COPIA-CXCAR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADCXCAR
           OPEN OUTPUT CADCXCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-CXCAR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-CXCAR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-CXCAR-FECHA.
           MOVE REGTRB TO REGCXCAR
           WRITE REGCXCAR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-CXCAR-GRAVA.
       COPIA-CXCAR-FECHA.
           CLOSE TREINTRB CADCXCAR.
       COPIA-CXCAR-FIM.
           EXIT.

      ***** CADDECIR: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-DECIR.
           MOVE "CADDECIR" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADDECIR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-DECIR-CARGA.
       COPIA-DECIR-LER.
           READ CADDECIR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDECIR
              GO TO COPIA-DECIR-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-DECIR THRU ANON-DECIR-FIM
           MOVE REGDECIR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-DECIR-LER.
       COPIA-DECIR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADDECIR
           OPEN OUTPUT CADDECIR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-DECIR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-DECIR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-DECIR-FECHA.
           MOVE REGTRB TO REGDECIR
           WRITE REGDECIR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-DECIR-GRAVA.
       COPIA-DECIR-FECHA.
           CLOSE TREINTRB CADDECIR.
       COPIA-DECIR-FIM.
           EXIT.

      ***** CADDOCMD: COPIA SEM ALTERACAO ***************************
       COPIA-DOCMD.
           MOVE "CADDOCMD" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADDOCMD
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-DOCMD-CARGA.
       COPIA-DOCMD-LER.
           READ CADDOCMD NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDOCMD
              GO TO COPIA-DOCMD-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGDOCMD TO REGTRB
           WRITE REGTRB
           GO TO COPIA-DOCMD-LER.
       COPIA-DOCMD-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADDOCMD
           OPEN OUTPUT CADDOCMD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-DOCMD-FIM.
           OPEN INPUT TREINTRB.
       COPIA-DOCMD-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-DOCMD-FECHA.
           MOVE REGTRB TO REGDOCMD
           WRITE REGDOCMD
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-DOCMD-GRAVA.
       COPIA-DOCMD-FECHA.
           CLOSE TREINTRB CADDOCMD.
       COPIA-DOCMD-FIM.
           EXIT.

      ***** CADDOCPA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-DOCPA.
           MOVE "CADDOCPA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADDOCPA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-DOCPA-CARGA.
       COPIA-DOCPA-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDOCPA
              GO TO COPIA-DOCPA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-DOCPA THRU ANON-DOCPA-FIM
           MOVE REGDOCPA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-DOCPA-LER.
       COPIA-DOCPA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADDOCPA
           OPEN OUTPUT CADDOCPA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-DOCPA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-DOCPA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-DOCPA-FECHA.
           MOVE REGTRB TO REGDOCPA
           WRITE REGDOCPA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-DOCPA-GRAVA.
       COPIA-DOCPA-FECHA.
           CLOSE TREINTRB CADDOCPA.
       COPIA-DOCPA-FIM.
           EXIT.

      ***** CADDPCV: COPIA SEM ALTERACAO ***************************
       COPIA-DPCV.
           MOVE "CADDPCV" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADDPCV
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-DPCV-CARGA.
       COPIA-DPCV-LER.
           READ CADDPCV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDPCV
              GO TO COPIA-DPCV-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGDPCV TO REGTRB
           WRITE REGTRB
           GO TO COPIA-DPCV-LER.
       COPIA-DPCV-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADDPCV
           OPEN OUTPUT CADDPCV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-DPCV-FIM.
           OPEN INPUT TREINTRB.
       COPIA-DPCV-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-DPCV-FECHA.
           MOVE REGTRB TO REGDPCV
           WRITE REGDPCV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-DPCV-GRAVA.
       COPIA-DPCV-FECHA.
           CLOSE TREINTRB CADDPCV.
       COPIA-DPCV-FIM.
           EXIT.

      ***** CADEMPR: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-EMPR.
           MOVE "CADEMPR" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-EMPR-CARGA.
       COPIA-EMPR-LER.
           READ CADEMPR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEMPR
              GO TO COPIA-EMPR-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-EMPR THRU ANON-EMPR-FIM
           MOVE REGEMPR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-EMPR-LER.
       COPIA-EMPR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADEMPR
           OPEN OUTPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-EMPR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-EMPR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-EMPR-FECHA.
           MOVE REGTRB TO REGEMPR
           WRITE REGEMPR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-EMPR-GRAVA.
       COPIA-EMPR-FECHA.
           CLOSE TREINTRB CADEMPR.
       COPIA-EMPR-FIM.
           EXIT.

      ***** CADENCAM: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ENCAM.
           MOVE "CADENCAM" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADENCAM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ENCAM-CARGA.
       COPIA-ENCAM-LER.
           READ CADENCAM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADENCAM
              GO TO COPIA-ENCAM-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ENCAM THRU ANON-ENCAM-FIM
           MOVE REGENCAM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ENCAM-LER.
       COPIA-ENCAM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADENCAM
           OPEN OUTPUT CADENCAM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ENCAM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ENCAM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ENCAM-FECHA.
           MOVE REGTRB TO REGENCAM
           WRITE REGENCAM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ENCAM-GRAVA.
       COPIA-ENCAM-FECHA.
           CLOSE TREINTRB CADENCAM.
       COPIA-ENCAM-FIM.
           EXIT.

      ***** CADEQUIP: COPIA SEM ALTERACAO ***************************
       COPIA-EQUIP.
           MOVE "CADEQUIP" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-EQUIP-CARGA.
       COPIA-EQUIP-LER.
           READ CADEQUIP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEQUIP
              GO TO COPIA-EQUIP-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGEQUIP TO REGTRB
           WRITE REGTRB
           GO TO COPIA-EQUIP-LER.
       COPIA-EQUIP-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADEQUIP
           OPEN OUTPUT CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-EQUIP-FIM.
           OPEN INPUT TREINTRB.
       COPIA-EQUIP-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-EQUIP-FECHA.
           MOVE REGTRB TO REGEQUIP
           WRITE REGEQUIP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-EQUIP-GRAVA.
       COPIA-EQUIP-FECHA.
           CLOSE TREINTRB CADEQUIP.
       COPIA-EQUIP-FIM.
           EXIT.

      ***** CADESP: COPIA SEM ALTERACAO ***************************
       COPIA-ESP.
           MOVE "CADESP" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ESP-CARGA.
       COPIA-ESP-LER.
           READ CADESP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESP
              GO TO COPIA-ESP-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGESP TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ESP-LER.
       COPIA-ESP-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADESP
           OPEN OUTPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ESP-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ESP-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ESP-FECHA.
           MOVE REGTRB TO REGESP
           WRITE REGESP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ESP-GRAVA.
       COPIA-ESP-FECHA.
           CLOSE TREINTRB CADESP.
       COPIA-ESP-FIM.
           EXIT.

      ***** CADESPERA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ESPERA.
           MOVE "CADESPERA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADESPERA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ESPERA-CARGA.
       COPIA-ESPERA-LER.
           READ CADESPERA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESPERA
              GO TO COPIA-ESPERA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ESPERA THRU ANON-ESPERA-FIM
           MOVE REGESPERA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ESPERA-LER.
       COPIA-ESPERA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADESPERA
           OPEN OUTPUT CADESPERA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ESPERA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ESPERA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ESPERA-FECHA.
           MOVE REGTRB TO REGESPERA
           WRITE REGESPERA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ESPERA-GRAVA.
       COPIA-ESPERA-FECHA.
           CLOSE TREINTRB CADESPERA.
       COPIA-ESPERA-FIM.
           EXIT.

      ***** CADESTOR: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ESTOR.
           MOVE "CADESTOR" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ESTOR-CARGA.
       COPIA-ESTOR-LER.
           READ CADESTOR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESTOR
              GO TO COPIA-ESTOR-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ESTOR THRU ANON-ESTOR-FIM
           MOVE REGESTOR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ESTOR-LER.
       COPIA-ESTOR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADESTOR
           OPEN OUTPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ESTOR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ESTOR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ESTOR-FECHA.
           MOVE REGTRB TO REGESTOR
           WRITE REGESTOR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ESTOR-GRAVA.
       COPIA-ESTOR-FECHA.
           CLOSE TREINTRB CADESTOR.
       COPIA-ESTOR-FIM.
           EXIT.

      ***** CADESTUN: COPIA SEM ALTERACAO ***************************
       COPIA-ESTUN.
           MOVE "CADESTUN" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADESTUN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ESTUN-CARGA.
       COPIA-ESTUN-LER.
           READ CADESTUN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESTUN
              GO TO COPIA-ESTUN-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGESTUN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ESTUN-LER.
       COPIA-ESTUN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADESTUN
           OPEN OUTPUT CADESTUN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ESTUN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ESTUN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ESTUN-FECHA.
           MOVE REGTRB TO REGESTUN
           WRITE REGESTUN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ESTUN-GRAVA.
       COPIA-ESTUN-FECHA.
           CLOSE TREINTRB CADESTUN.
       COPIA-ESTUN-FIM.
           EXIT.

      ***** CADEVADV: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-EVADV.
           MOVE "CADEVADV" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADEVADV
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-EVADV-CARGA.
       COPIA-EVADV-LER.
           READ CADEVADV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEVADV
              GO TO COPIA-EVADV-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-EVADV THRU ANON-EVADV-FIM
           MOVE REGEVADV TO REGTRB
           WRITE REGTRB
           GO TO COPIA-EVADV-LER.
       COPIA-EVADV-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADEVADV
           OPEN OUTPUT CADEVADV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-EVADV-FIM.
           OPEN INPUT TREINTRB.
       COPIA-EVADV-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-EVADV-FECHA.
           MOVE REGTRB TO REGEVADV
           WRITE REGEVADV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-EVADV-GRAVA.
       COPIA-EVADV-FECHA.
           CLOSE TREINTRB CADEVADV.
       COPIA-EVADV-FIM.
           EXIT.

      ***** CADEVOL: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-EVOL.
           MOVE "CADEVOL" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADEVOL
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-EVOL-CARGA.
       COPIA-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEVOL
              GO TO COPIA-EVOL-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-EVOL THRU ANON-EVOL-FIM
           MOVE REGEVOL TO REGTRB
           WRITE REGTRB
           GO TO COPIA-EVOL-LER.
       COPIA-EVOL-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADEVOL
           OPEN OUTPUT CADEVOL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-EVOL-FIM.
           OPEN INPUT TREINTRB.
       COPIA-EVOL-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-EVOL-FECHA.
           MOVE REGTRB TO REGEVOL
           WRITE REGEVOL
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-EVOL-GRAVA.
       COPIA-EVOL-FECHA.
           CLOSE TREINTRB CADEVOL.
       COPIA-EVOL-FIM.
           EXIT.

      ***** CADEXAME: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-EXAME.
           MOVE "CADEXAME" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-EXAME-CARGA.
       COPIA-EXAME-LER.
           READ CADEXAME NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEXAME
              GO TO COPIA-EXAME-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-EXAME THRU ANON-EXAME-FIM
           MOVE REGEXAME TO REGTRB
           WRITE REGTRB
           GO TO COPIA-EXAME-LER.
       COPIA-EXAME-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADEXAME
           OPEN OUTPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-EXAME-FIM.
           OPEN INPUT TREINTRB.
       COPIA-EXAME-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-EXAME-FECHA.
           MOVE REGTRB TO REGEXAME
           WRITE REGEXAME
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-EXAME-GRAVA.
       COPIA-EXAME-FECHA.
           CLOSE TREINTRB CADEXAME.
       COPIA-EXAME-FIM.
           EXIT.

      ***** CADFATEM: COPIA SEM ALTERACAO ***************************
       COPIA-FATEM.
           MOVE "CADFATEM" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADFATEM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-FATEM-CARGA.
       COPIA-FATEM-LER.
           READ CADFATEM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFATEM
              GO TO COPIA-FATEM-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGFATEM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-FATEM-LER.
       COPIA-FATEM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADFATEM
           OPEN OUTPUT CADFATEM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-FATEM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-FATEM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-FATEM-FECHA.
           MOVE REGTRB TO REGFATEM
           WRITE REGFATEM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-FATEM-GRAVA.
       COPIA-FATEM-FECHA.
           CLOSE TREINTRB CADFATEM.
       COPIA-FATEM-FIM.
           EXIT.

      ***** CADFATUR: COPIA SEM ALTERACAO ***************************
       COPIA-FATUR.
           MOVE "CADFATUR" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-FATUR-CARGA.
       COPIA-FATUR-LER.
           READ CADFATUR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFATUR
              GO TO COPIA-FATUR-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGFATUR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-FATUR-LER.
       COPIA-FATUR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADFATUR
           OPEN OUTPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-FATUR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-FATUR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-FATUR-FECHA.
           MOVE REGTRB TO REGFATUR
           WRITE REGFATUR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-FATUR-GRAVA.
       COPIA-FATUR-FECHA.
           CLOSE TREINTRB CADFATUR.
       COPIA-FATUR-FIM.
           EXIT.

      ***** CADFECHA: COPIA SEM ALTERACAO ***************************
       COPIA-FECHA.
           MOVE "CADFECHA" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADFECHA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-FECHA-CARGA.
       COPIA-FECHA-LER.
           READ CADFECHA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFECHA
              GO TO COPIA-FECHA-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGFECHA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-FECHA-LER.
       COPIA-FECHA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADFECHA
           OPEN OUTPUT CADFECHA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-FECHA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-FECHA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-FECHA-FECHA.
           MOVE REGTRB TO REGFECHA
           WRITE REGFECHA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-FECHA-GRAVA.
       COPIA-FECHA-FECHA.
           CLOSE TREINTRB CADFECHA.
       COPIA-FECHA-FIM.
           EXIT.

      ***** CADFERIA: COPIA SEM ALTERACAO ***************************
       COPIA-FERIA.
           MOVE "CADFERIA" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-FERIA-CARGA.
       COPIA-FERIA-LER.
           READ CADFERIA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFERIA
              GO TO COPIA-FERIA-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGFERIA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-FERIA-LER.
       COPIA-FERIA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADFERIA
           OPEN OUTPUT CADFERIA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-FERIA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-FERIA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-FERIA-FECHA.
           MOVE REGTRB TO REGFERIA
           WRITE REGFERIA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-FERIA-GRAVA.
       COPIA-FERIA-FECHA.
           CLOSE TREINTRB CADFERIA.
       COPIA-FERIA-FIM.
           EXIT.

      ***** CADFORN: COPIA SEM ALTERACAO ***************************
       COPIA-FORN.
           MOVE "CADFORN" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-FORN-CARGA.
       COPIA-FORN-LER.
           READ CADFORN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFORN
              GO TO COPIA-FORN-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGFORN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-FORN-LER.
       COPIA-FORN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADFORN
           OPEN OUTPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-FORN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-FORN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-FORN-FECHA.
           MOVE REGTRB TO REGFORN
           WRITE REGFORN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-FORN-GRAVA.
       COPIA-FORN-FECHA.
           CLOSE TREINTRB CADFORN.
       COPIA-FORN-FIM.
           EXIT.

      ***** CADGELAD: COPIA SEM ALTERACAO ***************************
       COPIA-GELAD.
           MOVE "CADGELAD" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADGELAD
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-GELAD-CARGA.
       COPIA-GELAD-LER.
           READ CADGELAD NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGELAD
              GO TO COPIA-GELAD-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGGELAD TO REGTRB
           WRITE REGTRB
           GO TO COPIA-GELAD-LER.
       COPIA-GELAD-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADGELAD
           OPEN OUTPUT CADGELAD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-GELAD-FIM.
           OPEN INPUT TREINTRB.
       COPIA-GELAD-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-GELAD-FECHA.
           MOVE REGTRB TO REGGELAD
           WRITE REGGELAD
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-GELAD-GRAVA.
       COPIA-GELAD-FECHA.
           CLOSE TREINTRB CADGELAD.
       COPIA-GELAD-FIM.
           EXIT.

      ***** CADGEN: COPIA SEM ALTERACAO ***************************
       COPIA-GEN.
           MOVE "CADGEN" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADGEN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-GEN-CARGA.
       COPIA-GEN-LER.
           READ CADGEN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGEN
              GO TO COPIA-GEN-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGGEN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-GEN-LER.
       COPIA-GEN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADGEN
           OPEN OUTPUT CADGEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-GEN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-GEN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-GEN-FECHA.
           MOVE REGTRB TO REGGEN
           WRITE REGGEN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-GEN-GRAVA.
       COPIA-GEN-FECHA.
           CLOSE TREINTRB CADGEN.
       COPIA-GEN-FIM.
           EXIT.

      ***** CADGESTA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-GESTA.
           MOVE "CADGESTA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADGESTA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-GESTA-CARGA.
       COPIA-GESTA-LER.
           READ CADGESTA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGESTA
              GO TO COPIA-GESTA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-GESTA THRU ANON-GESTA-FIM
           MOVE REGGESTA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-GESTA-LER.
       COPIA-GESTA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADGESTA
           OPEN OUTPUT CADGESTA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-GESTA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-GESTA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-GESTA-FECHA.
           MOVE REGTRB TO REGGESTA
           WRITE REGGESTA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-GESTA-GRAVA.
       COPIA-GESTA-FECHA.
           CLOSE TREINTRB CADGESTA.
       COPIA-GESTA-FIM.
           EXIT.

      ***** CADGRUPO: COPIA SEM ALTERACAO ***************************
       COPIA-GRUPO.
           MOVE "CADGRUPO" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADGRUPO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-GRUPO-CARGA.
       COPIA-GRUPO-LER.
           READ CADGRUPO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGRUPO
              GO TO COPIA-GRUPO-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGGRUPO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-GRUPO-LER.
       COPIA-GRUPO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADGRUPO
           OPEN OUTPUT CADGRUPO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-GRUPO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-GRUPO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-GRUPO-FECHA.
           MOVE REGTRB TO REGGRUPO
           WRITE REGGRUPO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-GRUPO-GRAVA.
       COPIA-GRUPO-FECHA.
           CLOSE TREINTRB CADGRUPO.
       COPIA-GRUPO-FIM.
           EXIT.

      ***** CADINSGR: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-INSGR.
           MOVE "CADINSGR" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADINSGR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-INSGR-CARGA.
       COPIA-INSGR-LER.
           READ CADINSGR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINSGR
              GO TO COPIA-INSGR-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-INSGR THRU ANON-INSGR-FIM
           MOVE REGINSGR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-INSGR-LER.
       COPIA-INSGR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADINSGR
           OPEN OUTPUT CADINSGR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-INSGR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-INSGR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-INSGR-FECHA.
           MOVE REGTRB TO REGINSGR
           WRITE REGINSGR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-INSGR-GRAVA.
       COPIA-INSGR-FECHA.
           CLOSE TREINTRB CADINSGR.
       COPIA-INSGR-FIM.
           EXIT.

      ***** CADINTER: COPIA SEM ALTERACAO ***************************
       COPIA-INTER.
           MOVE "CADINTER" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-INTER-CARGA.
       COPIA-INTER-LER.
           READ CADINTER NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINTER
              GO TO COPIA-INTER-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGINTER TO REGTRB
           WRITE REGTRB
           GO TO COPIA-INTER-LER.
       COPIA-INTER-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADINTER
           OPEN OUTPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-INTER-FIM.
           OPEN INPUT TREINTRB.
       COPIA-INTER-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-INTER-FECHA.
           MOVE REGTRB TO REGINTER
           WRITE REGINTER
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-INTER-GRAVA.
       COPIA-INTER-FECHA.
           CLOSE TREINTRB CADINTER.
       COPIA-INTER-FIM.
           EXIT.

      ***** CADINVEN: COPIA SEM ALTERACAO ***************************
       COPIA-INVEN.
           MOVE "CADINVEN" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADINVEN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-INVEN-CARGA.
       COPIA-INVEN-LER.
           READ CADINVEN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINVEN
              GO TO COPIA-INVEN-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGINVEN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-INVEN-LER.
       COPIA-INVEN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADINVEN
           OPEN OUTPUT CADINVEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-INVEN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-INVEN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-INVEN-FECHA.
           MOVE REGTRB TO REGINVEN
           WRITE REGINVEN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-INVEN-GRAVA.
       COPIA-INVEN-FECHA.
           CLOSE TREINTRB CADINVEN.
       COPIA-INVEN-FIM.
           EXIT.

      ***** CADINVIT: COPIA SEM ALTERACAO ***************************
       COPIA-INVIT.
           MOVE "CADINVIT" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADINVIT
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-INVIT-CARGA.
       COPIA-INVIT-LER.
           READ CADINVIT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINVIT
              GO TO COPIA-INVIT-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGINVIT TO REGTRB
           WRITE REGTRB
           GO TO COPIA-INVIT-LER.
       COPIA-INVIT-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADINVIT
           OPEN OUTPUT CADINVIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-INVIT-FIM.
           OPEN INPUT TREINTRB.
       COPIA-INVIT-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-INVIT-FECHA.
           MOVE REGTRB TO REGINVIT
           WRITE REGINVIT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-INVIT-GRAVA.
       COPIA-INVIT-FECHA.
           CLOSE TREINTRB CADINVIT.
       COPIA-INVIT-FIM.
           EXIT.

      ***** CADITEM: COPIA SEM ALTERACAO ***************************
       COPIA-ITEM.
           MOVE "CADITEM" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ITEM-CARGA.
       COPIA-ITEM-LER.
           READ CADITEM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADITEM
              GO TO COPIA-ITEM-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGITEM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ITEM-LER.
       COPIA-ITEM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADITEM
           OPEN OUTPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ITEM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ITEM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ITEM-FECHA.
           MOVE REGTRB TO REGITEM
           WRITE REGITEM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ITEM-GRAVA.
       COPIA-ITEM-FECHA.
           CLOSE TREINTRB CADITEM.
       COPIA-ITEM-FIM.
           EXIT.

      ***** CADITREP: COPIA SEM ALTERACAO ***************************
       COPIA-ITREP.
           MOVE "CADITREP" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADITREP
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ITREP-CARGA.
       COPIA-ITREP-LER.
           READ CADITREP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADITREP
              GO TO COPIA-ITREP-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGITREP TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ITREP-LER.
       COPIA-ITREP-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADITREP
           OPEN OUTPUT CADITREP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ITREP-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ITREP-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ITREP-FECHA.
           MOVE REGTRB TO REGITREP
           WRITE REGITREP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ITREP-GRAVA.
       COPIA-ITREP-FECHA.
           CLOSE TREINTRB CADITREP.
       COPIA-ITREP-FIM.
           EXIT.

      ***** CADLIBRE: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-LIBRE.
           MOVE "CADLIBRE" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADLIBRE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-LIBRE-CARGA.
       COPIA-LIBRE-LER.
           READ CADLIBRE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADLIBRE
              GO TO COPIA-LIBRE-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-LIBRE THRU ANON-LIBRE-FIM
           MOVE REGLIBRE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-LIBRE-LER.
       COPIA-LIBRE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADLIBRE
           OPEN OUTPUT CADLIBRE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-LIBRE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-LIBRE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-LIBRE-FECHA.
           MOVE REGTRB TO REGLIBRE
           WRITE REGLIBRE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-LIBRE-GRAVA.
       COPIA-LIBRE-FECHA.
           CLOSE TREINTRB CADLIBRE.
       COPIA-LIBRE-FIM.
           EXIT.

      ***** CADLOTES: COPIA SEM ALTERACAO ***************************
       COPIA-LOTES.
           MOVE "CADLOTES" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADLOTES
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-LOTES-CARGA.
       COPIA-LOTES-LER.
           READ CADLOTES NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADLOTES
              GO TO COPIA-LOTES-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGLOTE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-LOTES-LER.
       COPIA-LOTES-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADLOTES
           OPEN OUTPUT CADLOTES
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-LOTES-FIM.
           OPEN INPUT TREINTRB.
       COPIA-LOTES-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-LOTES-FECHA.
           MOVE REGTRB TO REGLOTE
           WRITE REGLOTE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-LOTES-GRAVA.
       COPIA-LOTES-FECHA.
           CLOSE TREINTRB CADLOTES.
       COPIA-LOTES-FIM.
           EXIT.

      ***** CADLOTGE: COPIA SEM ALTERACAO ***************************
       COPIA-LOTGE.
           MOVE "CADLOTGE" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADLOTGE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-LOTGE-CARGA.
       COPIA-LOTGE-LER.
           READ CADLOTGE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADLOTGE
              GO TO COPIA-LOTGE-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGLOTGE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-LOTGE-LER.
       COPIA-LOTGE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADLOTGE
           OPEN OUTPUT CADLOTGE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-LOTGE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-LOTGE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-LOTGE-FECHA.
           MOVE REGTRB TO REGLOTGE
           WRITE REGLOTGE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-LOTGE-GRAVA.
       COPIA-LOTGE-FECHA.
           CLOSE TREINTRB CADLOTGE.
       COPIA-LOTGE-FIM.
           EXIT.

      ***** CADMANUT: COPIA SEM ALTERACAO ***************************
       COPIA-MANUT.
           MOVE "CADMANUT" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MANUT-CARGA.
       COPIA-MANUT-LER.
           READ CADMANUT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMANUT
              GO TO COPIA-MANUT-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGMANUT TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MANUT-LER.
       COPIA-MANUT-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMANUT
           OPEN OUTPUT CADMANUT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MANUT-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MANUT-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MANUT-FECHA.
           MOVE REGTRB TO REGMANUT
           WRITE REGMANUT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MANUT-GRAVA.
       COPIA-MANUT-FECHA.
           CLOSE TREINTRB CADMANUT.
       COPIA-MANUT-FIM.
           EXIT.

      ***** CADMAPCT: COPIA SEM ALTERACAO ***************************
       COPIA-MAPCT.
           MOVE "CADMAPCT" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMAPCT
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MAPCT-CARGA.
       COPIA-MAPCT-LER.
           READ CADMAPCT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMAPCT
              GO TO COPIA-MAPCT-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGMAPCT TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MAPCT-LER.
       COPIA-MAPCT-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMAPCT
           OPEN OUTPUT CADMAPCT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MAPCT-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MAPCT-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MAPCT-FECHA.
           MOVE REGTRB TO REGMAPCT
           WRITE REGMAPCT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MAPCT-GRAVA.
       COPIA-MAPCT-FECHA.
           CLOSE TREINTRB CADMAPCT.
       COPIA-MAPCT-FIM.
           EXIT.

      ***** CADMASC: COPIA SEM ALTERACAO ***************************
       COPIA-MASC.
           MOVE "CADMASC" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMASC
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MASC-CARGA.
       COPIA-MASC-LER.
           READ CADMASC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMASC
              GO TO COPIA-MASC-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGMASC TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MASC-LER.
       COPIA-MASC-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMASC
           OPEN OUTPUT CADMASC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MASC-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MASC-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MASC-FECHA.
           MOVE REGTRB TO REGMASC
           WRITE REGMASC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MASC-GRAVA.
       COPIA-MASC-FECHA.
           CLOSE TREINTRB CADMASC.
       COPIA-MASC-FIM.
           EXIT.

      ***** CADMED: COPIA SEM ALTERACAO ***************************
       COPIA-MED.
           MOVE "CADMED" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MED-CARGA.
       COPIA-MED-LER.
           READ CADMED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMED
              GO TO COPIA-MED-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGMED TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MED-LER.
       COPIA-MED-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMED
           OPEN OUTPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MED-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MED-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MED-FECHA.
           MOVE REGTRB TO REGMED
           WRITE REGMED
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MED-GRAVA.
       COPIA-MED-FECHA.
           CLOSE TREINTRB CADMED.
       COPIA-MED-FIM.
           EXIT.

      ***** CADMEDIC: COPIA SEM ALTERACAO ***************************
       COPIA-MEDIC.
           MOVE "CADMEDIC" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MEDIC-CARGA.
       COPIA-MEDIC-LER.
           READ CADMEDIC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMEDIC
              GO TO COPIA-MEDIC-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGMEDIC TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MEDIC-LER.
       COPIA-MEDIC-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMEDIC
           OPEN OUTPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MEDIC-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MEDIC-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MEDIC-FECHA.
           MOVE REGTRB TO REGMEDIC
           WRITE REGMEDIC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MEDIC-GRAVA.
       COPIA-MEDIC-FECHA.
           CLOSE TREINTRB CADMEDIC.
       COPIA-MEDIC-FIM.
           EXIT.

      ***** CADMOTCA: COPIA SEM ALTERACAO ***************************
       COPIA-MOTCA.
           MOVE "CADMOTCA" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMOTCA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MOTCA-CARGA.
       COPIA-MOTCA-LER.
           READ CADMOTCA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMOTCA
              GO TO COPIA-MOTCA-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGMOTCA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MOTCA-LER.
       COPIA-MOTCA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMOTCA
           OPEN OUTPUT CADMOTCA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MOTCA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MOTCA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MOTCA-FECHA.
           MOVE REGTRB TO REGMOTCA
           WRITE REGMOTCA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MOTCA-GRAVA.
       COPIA-MOTCA-FECHA.
           CLOSE TREINTRB CADMOTCA.
       COPIA-MOTCA-FIM.
           EXIT.

      ***** CADMOVES: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-MOVES.
           MOVE "CADMOVES" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-MOVES-CARGA.
       COPIA-MOVES-LER.
           READ CADMOVES NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMOVES
              GO TO COPIA-MOVES-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-MOVES THRU ANON-MOVES-FIM
           MOVE REGMOV TO REGTRB
           WRITE REGTRB
           GO TO COPIA-MOVES-LER.
       COPIA-MOVES-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADMOVES
           OPEN OUTPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-MOVES-FIM.
           OPEN INPUT TREINTRB.
       COPIA-MOVES-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-MOVES-FECHA.
           MOVE REGTRB TO REGMOV
           WRITE REGMOV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-MOVES-GRAVA.
       COPIA-MOVES-FECHA.
           CLOSE TREINTRB CADMOVES.
       COPIA-MOVES-FIM.
           EXIT.

      ***** CADNFFOR: COPIA SEM ALTERACAO ***************************
       COPIA-NFFOR.
           MOVE "CADNFFOR" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADNFFOR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-NFFOR-CARGA.
       COPIA-NFFOR-LER.
           READ CADNFFOR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADNFFOR
              GO TO COPIA-NFFOR-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGNFFOR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-NFFOR-LER.
       COPIA-NFFOR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADNFFOR
           OPEN OUTPUT CADNFFOR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-NFFOR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-NFFOR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-NFFOR-FECHA.
           MOVE REGTRB TO REGNFFOR
           WRITE REGNFFOR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-NFFOR-GRAVA.
       COPIA-NFFOR-FECHA.
           CLOSE TREINTRB CADNFFOR.
       COPIA-NFFOR-FIM.
           EXIT.

      ***** CADOPACE: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-OPACE.
           MOVE "CADOPACE" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADOPACE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-OPACE-CARGA.
       COPIA-OPACE-LER.
           READ CADOPACE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOPACE
              GO TO COPIA-OPACE-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-OPACE THRU ANON-OPACE-FIM
           MOVE REGOPACE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-OPACE-LER.
       COPIA-OPACE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADOPACE
           OPEN OUTPUT CADOPACE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-OPACE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-OPACE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-OPACE-FECHA.
           MOVE REGTRB TO REGOPACE
           WRITE REGOPACE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-OPACE-GRAVA.
       COPIA-OPACE-FECHA.
           CLOSE TREINTRB CADOPACE.
       COPIA-OPACE-FIM.
           EXIT.

      ***** CADOPER: COPIA SEM ALTERACAO ***************************
       COPIA-OPER.
           MOVE "CADOPER" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-OPER-CARGA.
       COPIA-OPER-LER.
           READ CADOPER NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOPER
              GO TO COPIA-OPER-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGOPER TO REGTRB
           WRITE REGTRB
           GO TO COPIA-OPER-LER.
       COPIA-OPER-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADOPER
           OPEN OUTPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-OPER-FIM.
           OPEN INPUT TREINTRB.
       COPIA-OPER-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-OPER-FECHA.
           MOVE REGTRB TO REGOPER
           WRITE REGOPER
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-OPER-GRAVA.
       COPIA-OPER-FECHA.
           CLOSE TREINTRB CADOPER.
       COPIA-OPER-FIM.
           EXIT.

      ***** CADORCAM: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-ORCAM.
           MOVE "CADORCAM" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADORCAM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-ORCAM-CARGA.
       COPIA-ORCAM-LER.
           READ CADORCAM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADORCAM
              GO TO COPIA-ORCAM-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-ORCAM THRU ANON-ORCAM-FIM
           MOVE REGORCAM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-ORCAM-LER.
       COPIA-ORCAM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADORCAM
           OPEN OUTPUT CADORCAM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-ORCAM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-ORCAM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-ORCAM-FECHA.
           MOVE REGTRB TO REGORCAM
           WRITE REGORCAM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-ORCAM-GRAVA.
       COPIA-ORCAM-FECHA.
           CLOSE TREINTRB CADORCAM.
       COPIA-ORCAM-FIM.
           EXIT.

      ***** CADOVBK: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-OVBK.
           MOVE "CADOVBK" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADOVBK
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-OVBK-CARGA.
       COPIA-OVBK-LER.
           READ CADOVBK NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOVBK
              GO TO COPIA-OVBK-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-OVBK THRU ANON-OVBK-FIM
           MOVE REGOVBK TO REGTRB
           WRITE REGTRB
           GO TO COPIA-OVBK-LER.
       COPIA-OVBK-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADOVBK
           OPEN OUTPUT CADOVBK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-OVBK-FIM.
           OPEN INPUT TREINTRB.
       COPIA-OVBK-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-OVBK-FECHA.
           MOVE REGTRB TO REGOVBK
           WRITE REGOVBK
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-OVBK-GRAVA.
       COPIA-OVBK-FECHA.
           CLOSE TREINTRB CADOVBK.
       COPIA-OVBK-FIM.
           EXIT.

      ***** CADOVERB: COPIA SEM ALTERACAO ***************************
       COPIA-OVERB.
           MOVE "CADOVERB" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADOVERB
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-OVERB-CARGA.
       COPIA-OVERB-LER.
           READ CADOVERB NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOVERB
              GO TO COPIA-OVERB-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGOVERB TO REGTRB
           WRITE REGTRB
           GO TO COPIA-OVERB-LER.
       COPIA-OVERB-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADOVERB
           OPEN OUTPUT CADOVERB
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-OVERB-FIM.
           OPEN INPUT TREINTRB.
       COPIA-OVERB-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-OVERB-FECHA.
           MOVE REGTRB TO REGOVERB
           WRITE REGOVERB
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-OVERB-GRAVA.
       COPIA-OVERB-FECHA.
           CLOSE TREINTRB CADOVERB.
       COPIA-OVERB-FIM.
           EXIT.

      ***** CADPACEM: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-PACEM.
           MOVE "CADPACEM" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPACEM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PACEM-CARGA.
       COPIA-PACEM-LER.
           READ CADPACEM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPACEM
              GO TO COPIA-PACEM-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-PACEM THRU ANON-PACEM-FIM
           MOVE REGPACEM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PACEM-LER.
       COPIA-PACEM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPACEM
           OPEN OUTPUT CADPACEM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PACEM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PACEM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PACEM-FECHA.
           MOVE REGTRB TO REGPACEM
           WRITE REGPACEM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PACEM-GRAVA.
       COPIA-PACEM-FECHA.
           CLOSE TREINTRB CADPACEM.
       COPIA-PACEM-FIM.
           EXIT.

      ***** CADPACI: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-PACI.
           MOVE "CADPACI" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PACI-CARGA.
       COPIA-PACI-LER.
           READ CADPACI NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPACI
              GO TO COPIA-PACI-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-PACI THRU ANON-PACI-FIM
           MOVE REGPACI TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PACI-LER.
       COPIA-PACI-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPACI
           OPEN OUTPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PACI-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PACI-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PACI-FECHA.
           MOVE REGTRB TO REGPACI
           WRITE REGPACI
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PACI-GRAVA.
       COPIA-PACI-FECHA.
           CLOSE TREINTRB CADPACI.
       COPIA-PACI-FIM.
           EXIT.

      ***** CADPACOT: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-PACOT.
           MOVE "CADPACOT" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPACOT
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PACOT-CARGA.
       COPIA-PACOT-LER.
           READ CADPACOT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPACOT
              GO TO COPIA-PACOT-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-PACOT THRU ANON-PACOT-FIM
           MOVE REGPACOT TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PACOT-LER.
       COPIA-PACOT-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPACOT
           OPEN OUTPUT CADPACOT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PACOT-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PACOT-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PACOT-FECHA.
           MOVE REGTRB TO REGPACOT
           WRITE REGPACOT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PACOT-GRAVA.
       COPIA-PACOT-FECHA.
           CLOSE TREINTRB CADPACOT.
       COPIA-PACOT-FIM.
           EXIT.

      ***** CADPAGAR: COPIA SEM ALTERACAO ***************************
       COPIA-PAGAR.
           MOVE "CADPAGAR" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PAGAR-CARGA.
       COPIA-PAGAR-LER.
           READ CADPAGAR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPAGAR
              GO TO COPIA-PAGAR-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPAGAR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PAGAR-LER.
       COPIA-PAGAR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPAGAR
           OPEN OUTPUT CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PAGAR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PAGAR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PAGAR-FECHA.
           MOVE REGTRB TO REGPAGAR
           WRITE REGPAGAR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PAGAR-GRAVA.
       COPIA-PAGAR-FECHA.
           CLOSE TREINTRB CADPAGAR.
       COPIA-PAGAR-FIM.
           EXIT.

      ***** CADPAGTO: COPIA SEM ALTERACAO ***************************
       COPIA-PAGTO.
           MOVE "CADPAGTO" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PAGTO-CARGA.
       COPIA-PAGTO-LER.
           READ CADPAGTO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPAGTO
              GO TO COPIA-PAGTO-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPAGTO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PAGTO-LER.
       COPIA-PAGTO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPAGTO
           OPEN OUTPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PAGTO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PAGTO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PAGTO-FECHA.
           MOVE REGTRB TO REGPAGTO
           WRITE REGPAGTO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PAGTO-GRAVA.
       COPIA-PAGTO-FECHA.
           CLOSE TREINTRB CADPAGTO.
       COPIA-PAGTO-FIM.
           EXIT.

      ***** CADPARCE: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-PARCE.
           MOVE "CADPARCE" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPARCE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PARCE-CARGA.
       COPIA-PARCE-LER.
           READ CADPARCE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPARCE
              GO TO COPIA-PARCE-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-PARCE THRU ANON-PARCE-FIM
           MOVE REGPARCE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PARCE-LER.
       COPIA-PARCE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPARCE
           OPEN OUTPUT CADPARCE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PARCE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PARCE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PARCE-FECHA.
           MOVE REGTRB TO REGPARCE
           WRITE REGPARCE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PARCE-GRAVA.
       COPIA-PARCE-FECHA.
           CLOSE TREINTRB CADPARCE.
       COPIA-PARCE-FIM.
           EXIT.

      ***** CADPEDCO: COPIA SEM ALTERACAO ***************************
       COPIA-PEDCO.
           MOVE "CADPEDCO" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPEDCO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PEDCO-CARGA.
       COPIA-PEDCO-LER.
           READ CADPEDCO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPEDCO
              GO TO COPIA-PEDCO-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPEDCO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PEDCO-LER.
       COPIA-PEDCO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPEDCO
           OPEN OUTPUT CADPEDCO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PEDCO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PEDCO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PEDCO-FECHA.
           MOVE REGTRB TO REGPEDCO
           WRITE REGPEDCO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PEDCO-GRAVA.
       COPIA-PEDCO-FECHA.
           CLOSE TREINTRB CADPEDCO.
       COPIA-PEDCO-FIM.
           EXIT.

      ***** CADPEDIT: COPIA SEM ALTERACAO ***************************
       COPIA-PEDIT.
           MOVE "CADPEDIT" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PEDIT-CARGA.
       COPIA-PEDIT-LER.
           READ CADPEDIT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPEDIT
              GO TO COPIA-PEDIT-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPEDIT TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PEDIT-LER.
       COPIA-PEDIT-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPEDIT
           OPEN OUTPUT CADPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PEDIT-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PEDIT-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PEDIT-FECHA.
           MOVE REGTRB TO REGPEDIT
           WRITE REGPEDIT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PEDIT-GRAVA.
       COPIA-PEDIT-FECHA.
           CLOSE TREINTRB CADPEDIT.
       COPIA-PEDIT-FIM.
           EXIT.

      ***** CADPERM: COPIA SEM ALTERACAO ***************************
       COPIA-PERM.
           MOVE "CADPERM" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPERM
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PERM-CARGA.
       COPIA-PERM-LER.
           READ CADPERM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPERM
              GO TO COPIA-PERM-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPERM TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PERM-LER.
       COPIA-PERM-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPERM
           OPEN OUTPUT CADPERM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PERM-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PERM-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PERM-FECHA.
           MOVE REGTRB TO REGPERM
           WRITE REGPERM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PERM-GRAVA.
       COPIA-PERM-FECHA.
           CLOSE TREINTRB CADPERM.
       COPIA-PERM-FIM.
           EXIT.

      ***** CADPESQ: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-PESQ.
           MOVE "CADPESQ" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PESQ-CARGA.
       COPIA-PESQ-LER.
           READ CADPESQ NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPESQ
              GO TO COPIA-PESQ-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-PESQ THRU ANON-PESQ-FIM
           MOVE REGPESQ TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PESQ-LER.
       COPIA-PESQ-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPESQ
           OPEN OUTPUT CADPESQ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PESQ-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PESQ-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PESQ-FECHA.
           MOVE REGTRB TO REGPESQ
           WRITE REGPESQ
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PESQ-GRAVA.
       COPIA-PESQ-FECHA.
           CLOSE TREINTRB CADPESQ.
       COPIA-PESQ-FIM.
           EXIT.

      ***** CADPLANO: COPIA SEM ALTERACAO ***************************
       COPIA-PLANO.
           MOVE "CADPLANO" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PLANO-CARGA.
       COPIA-PLANO-LER.
           READ CADPLANO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPLANO
              GO TO COPIA-PLANO-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPLANO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PLANO-LER.
       COPIA-PLANO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPLANO
           OPEN OUTPUT CADPLANO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PLANO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PLANO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PLANO-FECHA.
           MOVE REGTRB TO REGPLANO
           WRITE REGPLANO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PLANO-GRAVA.
       COPIA-PLANO-FECHA.
           CLOSE TREINTRB CADPLANO.
       COPIA-PLANO-FIM.
           EXIT.

      ***** CADPNEX: COPIA SEM ALTERACAO ***************************
       COPIA-PNEX.
           MOVE "CADPNEX" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPNEX
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PNEX-CARGA.
       COPIA-PNEX-LER.
           READ CADPNEX NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPNEX
              GO TO COPIA-PNEX-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPNEX TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PNEX-LER.
       COPIA-PNEX-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPNEX
           OPEN OUTPUT CADPNEX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PNEX-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PNEX-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PNEX-FECHA.
           MOVE REGTRB TO REGPNEX
           WRITE REGPNEX
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PNEX-GRAVA.
       COPIA-PNEX-FECHA.
           CLOSE TREINTRB CADPNEX.
       COPIA-PNEX-FIM.
           EXIT.

      ***** CADPRECO: COPIA SEM ALTERACAO ***************************
       COPIA-PRECO.
           MOVE "CADPRECO" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PRECO-CARGA.
       COPIA-PRECO-LER.
           READ CADPRECO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPRECO
              GO TO COPIA-PRECO-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPRECO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PRECO-LER.
       COPIA-PRECO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPRECO
           OPEN OUTPUT CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PRECO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PRECO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PRECO-FECHA.
           MOVE REGTRB TO REGPRECO
           WRITE REGPRECO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PRECO-GRAVA.
       COPIA-PRECO-FECHA.
           CLOSE TREINTRB CADPRECO.
       COPIA-PRECO-FIM.
           EXIT.

      ***** CADPREFA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-PREFA.
           MOVE "CADPREFA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPREFA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PREFA-CARGA.
       COPIA-PREFA-LER.
           READ CADPREFA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPREFA
              GO TO COPIA-PREFA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-PREFA THRU ANON-PREFA-FIM
           MOVE REGPREFA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PREFA-LER.
       COPIA-PREFA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPREFA
           OPEN OUTPUT CADPREFA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PREFA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PREFA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PREFA-FECHA.
           MOVE REGTRB TO REGPREFA
           WRITE REGPREFA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PREFA-GRAVA.
       COPIA-PREFA-FECHA.
           CLOSE TREINTRB CADPREFA.
       COPIA-PREFA-FIM.
           EXIT.

      ***** CADPROC: COPIA SEM ALTERACAO ***************************
       COPIA-PROC.
           MOVE "CADPROC" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-PROC-CARGA.
       COPIA-PROC-LER.
           READ CADPROC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPROC
              GO TO COPIA-PROC-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGPROC TO REGTRB
           WRITE REGTRB
           GO TO COPIA-PROC-LER.
       COPIA-PROC-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADPROC
           OPEN OUTPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-PROC-FIM.
           OPEN INPUT TREINTRB.
       COPIA-PROC-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-PROC-FECHA.
           MOVE REGTRB TO REGPROC
           WRITE REGPROC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-PROC-GRAVA.
       COPIA-PROC-FECHA.
           CLOSE TREINTRB CADPROC.
       COPIA-PROC-FIM.
           EXIT.

      ***** CADQUEST: COPIA SEM ALTERACAO ***************************
       COPIA-QUEST.
           MOVE "CADQUEST" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADQUEST
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-QUEST-CARGA.
       COPIA-QUEST-LER.
           READ CADQUEST NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADQUEST
              GO TO COPIA-QUEST-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGQUEST TO REGTRB
           WRITE REGTRB
           GO TO COPIA-QUEST-LER.
       COPIA-QUEST-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADQUEST
           OPEN OUTPUT CADQUEST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-QUEST-FIM.
           OPEN INPUT TREINTRB.
       COPIA-QUEST-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-QUEST-FECHA.
           MOVE REGTRB TO REGQUEST
           WRITE REGQUEST
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-QUEST-GRAVA.
       COPIA-QUEST-FECHA.
           CLOSE TREINTRB CADQUEST.
       COPIA-QUEST-FIM.
           EXIT.

      ***** CADRECEI: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-RECEI.
           MOVE "CADRECEI" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRECEI
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RECEI-CARGA.
       COPIA-RECEI-LER.
           READ CADRECEI NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRECEI
              GO TO COPIA-RECEI-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-RECEI THRU ANON-RECEI-FIM
           MOVE REGRECEI TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RECEI-LER.
       COPIA-RECEI-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRECEI
           OPEN OUTPUT CADRECEI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RECEI-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RECEI-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RECEI-FECHA.
           MOVE REGTRB TO REGRECEI
           WRITE REGRECEI
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RECEI-GRAVA.
       COPIA-RECEI-FECHA.
           CLOSE TREINTRB CADRECEI.
       COPIA-RECEI-FIM.
           EXIT.

      ***** CADRECLA: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-RECLA.
           MOVE "CADRECLA" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRECLA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RECLA-CARGA.
       COPIA-RECLA-LER.
           READ CADRECLA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRECLA
              GO TO COPIA-RECLA-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-RECLA THRU ANON-RECLA-FIM
           MOVE REGRECLA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RECLA-LER.
       COPIA-RECLA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRECLA
           OPEN OUTPUT CADRECLA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RECLA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RECLA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RECLA-FECHA.
           MOVE REGTRB TO REGRECLA
           WRITE REGRECLA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RECLA-GRAVA.
       COPIA-RECLA-FECHA.
           CLOSE TREINTRB CADRECLA.
       COPIA-RECLA-FIM.
           EXIT.

      ***** CADRELCA: CRIADO VAZIO (DADO DE SESSAO/EMISSAO DA BASE REAL)
       CRIA-RELCA.
           MOVE "CADRELCA" TO W-NOMEARQ
           MOVE "CRIADO VAZIO" TO W-SITARQ
           MOVE ZEROS TO W-QTDL W-QTDG
           DISPLAY (20, 01) "COPIANDO: "
           DISPLAY (20, 11) W-NOMEARQ
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRELCA
           OPEN OUTPUT CADRELCA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO CRIA-RELCA-FIM.
           CLOSE CADRELCA.
       CRIA-RELCA-FIM.
           EXIT.

      ***** CADRENOV: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-RENOV.
           MOVE "CADRENOV" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRENOV
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RENOV-CARGA.
       COPIA-RENOV-LER.
           READ CADRENOV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRENOV
              GO TO COPIA-RENOV-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-RENOV THRU ANON-RENOV-FIM
           MOVE REGRENOV TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RENOV-LER.
       COPIA-RENOV-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRENOV
           OPEN OUTPUT CADRENOV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RENOV-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RENOV-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RENOV-FECHA.
           MOVE REGTRB TO REGRENOV
           WRITE REGRENOV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RENOV-GRAVA.
       COPIA-RENOV-FECHA.
           CLOSE TREINTRB CADRENOV.
       COPIA-RENOV-FIM.
           EXIT.

      ***** CADREPPG: COPIA SEM ALTERACAO ***************************
       COPIA-REPPG.
           MOVE "CADREPPG" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADREPPG
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-REPPG-CARGA.
       COPIA-REPPG-LER.
           READ CADREPPG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADREPPG
              GO TO COPIA-REPPG-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGREPPG TO REGTRB
           WRITE REGTRB
           GO TO COPIA-REPPG-LER.
       COPIA-REPPG-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADREPPG
           OPEN OUTPUT CADREPPG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-REPPG-FIM.
           OPEN INPUT TREINTRB.
       COPIA-REPPG-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-REPPG-FECHA.
           MOVE REGTRB TO REGREPPG
           WRITE REGREPPG
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-REPPG-GRAVA.
       COPIA-REPPG-FECHA.
           CLOSE TREINTRB CADREPPG.
       COPIA-REPPG-FIM.
           EXIT.

      ***** CADREPRE: COPIA SEM ALTERACAO ***************************
       COPIA-REPRE.
           MOVE "CADREPRE" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADREPRE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-REPRE-CARGA.
       COPIA-REPRE-LER.
           READ CADREPRE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADREPRE
              GO TO COPIA-REPRE-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGREPRE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-REPRE-LER.
       COPIA-REPRE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADREPRE
           OPEN OUTPUT CADREPRE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-REPRE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-REPRE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-REPRE-FECHA.
           MOVE REGTRB TO REGREPRE
           WRITE REGREPRE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-REPRE-GRAVA.
       COPIA-REPRE-FECHA.
           CLOSE TREINTRB CADREPRE.
       COPIA-REPRE-FIM.
           EXIT.

      ***** CADRESPQ: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-RESPQ.
           MOVE "CADRESPQ" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRESPQ
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RESPQ-CARGA.
       COPIA-RESPQ-LER.
           READ CADRESPQ NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRESPQ
              GO TO COPIA-RESPQ-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-RESPQ THRU ANON-RESPQ-FIM
           MOVE REGRESPQ TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RESPQ-LER.
       COPIA-RESPQ-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRESPQ
           OPEN OUTPUT CADRESPQ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RESPQ-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RESPQ-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RESPQ-FECHA.
           MOVE REGTRB TO REGRESPQ
           WRITE REGRESPQ
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RESPQ-GRAVA.
       COPIA-RESPQ-FECHA.
           CLOSE TREINTRB CADRESPQ.
       COPIA-RESPQ-FIM.
           EXIT.

      ***** CADRESTR: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-RESTR.
           MOVE "CADRESTR" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRESTR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RESTR-CARGA.
       COPIA-RESTR-LER.
           READ CADRESTR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRESTR
              GO TO COPIA-RESTR-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-RESTR THRU ANON-RESTR-FIM
           MOVE REGRESTR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RESTR-LER.
       COPIA-RESTR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRESTR
           OPEN OUTPUT CADRESTR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RESTR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RESTR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RESTR-FECHA.
           MOVE REGTRB TO REGRESTR
           WRITE REGRESTR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RESTR-GRAVA.
       COPIA-RESTR-FECHA.
           CLOSE TREINTRB CADRESTR.
       COPIA-RESTR-FIM.
           EXIT.

      ***** CADRETFA: COPIA SEM ALTERACAO ***************************
       COPIA-RETFA.
           MOVE "CADRETFA" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRETFA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RETFA-CARGA.
       COPIA-RETFA-LER.
           READ CADRETFA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRETFA
              GO TO COPIA-RETFA-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGRETFA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RETFA-LER.
       COPIA-RETFA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRETFA
           OPEN OUTPUT CADRETFA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RETFA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RETFA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RETFA-FECHA.
           MOVE REGTRB TO REGRETFA
           WRITE REGRETFA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RETFA-GRAVA.
       COPIA-RETFA-FECHA.
           CLOSE TREINTRB CADRETFA.
       COPIA-RETFA-FIM.
           EXIT.

      ***** CADRETMV: COPIA SEM ALTERACAO ***************************
       COPIA-RETMV.
           MOVE "CADRETMV" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADRETMV
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-RETMV-CARGA.
       COPIA-RETMV-LER.
           READ CADRETMV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRETMV
              GO TO COPIA-RETMV-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGRETMV TO REGTRB
           WRITE REGTRB
           GO TO COPIA-RETMV-LER.
       COPIA-RETMV-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADRETMV
           OPEN OUTPUT CADRETMV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-RETMV-FIM.
           OPEN INPUT TREINTRB.
       COPIA-RETMV-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-RETMV-FECHA.
           MOVE REGTRB TO REGRETMV
           WRITE REGRETMV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-RETMV-GRAVA.
       COPIA-RETMV-FECHA.
           CLOSE TREINTRB CADRETMV.
       COPIA-RETMV-FIM.
           EXIT.

      ***** CADSALA: COPIA SEM ALTERACAO ***************************
       COPIA-SALA.
           MOVE "CADSALA" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-SALA-CARGA.
       COPIA-SALA-LER.
           READ CADSALA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADSALA
              GO TO COPIA-SALA-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGSALA TO REGTRB
           WRITE REGTRB
           GO TO COPIA-SALA-LER.
       COPIA-SALA-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADSALA
           OPEN OUTPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-SALA-FIM.
           OPEN INPUT TREINTRB.
       COPIA-SALA-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-SALA-FECHA.
           MOVE REGTRB TO REGSALA
           WRITE REGSALA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-SALA-GRAVA.
       COPIA-SALA-FECHA.
           CLOSE TREINTRB CADSALA.
       COPIA-SALA-FIM.
           EXIT.

      ***** CADSESSO: CRIADO VAZIO (DADO DE SESSAO/EMISSAO DA BASE REAL)
       CRIA-SESSO.
           MOVE "CADSESSO" TO W-NOMEARQ
           MOVE "CRIADO VAZIO" TO W-SITARQ
           MOVE ZEROS TO W-QTDL W-QTDG
           DISPLAY (20, 01) "COPIANDO: "
           DISPLAY (20, 11) W-NOMEARQ
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADSESSO
           OPEN OUTPUT CADSESSO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO CRIA-SESSO-FIM.
           CLOSE CADSESSO.
       CRIA-SESSO-FIM.
           EXIT.

      ***** CADSUSPR: COPIA SEM ALTERACAO ***************************
       COPIA-SUSPR.
           MOVE "CADSUSPR" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADSUSPR
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-SUSPR-CARGA.
       COPIA-SUSPR-LER.
           READ CADSUSPR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADSUSPR
              GO TO COPIA-SUSPR-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGSUSPR TO REGTRB
           WRITE REGTRB
           GO TO COPIA-SUSPR-LER.
       COPIA-SUSPR-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADSUSPR
           OPEN OUTPUT CADSUSPR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-SUSPR-FIM.
           OPEN INPUT TREINTRB.
       COPIA-SUSPR-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-SUSPR-FECHA.
           MOVE REGTRB TO REGSUSPR
           WRITE REGSUSPR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-SUSPR-GRAVA.
       COPIA-SUSPR-FECHA.
           CLOSE TREINTRB CADSUSPR.
       COPIA-SUSPR-FIM.
           EXIT.

      ***** CADTELE: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-TELE.
           MOVE "CADTELE" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-TELE-CARGA.
       COPIA-TELE-LER.
           READ CADTELE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTELE
              GO TO COPIA-TELE-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-TELE THRU ANON-TELE-FIM
           MOVE REGTELE TO REGTRB
           WRITE REGTRB
           GO TO COPIA-TELE-LER.
       COPIA-TELE-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADTELE
           OPEN OUTPUT CADTELE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-TELE-FIM.
           OPEN INPUT TREINTRB.
       COPIA-TELE-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-TELE-FECHA.
           MOVE REGTRB TO REGTELE
           WRITE REGTELE
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-TELE-GRAVA.
       COPIA-TELE-FECHA.
           CLOSE TREINTRB CADTELE.
       COPIA-TELE-FIM.
           EXIT.

      ***** CADTEMPG: COPIA SEM ALTERACAO ***************************
       COPIA-TEMPG.
           MOVE "CADTEMPG" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADTEMPG
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-TEMPG-CARGA.
       COPIA-TEMPG-LER.
           READ CADTEMPG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTEMPG
              GO TO COPIA-TEMPG-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGTEMPG TO REGTRB
           WRITE REGTRB
           GO TO COPIA-TEMPG-LER.
       COPIA-TEMPG-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADTEMPG
           OPEN OUTPUT CADTEMPG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-TEMPG-FIM.
           OPEN INPUT TREINTRB.
       COPIA-TEMPG-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-TEMPG-FECHA.
           MOVE REGTRB TO REGTEMPG
           WRITE REGTEMPG
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-TEMPG-GRAVA.
       COPIA-TEMPG-FECHA.
           CLOSE TREINTRB CADTEMPG.
       COPIA-TEMPG-FIM.
           EXIT.

      ***** CADTPIMP: COPIA SEM ALTERACAO ***************************
       COPIA-TPIMP.
           MOVE "CADTPIMP" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADTPIMP
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-TPIMP-CARGA.
       COPIA-TPIMP-LER.
           READ CADTPIMP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTPIMP
              GO TO COPIA-TPIMP-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGTPIMP TO REGTRB
           WRITE REGTRB
           GO TO COPIA-TPIMP-LER.
       COPIA-TPIMP-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADTPIMP
           OPEN OUTPUT CADTPIMP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-TPIMP-FIM.
           OPEN INPUT TREINTRB.
       COPIA-TPIMP-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-TPIMP-FECHA.
           MOVE REGTRB TO REGTPIMP
           WRITE REGTPIMP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-TPIMP-GRAVA.
       COPIA-TPIMP-FECHA.
           CLOSE TREINTRB CADTPIMP.
       COPIA-TPIMP-FIM.
           EXIT.

      ***** CADTRANS: COPIA SEM ALTERACAO ***************************
       COPIA-TRANS.
           MOVE "CADTRANS" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADTRANS
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-TRANS-CARGA.
       COPIA-TRANS-LER.
           READ CADTRANS NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTRANS
              GO TO COPIA-TRANS-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGTRANS TO REGTRB
           WRITE REGTRB
           GO TO COPIA-TRANS-LER.
       COPIA-TRANS-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADTRANS
           OPEN OUTPUT CADTRANS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-TRANS-FIM.
           OPEN INPUT TREINTRB.
       COPIA-TRANS-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-TRANS-FECHA.
           MOVE REGTRB TO REGTRANS
           WRITE REGTRANS
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-TRANS-GRAVA.
       COPIA-TRANS-FECHA.
           CLOSE TREINTRB CADTRANS.
       COPIA-TRANS-FIM.
           EXIT.

      ***** CADTURNO: COPIA SEM ALTERACAO ***************************
       COPIA-TURNO.
           MOVE "CADTURNO" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADTURNO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-TURNO-CARGA.
       COPIA-TURNO-LER.
           READ CADTURNO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTURNO
              GO TO COPIA-TURNO-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGTURNO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-TURNO-LER.
       COPIA-TURNO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADTURNO
           OPEN OUTPUT CADTURNO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-TURNO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-TURNO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-TURNO-FECHA.
           MOVE REGTRB TO REGTURNO
           WRITE REGTURNO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-TURNO-GRAVA.
       COPIA-TURNO-FECHA.
           CLOSE TREINTRB CADTURNO.
       COPIA-TURNO-FIM.
           EXIT.

      ***** CADUNID: COPIA SEM ALTERACAO ***************************
       COPIA-UNID.
           MOVE "CADUNID" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-UNID-CARGA.
       COPIA-UNID-LER.
           READ CADUNID NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADUNID
              GO TO COPIA-UNID-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGUNID TO REGTRB
           WRITE REGTRB
           GO TO COPIA-UNID-LER.
       COPIA-UNID-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADUNID
           OPEN OUTPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-UNID-FIM.
           OPEN INPUT TREINTRB.
       COPIA-UNID-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-UNID-FECHA.
           MOVE REGTRB TO REGUNID
           WRITE REGUNID
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-UNID-GRAVA.
       COPIA-UNID-FECHA.
           CLOSE TREINTRB CADUNID.
       COPIA-UNID-FIM.
           EXIT.

      ***** CADUSOPK: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-USOPK.
           MOVE "CADUSOPK" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADUSOPK
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-USOPK-CARGA.
       COPIA-USOPK-LER.
           READ CADUSOPK NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADUSOPK
              GO TO COPIA-USOPK-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-USOPK THRU ANON-USOPK-FIM
           MOVE REGUSOPK TO REGTRB
           WRITE REGTRB
           GO TO COPIA-USOPK-LER.
       COPIA-USOPK-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADUSOPK
           OPEN OUTPUT CADUSOPK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-USOPK-FIM.
           OPEN INPUT TREINTRB.
       COPIA-USOPK-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-USOPK-FECHA.
           MOVE REGTRB TO REGUSOPK
           WRITE REGUSOPK
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-USOPK-GRAVA.
       COPIA-USOPK-FECHA.
           CLOSE TREINTRB CADUSOPK.
       COPIA-USOPK-FIM.
           EXIT.

      ***** CADVACIN: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-VACIN.
           MOVE "CADVACIN" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-VACIN-CARGA.
       COPIA-VACIN-LER.
           READ CADVACIN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVACIN
              GO TO COPIA-VACIN-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-VACIN THRU ANON-VACIN-FIM
           MOVE REGVACIN TO REGTRB
           WRITE REGTRB
           GO TO COPIA-VACIN-LER.
       COPIA-VACIN-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADVACIN
           OPEN OUTPUT CADVACIN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-VACIN-FIM.
           OPEN INPUT TREINTRB.
       COPIA-VACIN-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-VACIN-FECHA.
           MOVE REGTRB TO REGVACIN
           WRITE REGVACIN
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-VACIN-GRAVA.
       COPIA-VACIN-FECHA.
           CLOSE TREINTRB CADVACIN.
       COPIA-VACIN-FIM.
           EXIT.

      ***** CADVACSC: COPIA SEM ALTERACAO ***************************
       COPIA-VACSC.
           MOVE "CADVACSC" TO W-NOMEARQ
           MOVE "COPIADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADVACSC
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-VACSC-CARGA.
       COPIA-VACSC-LER.
           READ CADVACSC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVACSC
              GO TO COPIA-VACSC-CARGA.
           ADD 1 TO W-QTDL
           MOVE REGVACSC TO REGTRB
           WRITE REGTRB
           GO TO COPIA-VACSC-LER.
       COPIA-VACSC-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADVACSC
           OPEN OUTPUT CADVACSC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-VACSC-FIM.
           OPEN INPUT TREINTRB.
       COPIA-VACSC-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-VACSC-FECHA.
           MOVE REGTRB TO REGVACSC
           WRITE REGVACSC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-VACSC-GRAVA.
       COPIA-VACSC-FECHA.
           CLOSE TREINTRB CADVACSC.
       COPIA-VACSC-FIM.
           EXIT.

      ***** CADVACTX: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-VACTX.
           MOVE "CADVACTX" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADVACTX
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-VACTX-CARGA.
       COPIA-VACTX-LER.
           READ CADVACTX NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVACTX
              GO TO COPIA-VACTX-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-VACTX THRU ANON-VACTX-FIM
           MOVE REGVACTX TO REGTRB
           WRITE REGTRB
           GO TO COPIA-VACTX-LER.
       COPIA-VACTX-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADVACTX
           OPEN OUTPUT CADVACTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-VACTX-FIM.
           OPEN INPUT TREINTRB.
       COPIA-VACTX-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-VACTX-FECHA.
           MOVE REGTRB TO REGVACTX
           WRITE REGVACTX
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-VACTX-GRAVA.
       COPIA-VACTX-FECHA.
           CLOSE TREINTRB CADVACTX.
       COPIA-VACTX-FIM.
           EXIT.

      ***** CADVISDO: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-VISDO.
           MOVE "CADVISDO" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADVISDO
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-VISDO-CARGA.
       COPIA-VISDO-LER.
           READ CADVISDO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVISDO
              GO TO COPIA-VISDO-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-VISDO THRU ANON-VISDO-FIM
           MOVE REGVISDO TO REGTRB
           WRITE REGTRB
           GO TO COPIA-VISDO-LER.
       COPIA-VISDO-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADVISDO
           OPEN OUTPUT CADVISDO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-VISDO-FIM.
           OPEN INPUT TREINTRB.
       COPIA-VISDO-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-VISDO-FECHA.
           MOVE REGTRB TO REGVISDO
           WRITE REGVISDO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-VISDO-GRAVA.
       COPIA-VISDO-FECHA.
           CLOSE TREINTRB CADVISDO.
       COPIA-VISDO-FIM.
           EXIT.

      ***** CADVITAL: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-VITAL.
           MOVE "CADVITAL" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADVITAL
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-VITAL-CARGA.
       COPIA-VITAL-LER.
           READ CADVITAL NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVITAL
              GO TO COPIA-VITAL-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-VITAL THRU ANON-VITAL-FIM
           MOVE REGVITAL TO REGTRB
           WRITE REGTRB
           GO TO COPIA-VITAL-LER.
       COPIA-VITAL-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADVITAL
           OPEN OUTPUT CADVITAL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-VITAL-FIM.
           OPEN INPUT TREINTRB.
       COPIA-VITAL-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-VITAL-FECHA.
           MOVE REGTRB TO REGVITAL
           WRITE REGVITAL
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-VITAL-GRAVA.
       COPIA-VITAL-FECHA.
           CLOSE TREINTRB CADVITAL.
       COPIA-VITAL-FIM.
           EXIT.

      ***** CADXMED: COPIA COM OS DADOS PESSOAIS TROCADOS *********
       COPIA-XMED.
           MOVE "CADXMED" TO W-NOMEARQ
           MOVE "ANONIMIZADO" TO W-SITARQ
           PERFORM ABRE-TRAB THRU ABRE-TRAB-FIM
           OPEN INPUT CADXMED
           IF ST-ERRO NOT = "00"
              MOVE "NAO ENCONTRADO" TO W-SITARQ
              GO TO COPIA-XMED-CARGA.
       COPIA-XMED-LER.
           READ CADXMED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADXMED
              GO TO COPIA-XMED-CARGA.
           ADD 1 TO W-QTDL
           PERFORM ANON-XMED THRU ANON-XMED-FIM
           MOVE REGXMED TO REGTRB
           WRITE REGTRB
           GO TO COPIA-XMED-LER.
       COPIA-XMED-CARGA.
           CLOSE TREINTRB
           PERFORM CAMINHO-DES THRU CAMINHO-DES-FIM
           MOVE W-CAMINHO TO W-ARQ-CADXMED
           OPEN OUTPUT CADXMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-SITARQ
              GO TO COPIA-XMED-FIM.
           OPEN INPUT TREINTRB.
       COPIA-XMED-GRAVA.
           READ TREINTRB
              AT END
              GO TO COPIA-XMED-FECHA.
           MOVE REGTRB TO REGXMED
           WRITE REGXMED
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDG.
           GO TO COPIA-XMED-GRAVA.
       COPIA-XMED-FECHA.
           CLOSE TREINTRB CADXMED.
       COPIA-XMED-FIM.
           EXIT.

      ***** TROCA O CPF W-CPFORI PELO W-CPFNOV (ZERO CONTINUA ZERO). *
      ***** A DIFERENCA ENTRE OS DIGITOS GRAVADOS E OS CALCULADOS ***
      ***** E MANTIDA: CPF VALIDO SAI VALIDO E DOIS CPFS DIFERENTES *
      ***** NUNCA VIRAM O MESMO *************************************
       TROCA-CPF.
           IF W-CPFORI = ZEROS
              MOVE ZEROS TO W-CPFNOV
              GO TO TROCA-CPF-FIM.
           MOVE W-CPFORI TO W-CPFNUM
           PERFORM CALC-DV THRU CALC-DV-FIM
           COMPUTE W-DVDIF = W-CPFD (10) * 10 + W-CPFD (11) + 100
                           - W-CPFDV1 * 10 - W-CPFDV2
           DIVIDE W-CPFORI BY 100 GIVING W-CPFBASE
           COMPUTE W-CPFPROD = W-CPFBASE * W-MULT + W-SOMA
           DIVIDE W-CPFPROD BY 1000000000 GIVING W-CPFQ
                  REMAINDER W-CPFBASE
           COMPUTE W-CPFNUM = W-CPFBASE * 100
           PERFORM CALC-DV THRU CALC-DV-FIM
           COMPUTE W-DVNOV = W-CPFDV1 * 10 + W-CPFDV2 + W-DVDIF
           DIVIDE W-DVNOV BY 100 GIVING W-CPFQ REMAINDER W-DVNOV
           COMPUTE W-CPFNOV = W-CPFBASE * 100 + W-DVNOV.
       TROCA-CPF-FIM.
           EXIT.

      ****** DIGITOS VERIFICADORES DOS 9 PRIMEIROS DIGITOS DE W-CPFNUM
       CALC-DV.
           MOVE ZEROS TO W-CPFSOMA
           MOVE 10 TO W-CPFPESO
           MOVE 1 TO W-CPFIND.
       CALC-DV-SOMA1.
           IF W-CPFIND > 9
              GO TO CALC-DV-DV1.
           MULTIPLY W-CPFD(W-CPFIND) BY W-CPFPESO GIVING W-CPFPARC
           ADD W-CPFPARC TO W-CPFSOMA
           SUBTRACT 1 FROM W-CPFPESO
           ADD 1 TO W-CPFIND
           GO TO CALC-DV-SOMA1.
       CALC-DV-DV1.
           MULTIPLY W-CPFSOMA BY 10 GIVING W-CPFSOMA
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUO REMAINDER W-CPFRESTO
           IF W-CPFRESTO = 10
              MOVE 0 TO W-CPFDV1
           ELSE
              MOVE W-CPFRESTO TO W-CPFDV1.

           MOVE ZEROS TO W-CPFSOMA
           MOVE 11 TO W-CPFPESO
           MOVE 1 TO W-CPFIND.
       CALC-DV-SOMA2.
           IF W-CPFIND > 9
              GO TO CALC-DV-DV2.
           MULTIPLY W-CPFD(W-CPFIND) BY W-CPFPESO GIVING W-CPFPARC
           ADD W-CPFPARC TO W-CPFSOMA
           SUBTRACT 1 FROM W-CPFPESO
           ADD 1 TO W-CPFIND
           GO TO CALC-DV-SOMA2.
       CALC-DV-DV2.
           MULTIPLY W-CPFDV1 BY 2 GIVING W-CPFPARC
           ADD W-CPFPARC TO W-CPFSOMA
           MULTIPLY W-CPFSOMA BY 10 GIVING W-CPFSOMA
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUO REMAINDER W-CPFRESTO
           IF W-CPFRESTO = 10
              MOVE 0 TO W-CPFDV2
           ELSE
              MOVE W-CPFRESTO TO W-CPFDV2.
       CALC-DV-FIM.
           EXIT.

      ***** NOME FICTICIO A PARTIR DOS DIGITOS 3 A 8 DE W-CPFNOM ****
      ***** (PRENOME PELO SEXO W-SEXOG E DOIS SOBRENOMES) ***********
       GERA-NOME.
           COMPUTE W-IX = W-NOMD (3) * 10 + W-NOMD (4)
           DIVIDE W-IX BY 20 GIVING W-IQ REMAINDER W-IX
           ADD 1 TO W-IX
           MOVE SPACES TO W-NOMEGER
           IF W-SEXOG = "F" OR "f"
              STRING W-NOMEF (W-IX) DELIMITED BY SPACE
                     INTO W-NOMEGER
           ELSE
              STRING W-NOMEM (W-IX) DELIMITED BY SPACE
                     INTO W-NOMEGER.
           MOVE 1 TO W-IT
           INSPECT W-NOMEGER TALLYING W-IT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           ADD 1 TO W-IT
           COMPUTE W-IX = W-NOMD (5) * 10 + W-NOMD (6)
           DIVIDE W-IX BY 30 GIVING W-IQ REMAINDER W-IX
           ADD 1 TO W-IX
           STRING W-SOBREN (W-IX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO W-NOMEGER WITH POINTER W-IT
           COMPUTE W-IX = W-NOMD (7) * 10 + W-NOMD (8)
           DIVIDE W-IX BY 30 GIVING W-IQ REMAINDER W-IX
           ADD 1 TO W-IX
           STRING W-SOBREN (W-IX) DELIMITED BY SPACE
                  INTO W-NOMEGER WITH POINTER W-IT.
       GERA-NOME-FIM.
           EXIT.

      ***** SEXO DO NOME GERADO PELA PARIDADE DO ULTIMO DIGITO ******
       SORTEIA-SEXO.
           DIVIDE W-NOMD (11) BY 2 GIVING W-IQ REMAINDER W-IX
           MOVE "M" TO W-SEXOG
           IF W-IX = 0
              MOVE "F" TO W-SEXOG.
       SORTEIA-SEXO-FIM.
           EXIT.

      ***** CADADEND: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-ADEND.
           MOVE CPFAD TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFAD
           MOVE SPACES TO TEXTOAD.
       ANON-ADEND-FIM.
           EXIT.

      ***** CADAFAST: TROCA DO CPF *****************************
       ANON-AFAST.
           MOVE CPFAF TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFAF.
       ANON-AFAST-FIM.
           EXIT.

      ***** CADALERG: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-ALERG.
           MOVE CPFA TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFA
           MOVE SPACES TO NOTAALERG.
       ANON-ALERG-FIM.
           EXIT.

      ***** CADALRAC: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-ALRAC.
           MOVE CPFALR TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFALR
           MOVE SPACES TO DETALR JUSTALR.
       ANON-ALRAC-FIM.
           EXIT.

      ***** CADASSIN: TROCA DO CPF *****************************
       ANON-ASSIN.
           MOVE CPFAS TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFAS.
       ANON-ASSIN-FIM.
           EXIT.

      ***** CADBOLPA: TROCA DO CPF *****************************
       ANON-BOLPA.
           MOVE CPFBL TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFBL.
       ANON-BOLPA-FIM.
           EXIT.

      ***** CADCAIXA: TROCA DO CPF *****************************
       ANON-CAIXA.
           MOVE CPFCX TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCX.
       ANON-CAIXA-FIM.
           EXIT.

      ***** CADCOBPA: TROCA DO CPF *****************************
       ANON-COBPA.
           MOVE CPFCB TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCB.
       ANON-COBPA-FIM.
           EXIT.

      ***** CADCOLET: TROCA DO CPF *****************************
       ANON-COLET.
           MOVE CPFCL TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCL.
       ANON-COLET-FIM.
           EXIT.

      ***** CADCONOC: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-CONOC.
           MOVE CPFOC TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFOC
           MOVE SPACES TO OBSASOOC.
       ANON-CONOC-FIM.
           EXIT.

      ***** CADCONSE: TROCA DO CPF *****************************
       ANON-CONSE.
           MOVE CPFCS TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCS.
       ANON-CONSE-FIM.
           EXIT.

      ***** CADCONSU: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-CONSU.
           MOVE CPFC TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFC
           MOVE RETCPF TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO RETCPF
           MOVE SPACES TO DESCRICAO1 DESCRICAO2.
       ANON-CONSU-FIM.
           EXIT.

      ***** CADCONTA: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-CONTA.
           MOVE CPFCT TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCT
           MOVE SPACES TO REFCT OBSCT.
       ANON-CONTA-FIM.
           EXIT.

      ***** CADCTLRG: TROCA DO CPF *****************************
       ANON-CTLRG.
           MOVE CPFCTL TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCTL.
       ANON-CTLRG-FIM.
           EXIT.

      ***** CADCXCAR: TROCA DO CPF *****************************
       ANON-CXCAR.
           MOVE CPFCC TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFCC.
       ANON-CXCAR-FIM.
           EXIT.

      ***** CADDECIR: TROCA DO CPF *****************************
       ANON-DECIR.
           MOVE CPFDC TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFDC.
       ANON-DECIR-FIM.
           EXIT.

      ***** CADDOCPA: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-DOCPA.
           MOVE CPFDP TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFDP
           MOVE SPACES TO DESCDP ARQDP.
       ANON-DOCPA-FIM.
           EXIT.

      ***** CADEMPR: CONTATO DA EMPRESA (PESSOA FISICA) FICTICIO ****
      ***** (RAZAO SOCIAL, CNPJ E CONTRATO FICAM) ********************
       ANON-EMPR.
           COMPUTE W-CPFNOM = CODEMP * 104729 + W-SOMA
           IF CONTATOEMP NOT = SPACES
              PERFORM SORTEIA-SEXO THRU SORTEIA-SEXO-FIM
              PERFORM GERA-NOME THRU GERA-NOME-FIM
              MOVE W-NOMEGER TO CONTATOEMP.
           IF TELEMP NOT = ZEROS
              DIVIDE TELEMP BY 100000000 GIVING W-TELPRE
              DIVIDE W-CPFNOM BY 100000000 GIVING W-CPFQ
                     REMAINDER W-TELSUF
              COMPUTE TELEMP = W-TELPRE * 100000000 + W-TELSUF.
           IF EMAILEMP NOT = SPACES
              MOVE SPACES TO EMAILEMP
              STRING "EMP" CODEMP "@TREINO.COM.BR"
                     DELIMITED BY SIZE INTO EMAILEMP.
       ANON-EMPR-FIM.
           EXIT.

      ***** CADENCAM: TROCA DO CPF *****************************
       ANON-ENCAM.
           MOVE CPFEN TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFEN.
       ANON-ENCAM-FIM.
           EXIT.

      ***** CADESPERA: TROCA DO CPF E TEXTO LIVRE APAGADO ******
       ANON-ESPERA.
           MOVE CPFESP TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFESP
           MOVE SPACES TO MOTIVOESP.
       ANON-ESPERA-FIM.
           EXIT.

      ***** CADESTOR: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-ESTOR.
           MOVE CPFES TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFES
           MOVE SPACES TO MOTIVOES.
       ANON-ESTOR-FIM.
           EXIT.

      ***** CADEVADV: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-EVADV.
           MOVE CPFEA TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFEA
           MOVE SPACES TO DESCEA.
       ANON-EVADV-FIM.
           EXIT.

      ***** CADEVOL: TROCA DO CPF E TEXTO LIVRE APAGADO ********
       ANON-EVOL.
           MOVE CPFEV TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFEV
           MOVE SPACES TO TEXTOEV.
       ANON-EVOL-FIM.
           EXIT.

      ***** CADEXAME: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-EXAME.
           MOVE CPFE TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFE
           MOVE SPACES TO RESULTEXAME.
       ANON-EXAME-FIM.
           EXIT.

      ***** CADGESTA: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-GESTA.
           MOVE CPFGE TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFGE
           MOVE SPACES TO OBSGE.
       ANON-GESTA-FIM.
           EXIT.

      ***** CADINSGR: TROCA DO CPF *****************************
       ANON-INSGR.
           MOVE CPFIG TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFIG.
       ANON-INSGR-FIM.
           EXIT.

      ***** CADLIBRE: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-LIBRE.
           MOVE CPFLB TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFLB
           MOVE SPACES TO DESTLB.
       ANON-LIBRE-FIM.
           EXIT.

      ***** CADMOVES: TROCA DO CPF *****************************
       ANON-MOVES.
           MOVE CPFMV TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFMV.
       ANON-MOVES-FIM.
           EXIT.

      ***** CADOPACE: TROCA DO CPF *****************************
       ANON-OPACE.
           MOVE CPFOA TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFOA.
       ANON-OPACE-FIM.
           EXIT.

      ***** CADORCAM: TROCA DO CPF *****************************
       ANON-ORCAM.
           MOVE CPFOR TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFOR
           MOVE 1 TO W-IT.
       ANON-ORCAM-ITEM.
           IF KEYCONSOI (W-IT) (1:11) IS NUMERIC
              AND KEYCONSOI (W-IT) (1:11) NOT = ZEROS
              MOVE KEYCONSOI (W-IT) (1:11) TO W-CPFORI
              PERFORM TROCA-CPF THRU TROCA-CPF-FIM
              MOVE W-CPFNOV TO KEYCONSOI (W-IT) (1:11).
           IF W-IT < 10
              ADD 1 TO W-IT
              GO TO ANON-ORCAM-ITEM.
       ANON-ORCAM-FIM.
           EXIT.

      ***** CADOVBK: TROCA DO CPF ******************************
       ANON-OVBK.
           MOVE CPFOB TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFOB.
       ANON-OVBK-FIM.
           EXIT.

      ***** CADPACEM: TROCA DO CPF *****************************
       ANON-PACEM.
           MOVE CPFPE TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFPE.
       ANON-PACEM-FIM.
           EXIT.

      ***** CADPACI: CPF, NOME, CONTATOS E RESPONSAVEL FICTICIOS ****
      ***** (CEP, NASCIMENTO E PARENTESCO FICAM, PARA AS TELAS ******
      ***** DE AGENDA E OS RELATORIOS POR FAIXA ETARIA) *************
       ANON-PACI.
           MOVE CPF TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPF W-CPFNOM
           MOVE SEXO TO W-SEXOG
           PERFORM GERA-NOME THRU GERA-NOME-FIM
           MOVE W-NOMEGER TO NOME W-FONIN
           PERFORM CALC-FONET THRU CALC-FONET-FIM
           MOVE W-FONOUT TO NOMEFON
           IF EMAIL NOT = SPACES
              MOVE SPACES TO EMAIL
              STRING "PAC" CPF "@TREINO.COM.BR"
                     DELIMITED BY SIZE INTO EMAIL.
           IF CARTEIRINHA NOT = SPACES
              MOVE SPACES TO CARTEIRINHA
              STRING "TRN" CPF DELIMITED BY SIZE INTO CARTEIRINHA.
      ***** TELEFONE: MANTEM O DDD E O PRIMEIRO DIGITO (CELULAR OU *
      ***** FIXO); OS OITO RESTANTES SAEM DO CPF NOVO **************
           IF TELEFONE NOT = ZEROS
              DIVIDE TELEFONE BY 100000000 GIVING W-TELPRE
              DIVIDE CPF BY 100000000 GIVING W-CPFQ
                     REMAINDER W-TELSUF
              COMPUTE TELEFONE = W-TELPRE * 100000000 + W-TELSUF.
           MOVE CPFRESP TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFRESP
           IF NOMERESP = SPACES
              GO TO ANON-PACI-TELR.
      ***** RESPONSAVEL SEM CPF: NOME TIRADO DE OUTROS DIGITOS DO **
      ***** CPF DO PACIENTE, PARA NAO REPETIR O NOME DELE **********
           MOVE CPFRESP TO W-CPFNOM
           IF CPFRESP = ZEROS
              DIVIDE CPF BY 1000 GIVING W-CPFNOM.
           PERFORM SORTEIA-SEXO THRU SORTEIA-SEXO-FIM
           PERFORM GERA-NOME THRU GERA-NOME-FIM
           MOVE W-NOMEGER TO NOMERESP.
       ANON-PACI-TELR.
           IF TELRESP NOT = ZEROS
              DIVIDE TELRESP BY 100000000 GIVING W-TELPRE
              DIVIDE CPF BY 1000 GIVING W-TELWRK
              DIVIDE W-TELWRK BY 100000000 GIVING W-CPFQ
                     REMAINDER W-TELSUF
              COMPUTE TELRESP = W-TELPRE * 100000000 + W-TELSUF.
       ANON-PACI-FIM.
           EXIT.

      ***** CADPACOT: TROCA DO CPF *****************************
       ANON-PACOT.
           MOVE CPFPK TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFPK.
       ANON-PACOT-FIM.
           EXIT.

      ***** CADPARCE: TROCA DO CPF *****************************
       ANON-PARCE.
           MOVE CPFPA TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFPA.
       ANON-PARCE-FIM.
           EXIT.

      ***** CADPESQ: TROCA DO CPF E TEXTO LIVRE APAGADO ********
       ANON-PESQ.
           MOVE CPFPQ TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFPQ
           MOVE SPACES TO COMENTPQ.
       ANON-PESQ-FIM.
           EXIT.

      ***** CADPREFA: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-PREFA.
           MOVE CPFPF TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFPF
           MOVE SPACES TO MOTDPF.
       ANON-PREFA-FIM.
           EXIT.

      ***** CADRECEI: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-RECEI.
           MOVE CPFR TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFR
           MOVE SPACES TO INSTRUCAO.
       ANON-RECEI-FIM.
           EXIT.

      ***** CADRECLA: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-RECLA.
           MOVE CPFRC TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFRC
           IF ORIGRC (1:11) IS NUMERIC
              AND ORIGRC (1:11) NOT = ZEROS
              MOVE ORIGRC (1:11) TO W-CPFORI
              PERFORM TROCA-CPF THRU TROCA-CPF-FIM
              MOVE W-CPFNOV TO ORIGRC (1:11).
           MOVE SPACES TO DESCRC RESPOSTARC.
       ANON-RECLA-FIM.
           EXIT.

      ***** CADRENOV: TROCA DO CPF *****************************
       ANON-RENOV.
           MOVE CPFRV TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFRV.
       ANON-RENOV-FIM.
           EXIT.

      ***** CADRESPQ: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-RESPQ.
           MOVE CPFRQ TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFRQ
           MOVE SPACES TO RESPOSTA.
       ANON-RESPQ-FIM.
           EXIT.

      ***** CADRESTR: TROCA DO CPF E TEXTO LIVRE APAGADO *******
       ANON-RESTR.
           MOVE CPFRS TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFRS
           MOVE SPACES TO MOTIVORS.
       ANON-RESTR-FIM.
           EXIT.

      ***** CADTELE: TROCA DO CPF ******************************
       ANON-TELE.
           MOVE CPFTL TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFTL.
       ANON-TELE-FIM.
           EXIT.

      ***** CADUSOPK: TROCA DO CPF *****************************
       ANON-USOPK.
           MOVE CPFUK TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFUK.
       ANON-USOPK-FIM.
           EXIT.

      ***** CADVACIN: TROCA DO CPF *****************************
       ANON-VACIN.
           MOVE CPFV TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFV.
       ANON-VACIN-FIM.
           EXIT.

      ***** CADVACTX: TROCA DO CPF *****************************
       ANON-VACTX.
           MOVE CPFVT TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFVT.
       ANON-VACTX-FIM.
           EXIT.

      ***** CADVISDO: TROCA DO CPF *****************************
       ANON-VISDO.
           MOVE CPFVD TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFVD.
       ANON-VISDO-FIM.
           EXIT.

      ***** CADVITAL: TROCA DO CPF *****************************
       ANON-VITAL.
           MOVE CPFVI TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFVI.
       ANON-VITAL-FIM.
           EXIT.

      ***** CADXMED: TROCA DO CPF ******************************
       ANON-XMED.
           MOVE CPFXM TO W-CPFORI
           PERFORM TROCA-CPF THRU TROCA-CPF-FIM
           MOVE W-CPFNOV TO CPFXM.
       ANON-XMED-FIM.
           EXIT.

      ***** MONTA A CHAVE FONETICA NORMALIZADA DO NOME ***************
      ***** (MAIUSCULAS, SEM H, Z=S, Y=I, W=V, K=C, CH=X, SEM ********
      ***** LETRAS DOBRADAS, ACENTOS REDUZIDOS A LETRA BASE) *********
       CALC-FONET.
           MOVE SPACES TO W-FONOUT
           MOVE W-FONIN TO W-FONTRAB
           INSPECT W-FONTRAB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 1 TO W-FONI
           MOVE 1 TO W-FONO
           MOVE SPACE TO W-FONANT.
       CALC-FONET-LOOP.
           IF W-FONI > 30 OR W-FONO > 30
              GO TO CALC-FONET-FIM.
           MOVE W-FONTRAB (W-FONI:1) TO W-FONCH
           IF W-FONCH = X"C3" AND W-FONI < 30
              ADD 1 TO W-FONI
              MOVE W-FONTRAB (W-FONI:1) TO W-FONCH
              PERFORM CALC-FONET-ACEN THRU CALC-FONET-ACEN-FIM.
           IF W-FONCH = "H"
              GO TO CALC-FONET-PROX.
           IF W-FONCH = "Z"
              MOVE "S" TO W-FONCH.
           IF W-FONCH = "Y"
              MOVE "I" TO W-FONCH.
           IF W-FONCH = "W"
              MOVE "V" TO W-FONCH.
           IF W-FONCH = "K"
              MOVE "C" TO W-FONCH.
           IF W-FONCH = "C" AND W-FONI < 30
              IF W-FONTRAB (W-FONI + 1:1) = "H"
                 MOVE "X" TO W-FONCH
                 ADD 1 TO W-FONI.
           IF W-FONCH NOT = SPACE
              IF W-FONCH < "A" OR W-FONCH > "Z"
                 GO TO CALC-FONET-PROX.
           IF W-FONCH = W-FONANT AND W-FONCH NOT = SPACE
              GO TO CALC-FONET-PROX.
           MOVE W-FONCH TO W-FONOUT (W-FONO:1)
           MOVE W-FONCH TO W-FONANT
           ADD 1 TO W-FONO.
       CALC-FONET-PROX.
           ADD 1 TO W-FONI
           GO TO CALC-FONET-LOOP.
       CALC-FONET-FIM.
           EXIT.

      ***** REDUZ A SEGUNDA PARTE DO ACENTO A LETRA BASE *************
       CALC-FONET-ACEN.
           IF W-FONCH NOT < X"80" AND W-FONCH NOT > X"85"
              MOVE "A" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH = X"87"
              MOVE "S" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"88" AND W-FONCH NOT > X"8B"
              MOVE "E" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"8C" AND W-FONCH NOT > X"8F"
              MOVE "I" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"92" AND W-FONCH NOT > X"96"
              MOVE "O" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"99" AND W-FONCH NOT > X"9C"
              MOVE "U" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"A0" AND W-FONCH NOT > X"A5"
              MOVE "A" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH = X"A7"
              MOVE "S" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"A8" AND W-FONCH NOT > X"AB"
              MOVE "E" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"AC" AND W-FONCH NOT > X"AF"
              MOVE "I" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"B2" AND W-FONCH NOT > X"B6"
              MOVE "O" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           IF W-FONCH NOT < X"B9" AND W-FONCH NOT > X"BC"
              MOVE "U" TO W-FONCH
              GO TO CALC-FONET-ACEN-FIM.
           MOVE "*" TO W-FONCH.
       CALC-FONET-ACEN-FIM.
           EXIT.

      ***** CODIFICA A SENHA EM UM VALOR DE 10 DIGITOS **************
      ***** (MESMA REGRA DO LOGIN NO MENU) **************************
       CALC-HASH.
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HI.
       CALC-HASH-CHAR.
           IF W-HI > 10
              GO TO CALC-HASH-FMT.
           MOVE W-SENHAIN (W-HI:1) TO W-HCH
           MOVE ZEROS TO W-HPOS
           MOVE 1 TO W-HJ.
       CALC-HASH-BUSCA.
           IF W-HJ > 68
              GO TO CALC-HASH-SOMA.
           IF W-CHARSET (W-HJ:1) = W-HCH
              MOVE W-HJ TO W-HPOS
              GO TO CALC-HASH-SOMA.
           ADD 1 TO W-HJ
           GO TO CALC-HASH-BUSCA.
       CALC-HASH-SOMA.
           IF W-HPOS = 0
              MOVE 69 TO W-HPOS.
           COMPUTE W-HWORK = W-HASHNUM * 131 + W-HPOS * W-HI
           DIVIDE W-HWORK BY 9999999967 GIVING W-HQ
                  REMAINDER W-HASHNUM
           ADD 1 TO W-HI
           GO TO CALC-HASH-CHAR.
       CALC-HASH-FMT.
           MOVE W-HASHNUM TO W-HASHTXT.
       CALC-HASH-FIM.
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
                MOVE "SMPRTRE"         TO W-LINHAUD-PROG
                MOVE W-DIRDES          TO W-LINHAUD-CHAVE
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
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADADEND
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADADEND.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADADEND
           MOVE SPACES TO W-ARQ-CADAFAST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAFAST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAFAST
           MOVE SPACES TO W-ARQ-CADAGMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAGMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAGMED
           MOVE SPACES TO W-ARQ-CADALERG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALERG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALERG
           MOVE SPACES TO W-ARQ-CADALIQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALIQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALIQ
           MOVE SPACES TO W-ARQ-CADALRAC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALRAC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALRAC
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADAUSEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAUSEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAUSEN
           MOVE SPACES TO W-ARQ-CADBOLPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADBOLPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADBOLPA
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADCEP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCEP
           MOVE SPACES TO W-ARQ-CADCID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCID
           MOVE SPACES TO W-ARQ-CADCOBER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOBER
           MOVE SPACES TO W-ARQ-CADCOBPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOBPA
           MOVE SPACES TO W-ARQ-CADCOLET
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOLET.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOLET
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADCONSE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSE
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADCONTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONTA
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADCRED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCRED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCRED
           MOVE SPACES TO W-ARQ-CADCTLRG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCTLRG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCTLRG
           MOVE SPACES TO W-ARQ-CADCXCAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCXCAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCXCAR
           MOVE SPACES TO W-ARQ-CADDECIR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDECIR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDECIR
           MOVE SPACES TO W-ARQ-CADDOCMD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCMD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCMD
           MOVE SPACES TO W-ARQ-CADDOCPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCPA
           MOVE SPACES TO W-ARQ-CADDPCV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDPCV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDPCV
           MOVE SPACES TO W-ARQ-CADEMPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEMPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEMPR
           MOVE SPACES TO W-ARQ-CADENCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADENCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADENCAM
           MOVE SPACES TO W-ARQ-CADEQUIP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEQUIP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEQUIP
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
           MOVE SPACES TO W-ARQ-CADESPERA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESPERA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESPERA
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-CADESTUN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTUN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTUN
           MOVE SPACES TO W-ARQ-CADEVADV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVADV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVADV
           MOVE SPACES TO W-ARQ-CADEVOL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVOL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVOL
           MOVE SPACES TO W-ARQ-CADEXAME
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADFATEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATEM
           MOVE SPACES TO W-ARQ-CADFATUR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADFECHA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFECHA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFECHA
           MOVE SPACES TO W-ARQ-CADFERIA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFERIA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFERIA
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-CADGELAD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGELAD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGELAD
           MOVE SPACES TO W-ARQ-CADGEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGEN
           MOVE SPACES TO W-ARQ-CADGESTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGESTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGESTA
           MOVE SPACES TO W-ARQ-CADGRUPO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGRUPO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGRUPO
           MOVE SPACES TO W-ARQ-CADINSGR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINSGR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINSGR
           MOVE SPACES TO W-ARQ-CADINTER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINTER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINTER
           MOVE SPACES TO W-ARQ-CADINVEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINVEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINVEN
           MOVE SPACES TO W-ARQ-CADINVIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINVIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINVIT
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADITREP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITREP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITREP
           MOVE SPACES TO W-ARQ-CADLIBRE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLIBRE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLIBRE
           MOVE SPACES TO W-ARQ-CADLOTES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTES
           MOVE SPACES TO W-ARQ-CADLOTGE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTGE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTGE
           MOVE SPACES TO W-ARQ-CADMANUT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMANUT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMANUT
           MOVE SPACES TO W-ARQ-CADMAPCT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMAPCT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMAPCT
           MOVE SPACES TO W-ARQ-CADMASC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMASC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMASC
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADMEDIC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMEDIC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMEDIC
           MOVE SPACES TO W-ARQ-CADMOTCA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOTCA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOTCA
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-CADNFFOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADNFFOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADNFFOR
           MOVE SPACES TO W-ARQ-CADOPACE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPACE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPACE
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADORCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADORCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADORCAM
           MOVE SPACES TO W-ARQ-CADOVBK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVBK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVBK
           MOVE SPACES TO W-ARQ-CADOVERB
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVERB.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVERB
           MOVE SPACES TO W-ARQ-CADPACEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACEM
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADPACOT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACOT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACOT
           MOVE SPACES TO W-ARQ-CADPAGAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGAR
           MOVE SPACES TO W-ARQ-CADPAGTO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGTO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGTO
           MOVE SPACES TO W-ARQ-CADPARCE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARCE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARCE
           MOVE SPACES TO W-ARQ-CADPEDCO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDCO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDCO
           MOVE SPACES TO W-ARQ-CADPEDIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDIT
           MOVE SPACES TO W-ARQ-CADPERM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPERM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPERM
           MOVE SPACES TO W-ARQ-CADPESQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPESQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPESQ
           MOVE SPACES TO W-ARQ-CADPLANO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPLANO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPLANO
           MOVE SPACES TO W-ARQ-CADPNEX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPNEX.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPNEX
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADPREFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPREFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPREFA
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-CADQUEST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADQUEST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADQUEST
           MOVE SPACES TO W-ARQ-CADRECEI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECEI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECEI
           MOVE SPACES TO W-ARQ-CADRECLA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECLA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECLA
           MOVE SPACES TO W-ARQ-CADRELCA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRELCA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRELCA
           MOVE SPACES TO W-ARQ-CADRENOV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRENOV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRENOV
           MOVE SPACES TO W-ARQ-CADREPPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADREPPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADREPPG
           MOVE SPACES TO W-ARQ-CADREPRE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADREPRE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADREPRE
           MOVE SPACES TO W-ARQ-CADRESPQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESPQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESPQ
           MOVE SPACES TO W-ARQ-CADRESTR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESTR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESTR
           MOVE SPACES TO W-ARQ-CADRETFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETFA
           MOVE SPACES TO W-ARQ-CADRETMV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETMV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETMV
           MOVE SPACES TO W-ARQ-CADSALA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSALA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSALA
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
           MOVE SPACES TO W-ARQ-CADSUSPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSUSPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSUSPR
           MOVE SPACES TO W-ARQ-CADTELE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTELE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTELE
           MOVE SPACES TO W-ARQ-CADTEMPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTEMPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTEMPG
           MOVE SPACES TO W-ARQ-CADTPIMP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTPIMP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTPIMP
           MOVE SPACES TO W-ARQ-CADTRANS
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTRANS.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTRANS
           MOVE SPACES TO W-ARQ-CADTURNO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTURNO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTURNO
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADUSOPK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUSOPK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUSOPK
           MOVE SPACES TO W-ARQ-CADVACIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACIN
           MOVE SPACES TO W-ARQ-CADVACSC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACSC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACSC
           MOVE SPACES TO W-ARQ-CADVACTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACTX.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACTX
           MOVE SPACES TO W-ARQ-CADVISDO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVISDO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVISDO
           MOVE SPACES TO W-ARQ-CADVITAL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVITAL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVITAL
           MOVE SPACES TO W-ARQ-CADXMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADXMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADXMED
           MOVE SPACES TO W-ARQ-TREINOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TREINOTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TREINOTX
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
