      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16EX09.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16EX09.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: BALANCE LINE PARTICIONADO POR FAIXA DE      *   00010150
      *                 AGENCIA. AS PARTICOES VEM DO PARMRUN        *   00010160
      *                 (MEMBRO EX04PARM, PALAVRAS PARTNN-AG-INICIO *   00010170
      *                 E PARTNN-AG-FIM), NUMERADAS A PARTIR DE 01, *   00010180
      *                 SEM BURACO NEM SOBREPOSICAO, DA AGENCIA     *   00010190
      *                 0000 ATE A 9999. DOIS MODOS (SYSIN):        *   00010200
      *                 1 = ABERTURA (STEP017 DO BATNOITE): CONFERE *   00010210
      *                     A TABELA DE PARTICOES E ABRE A RODADA   *   00010220
      *                     NO RUNCTL (DATA/SEQUENCIA, COMO O       *   00010230
      *                     FR16EX04 EM PASSADA UNICA), ANTES DE AS *   00010240
      *                     PARTICOES (JOBS BALP01 A BALP03, O      *   00010250
      *                     FR16EX04 COM O NUMERO NO SYSIN) SUBIREM *   00010260
      *                     EM PARALELO;                            *   00010270
      *                 2 = JUNCAO (STEP020 DO BATFECHO): JUNTA AS  *   00010280
      *                     SAIDAS DAS PARTICOES (ULTIMA GERACAO DE *   00010290
      *                     CADA UMA, CONCATENADAS EM ORDEM DE      *   00010300
      *                     PARTICAO) NO CLINOVO, SALDODIA,         *   00010310
      *                     MOV0106A/C/E/R E TOTAIS UNICOS DA NOITE *   00010320
      *                     E PROVA NO RELJUNC, PARTICAO A PARTICAO,*   00010330
      *                     QUE A LINHA DE CONTROLE (#PARTREG) BATE *   00010340
      *                     COM OS ARQUIVOS DA PARTICAO E COM O     *   00010350
      *                     CLIENTES E O MOV0106 INTEIROS NA FAIXA, *   00010360
      *                     E QUE A SOMA DAS PARTICOES BATE COM OS  *   00010370
      *                     ARQUIVOS INTEIROS. TUDO CONFERIDO: O    *   00010380
      *                     TOTAIS FECHA COM BALANCO CORRETO E RC 0,*   00010390
      *                     COMO O FR16EX04; QUALQUER DIVERGENCIA:  *   00010400
      *                     BALANCO COM ERRO, RC 8 E A PARTICAO A   *   00010410
      *                     REFAZER APONTADA NO RELJUNC.            *   00010420
      *-------------------------------------------------------------*   00010430
      *   ARQUIVOS...:                                              *   00010440
      *    DDNAME              I/O                                  *   00010450
      *    SYSIN                I  (MODO)                           *   00010460
      *    PARMRUN              I                                   *   00010470
      *    RUNCTL              I-O (MODO 1) / I (MODO 2)            *   00010480
      *    CLIENTES             I  (MODO 2, MESTRE INTEIRO)         *   00010490
      *    MOV0106              I  (MODO 2, MOVIMENTO INTEIRO)      *   00010500
      *    TOTPART              I  (MODO 2, TOTAIS DAS PARTICOES)   *   00010510
      *    CLIPART              I  (MODO 2, CLINOVO DAS PARTICOES)  *   00010520
      *    SDIAPART             I  (MODO 2, SALDODIA DAS PARTICOES) *   00010530
      *    MOVAPART             I  (MODO 2, MOV0106A DAS PARTICOES) *   00010540
      *    MOVCPART             I  (MODO 2, MOV0106C DAS PARTICOES) *   00010550
      *    MOVEPART             I  (MODO 2, MOV0106E DAS PARTICOES) *   00010560
      *    MOVRPART             I  (MODO 2, MOV0106R DAS PARTICOES) *   00010570
      *    CLINOVO              O  (MODO 2)                         *   00010580
      *    SALDODIA             O  (MODO 2)                         *   00010590
      *    MOV0106A             O  (MODO 2)                         *   00010600
      *    MOV0106C             O  (MODO 2)                         *   00010610
      *    MOV0106E             O  (MODO 2)                         *   00010620
      *    MOV0106R             O  (MODO 2)                         *   00010630
      *    TOTAIS               O  (MODO 2)                         *   00010640
      *    RELJUNC              O  (MODO 2)                         *   00010650
      *-------------------------------------------------------------*   00010660
      *   MODULOS....:                             INCLUDE/BOOK     *   00010670
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010680
      *=============================================================*   00010690
                                                                        00010700
      *=============================================================*   00010710
       ENVIRONMENT                               DIVISION.              00010720
      *=============================================================*   00010730
      *-------------------------------------------------------------*   00010740
       CONFIGURATION                             SECTION.               00010750
      *-------------------------------------------------------------*   00010760
       SPECIAL-NAMES.                                                   00010770
           DECIMAL-POINT IS COMMA.                                      00010780
                                                                        00010790
       INPUT-OUTPUT                              SECTION.               00010800
       FILE-CONTROL.                                                    00010810
            SELECT PARMRUN   ASSIGN TO PARMRUN                          00010820
                FILE STATUS  IS WRK-FS-PARMRUN.                         00010830
                                                                        00010840
            SELECT RUNCTL    ASSIGN TO RUNCTL                           00010850
                FILE STATUS  IS WRK-FS-RUNCTL.                          00010860
                                                                        00010870
            SELECT CLIENTES  ASSIGN TO CLIENTES                         00010880
                FILE STATUS  IS WRK-FS-CLIENTES.                        00010890
                                                                        00010900
            SELECT MOV0106   ASSIGN TO MOV0106                          00010910
                FILE STATUS  IS WRK-FS-MOV0106.                         00010920
                                                                        00010930
            SELECT TOTPART   ASSIGN TO TOTPART                          00010940
                FILE STATUS  IS WRK-FS-TOTPART.                         00010950
                                                                        00010960
            SELECT CLIPART   ASSIGN TO CLIPART                          00010970
                FILE STATUS  IS WRK-FS-CLIPART.                         00010980
                                                                        00010990
            SELECT SDIAPART  ASSIGN TO SDIAPART                         00011000
                FILE STATUS  IS WRK-FS-SDIAPART.                        00011010
                                                                        00011020
            SELECT MOVAPART  ASSIGN TO MOVAPART                         00011030
                FILE STATUS  IS WRK-FS-MOVAPART.                        00011040
                                                                        00011050
            SELECT MOVCPART  ASSIGN TO MOVCPART                         00011060
                FILE STATUS  IS WRK-FS-MOVCPART.                        00011070
                                                                        00011080
            SELECT MOVEPART  ASSIGN TO MOVEPART                         00011090
                FILE STATUS  IS WRK-FS-MOVEPART.                        00011100
                                                                        00011110
            SELECT MOVRPART  ASSIGN TO MOVRPART                         00011120
                FILE STATUS  IS WRK-FS-MOVRPART.                        00011130
                                                                        00011140
            SELECT CLINOVO   ASSIGN TO CLINOVO                          00011150
                FILE STATUS  IS WRK-FS-CLINOVO.                         00011160
                                                                        00011170
            SELECT SALDODIA  ASSIGN TO SALDODIA                         00011180
                FILE STATUS  IS WRK-FS-SALDODIA.                        00011190
                                                                        00011200
            SELECT MOV0106A  ASSIGN TO MOV0106A                         00011210
                FILE STATUS  IS WRK-FS-MOV0106A.                        00011220
                                                                        00011230
            SELECT MOV0106C  ASSIGN TO MOV0106C                         00011240
                FILE STATUS  IS WRK-FS-MOV0106C.                        00011250
                                                                        00011260
            SELECT MOV0106E  ASSIGN TO MOV0106E                         00011270
                FILE STATUS  IS WRK-FS-MOV0106E.                        00011280
                                                                        00011290
            SELECT MOV0106R  ASSIGN TO MOV0106R                         00011300
                FILE STATUS  IS WRK-FS-MOV0106R.                        00011310
                                                                        00011320
            SELECT TOTAIS    ASSIGN TO TOTAIS                           00011330
                FILE STATUS  IS WRK-FS-TOTAIS.                          00011340
                                                                        00011350
            SELECT RELJUNC   ASSIGN TO RELJUNC                          00011360
                FILE STATUS  IS WRK-FS-RELJUNC.                         00011370
      *=============================================================*   00011380
       DATA                                      DIVISION.              00011390
      *=============================================================*   00011400
       FILE                                      SECTION.               00011410
      *-------------------------------------------------------------*   00011420
                                                                        00011430
       FD PARMRUN                                                       00011440
          RECORDING  MODE IS F.                                         00011450
                                                                        00011460
       01 FD-PARMRUN.                                                   00011470
          05 FD-PRM-CHAVE      PIC X(16).                               00011480
          05 FD-PRM-IGUAL      PIC X(01).                               00011490
          05 FD-PRM-VALOR      PIC 9(08).                               00011500
          05 FILLER            PIC X(55).                               00011510
                                                                        00011520
       FD RUNCTL                                                        00011530
          RECORDING  MODE IS F.                                         00011540
                                                                        00011550
       01 FD-RUNCTL.                                                    00011560
          05 FD-RUN-DATA       PIC 9(08).                               00011570
          05 FD-RUN-NSEQ       PIC 9(03).                               00011580
                                                                        00011590
       FD CLIENTES                                                      00011600
           RECORDING MODE IS F                                          00011610
           BLOCK CONTAINS 0 RECORDS.                                    00011620
                                                                        00011630
       COPY '#CLIMST'.                                                  00011640
                                                                        00011650
       FD MOV0106                                                       00011660
           RECORDING  MODE IS F                                         00011670
           BLOCK CONTAINS 0 RECORDS.                                    00011680
                                                                        00011690
       01 FD-MOV0106.                                                   00011700
          05 FD-MOV0106-CHAVE.                                          00011710
             10 FD-MOV0106-AGENCIA    PIC X(04).                        00011720
             10 FD-MOV0106-CONTA      PIC X(04).                        00011730
          05 FILLER                PIC X(44).                           00011740
                                                                        00011750
      * TOTAIS DAS PARTICOES: CABECALHO, LINHAS DE AGENCIA, TOTAL   *   00011760
      * GERAL, CONTROLE (#PARTREG) E BALANCO DE CADA PARTICAO.      *   00011770
       FD TOTPART                                                       00011780
          RECORDING  MODE IS F.                                         00011790
                                                                        00011800
       01 FD-TOTPART        PIC X(132).                                 00011810
                                                                        00011820
       FD CLIPART                                                       00011830
          RECORDING  MODE IS F.                                         00011840
                                                                        00011850
       01 FD-CLIPART.                                                   00011860
          05 FD-CLIPART-CHAVE.                                          00011870
             10 FD-CLIPART-AGENCIA    PIC X(04).                        00011880
             10 FD-CLIPART-CONTA      PIC X(04).                        00011890
          05 FILLER                PIC X(30).                           00011900
          05 FD-CLIPART-SALDO      PIC S9(08)V99.                       00011910
          05 FILLER                PIC X(19).                           00011920
                                                                        00011930
       FD SDIAPART                                                      00011940
          RECORDING  MODE IS F.                                         00011950
                                                                        00011960
       01 FD-SDIAPART.                                                  00011970
          05 FD-SDIAPART-CHAVE.                                         00011980
             10 FD-SDIAPART-AGENCIA   PIC X(04).                        00011990
             10 FD-SDIAPART-CONTA     PIC X(04).                        00012000
          05 FD-SDIAPART-DATA-PROC PIC 9(08).                           00012010
          05 FD-SDIAPART-NSEQ-RUN  PIC 9(03).                           00012020
          05 FILLER                PIC X(10).                           00012030
                                                                        00012040
       FD MOVAPART                                                      00012050
          RECORDING  MODE IS F.                                         00012060
                                                                        00012070
       01 FD-MOVAPART.                                                  00012080
          05 FD-MOVAPART-CHAVE.                                         00012090
             10 FD-MOVAPART-AGENCIA   PIC X(04).                        00012100
             10 FD-MOVAPART-CONTA     PIC X(04).                        00012110
          05 FILLER                PIC X(30).                           00012120
          05 FD-MOVAPART-SALDO     PIC S9(08)V99.                       00012130
          05 FD-MOVAPART-DATA-PROC PIC 9(08).                           00012140
          05 FD-MOVAPART-NSEQ-RUN  PIC 9(03).                           00012150
                                                                        00012160
       FD MOVCPART                                                      00012170
          RECORDING  MODE IS F.                                         00012180
                                                                        00012190
       01 FD-MOVCPART.                                                  00012200
          05 FD-MOVCPART-CHAVE.                                         00012210
             10 FD-MOVCPART-AGENCIA   PIC X(04).                        00012220
             10 FD-MOVCPART-CONTA     PIC X(04).                        00012230
          05 FILLER                PIC X(30).                           00012240
          05 FD-MOVCPART-SALDO     PIC S9(08)V99.                       00012250
          05 FD-MOVCPART-DATA-PROC PIC 9(08).                           00012260
          05 FD-MOVCPART-NSEQ-RUN  PIC 9(03).                           00012270
                                                                        00012280
       FD MOVEPART                                                      00012290
          RECORDING  MODE IS F.                                         00012300
                                                                        00012310
       01 FD-MOVEPART.                                                  00012320
          05 FD-MOVEPART-CHAVE.                                         00012330
             10 FD-MOVEPART-AGENCIA   PIC X(04).                        00012340
             10 FD-MOVEPART-CONTA     PIC X(04).                        00012350
          05 FILLER                PIC X(61).                           00012360
          05 FD-MOVEPART-DATA-PROC PIC 9(08).                           00012370
          05 FD-MOVEPART-NSEQ-RUN  PIC 9(03).                           00012380
          05 FILLER                PIC X(03).                           00012390
                                                                        00012400
       FD MOVRPART                                                      00012410
          RECORDING  MODE IS F.                                         00012420
                                                                        00012430
       01 FD-MOVRPART.                                                  00012440
          05 FD-MOVRPART-CHAVE.                                         00012450
             10 FD-MOVRPART-AGENCIA   PIC X(04).                        00012460
             10 FD-MOVRPART-CONTA     PIC X(04).                        00012470
          05 FILLER                PIC X(110).                          00012480
          05 FD-MOVRPART-DATA-PROC PIC 9(08).                           00012490
          05 FD-MOVRPART-NSEQ-RUN  PIC 9(03).                           00012500
          05 FILLER                PIC X(03).                           00012510
                                                                        00012520
       FD CLINOVO                                                       00012530
          RECORDING  MODE IS F.                                         00012540
                                                                        00012550
       01 FD-CLINOVO        PIC X(067).                                 00012560
                                                                        00012570
       FD SALDODIA                                                      00012580
          RECORDING  MODE IS F.                                         00012590
                                                                        00012600
       01 FD-SALDODIA       PIC X(029).                                 00012610
                                                                        00012620
       FD MOV0106A                                                      00012630
           RECORDING  MODE IS F.                                        00012640
                                                                        00012650
       COPY '#MOV0106A'.                                                00012660
                                                                        00012670
       FD MOV0106C                                                      00012680
           RECORDING  MODE IS F.                                        00012690
                                                                        00012700
       COPY '#MOV0106C'.                                                00012710
                                                                        00012720
       FD MOV0106E                                                      00012730
          RECORDING  MODE IS F.                                         00012740
                                                                        00012750
       01 FD-MOV0106E       PIC X(083).                                 00012760
                                                                        00012770
       FD MOV0106R                                                      00012780
          RECORDING  MODE IS F.                                         00012790
                                                                        00012800
       COPY '#MOV0106R'.                                                00012810
                                                                        00012820
       FD TOTAIS                                                        00012830
          RECORDING  MODE IS F.                                         00012840
                                                                        00012850
       01 FD-TOTAIS         PIC X(132).                                 00012860
                                                                        00012870
       FD RELJUNC                                                       00012880
          RECORDING  MODE IS F.                                         00012890
                                                                        00012900
       01 FD-RELJUNC        PIC X(132).                                 00012910
      *-------------------------------------------------------------*   00012920
       WORKING-STORAGE                           SECTION.               00012930
      *-------------------------------------------------------------*   00012940
                                                                        00012950
      *-------------------------------------------------------------*   00012960
       01 FILLER PIC X(45) VALUE                                        00012970
              '------------------#GLOG----------------------'.          00012980
      *-------------------------------------------------------------*   00012990
                                                                        00013000
       COPY '#GLOG'.                                                    00013010
                                                                        00013020
      *-------------------------------------------------------------*   00013030
       01 FILLER PIC X(45) VALUE                                        00013040
              '-----------DADOS E FILE STATUS---------------'.          00013050
      *-------------------------------------------------------------*   00013060
       77 WRK-FS-PARMRUN    PIC 9(02).                                  00013070
       77 WRK-FS-RUNCTL     PIC 9(02).                                  00013080
       77 WRK-FS-CLIENTES   PIC 9(02).                                  00013090
       77 WRK-FS-MOV0106    PIC 9(02).                                  00013100
       77 WRK-FS-TOTPART    PIC 9(02).                                  00013110
       77 WRK-FS-CLIPART    PIC 9(02).                                  00013120
       77 WRK-FS-SDIAPART   PIC 9(02).                                  00013130
       77 WRK-FS-MOVAPART   PIC 9(02).                                  00013140
       77 WRK-FS-MOVCPART   PIC 9(02).                                  00013150
       77 WRK-FS-MOVEPART   PIC 9(02).                                  00013160
       77 WRK-FS-MOVRPART   PIC 9(02).                                  00013170
       77 WRK-FS-CLINOVO    PIC 9(02).                                  00013180
       77 WRK-FS-SALDODIA   PIC 9(02).                                  00013190
       77 WRK-FS-MOV0106A   PIC 9(02).                                  00013200
       77 WRK-FS-MOV0106C   PIC 9(02).                                  00013210
       77 WRK-FS-MOV0106E   PIC 9(02).                                  00013220
       77 WRK-FS-MOV0106R   PIC 9(02).                                  00013230
       77 WRK-FS-TOTAIS     PIC 9(02).                                  00013240
       77 WRK-FS-RELJUNC    PIC 9(02).                                  00013250
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00013260
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00013270
       77 WRK-NSEQ-RUN      PIC 9(03) VALUE ZEROS.                      00013280
                                                                        00013290
      *----------------CARTAO DE CONTROLE SYSIN---------------------*   00013300
      * WRK-PARM-MODO: 1 = ABERTURA DA RODADA (BATNOITE)            *   00013310
      *                2 = JUNCAO E PROVA DAS PARTICOES (BATFECHO)  *   00013320
       01 WRK-PARM.                                                     00013330
          05 WRK-PARM-MODO      PIC X(01).                              00013340
             88 PARM-MODO-ABERTURA       VALUE '1'.                     00013350
             88 PARM-MODO-JUNCAO         VALUE '2'.                     00013360
                                                                        00013370
      *-------------------------------------------------------------*   00013380
       01 FILLER PIC X(45) VALUE                                        00013390
              '-----------TABELA DE PARTICOES---------------'.          00013400
      *-------------------------------------------------------------*   00013410
      * UMA ENTRADA POR PARTICAO, ENDERECADA PELO NUMERO (01 A 09). *   00013420
      * NO MODO 2 CADA ENTRADA ACUMULA O QUE FOI CONTADO NOS        *   00013430
      * ARQUIVOS INTEIROS (ENT), NAS SAIDAS DA PARTICAO E NA LINHA  *   00013440
      * DE CONTROLE GRAVADA PELO FR16EX04 (CTL).                    *   00013450
       77 WRK-PAR-QTDE      PIC 9(02) COMP VALUE ZEROS.                 00013460
       77 WRK-PAR-MAX       PIC 9(02) COMP VALUE 9.                     00013470
       77 WRK-PAR-IND       PIC 9(02) COMP VALUE ZEROS.                 00013480
       77 WRK-PAR-ATUAL     PIC 9(02) COMP VALUE ZEROS.                 00013490
       77 WRK-PRM-NUMERO    PIC 9(02) VALUE ZEROS.                      00013500
       77 WRK-AG-FIM-ANT    PIC 9(04) VALUE ZEROS.                      00013510
       77 WRK-AG-BUSCA      PIC X(04) VALUE SPACES.                     00013520
       77 WRK-SW-ACHOU-PAR  PIC X(01) VALUE 'N'.                        00013530
           88 WRK-PAR-ACHADA           VALUE 'S'.                       00013540
       01 WRK-PAR-AG-NUM    PIC 9(04) VALUE ZEROS.                      00013550
       01 WRK-PAR-AG-X      REDEFINES WRK-PAR-AG-NUM PIC X(04).         00013560
                                                                        00013570
       01 WRK-TABELA-PARTICOES.                                         00013580
          05 WRK-TAB-PAR OCCURS 9 TIMES INDEXED BY PAR-IDX.             00013590
             10 WRK-TPA-AG-INICIO    PIC X(04).                         00013600
             10 WRK-TPA-AG-INICIO-N  REDEFINES WRK-TPA-AG-INICIO        00013610
                                     PIC 9(04).                         00013620
             10 WRK-TPA-AG-FIM       PIC X(04).                         00013630
             10 WRK-TPA-AG-FIM-N     REDEFINES WRK-TPA-AG-FIM           00013640
                                     PIC 9(04).                         00013650
             10 WRK-TPA-SW-INICIO    PIC X(01).                         00013660
             10 WRK-TPA-SW-FIM       PIC X(01).                         00013670
             10 WRK-TPA-SW-CABECALHO PIC X(01).                         00013680
             10 WRK-TPA-SW-CONTROLE  PIC X(01).                         00013690
             10 WRK-TPA-SW-BALANCO   PIC X(01).                         00013700
             10 WRK-TPA-CLI-ENT      PIC 9(07).                         00013710
             10 WRK-TPA-SALDO-ENT    PIC S9(11)V99.                     00013720
             10 WRK-TPA-MOV-ENT      PIC 9(07).                         00013730
             10 WRK-TPA-CLI-NOVO     PIC 9(07).                         00013740
             10 WRK-TPA-SALDO-NOVO   PIC S9(11)V99.                     00013750
             10 WRK-TPA-SDIA         PIC 9(07).                         00013760
             10 WRK-TPA-QTDE-A       PIC 9(07).                         00013770
             10 WRK-TPA-VALOR-A      PIC S9(11)V99.                     00013780
             10 WRK-TPA-QTDE-C       PIC 9(07).                         00013790
             10 WRK-TPA-VALOR-C      PIC S9(11)V99.                     00013800
             10 WRK-TPA-QTDE-E       PIC 9(07).                         00013810
             10 WRK-TPA-QTDE-R       PIC 9(07).                         00013820
             10 WRK-TPA-OUTRA-RODADA PIC 9(07).                         00013830
             10 WRK-TPA-CTL-CLI      PIC 9(07).                         00013840
             10 WRK-TPA-CTL-MOV      PIC 9(07).                         00013850
             10 WRK-TPA-CTL-A        PIC 9(07).                         00013860
             10 WRK-TPA-CTL-VALOR-A  PIC S9(09)V99.                     00013870
             10 WRK-TPA-CTL-C        PIC 9(07).                         00013880
             10 WRK-TPA-CTL-VALOR-C  PIC S9(09)V99.                     00013890
             10 WRK-TPA-CTL-APLIC    PIC 9(07).                         00013900
             10 WRK-TPA-CTL-E        PIC 9(07).                         00013910
             10 WRK-TPA-CTL-R        PIC 9(07).                         00013920
             10 WRK-TPA-CTL-LIQ      PIC S9(09)V99.                     00013930
                                                                        00013940
       COPY '#PARTREG'.                                                 00013950
                                                                        00013960
      *-------------------------------------------------------------*   00013970
       01 FILLER PIC X(45) VALUE                                        00013980
              '-----------TOTAIS DA JUNCAO------------------'.          00013990
      *-------------------------------------------------------------*   00014000
      * ARQUIVOS INTEIROS (SEM PARTICAO) E SAIDAS JUNTADAS.         *   00014010
       77 WRK-TOT-CLI-ENT   PIC 9(07) VALUE ZEROS.                      00014020
       77 WRK-TOT-SALDO-ENT PIC S9(11)V99 VALUE ZEROS.                  00014030
       77 WRK-TOT-MOV-ENT   PIC 9(07) VALUE ZEROS.                      00014040
       77 WRK-TOT-CLI-NOVO  PIC 9(07) VALUE ZEROS.                      00014050
       77 WRK-TOT-SALDO-NOVO PIC S9(11)V99 VALUE ZEROS.                 00014060
       77 WRK-TOT-SDIA      PIC 9(07) VALUE ZEROS.                      00014070
       77 WRK-TOT-QTDE-A    PIC 9(07) VALUE ZEROS.                      00014080
       77 WRK-TOT-QTDE-C    PIC 9(07) VALUE ZEROS.                      00014090
       77 WRK-TOT-QTDE-E    PIC 9(07) VALUE ZEROS.                      00014100
       77 WRK-TOT-QTDE-R    PIC 9(07) VALUE ZEROS.                      00014110
       77 WRK-TOT-LINHAS-AG PIC 9(07) VALUE ZEROS.                      00014120
       77 WRK-QTDE-FORA     PIC 9(07) VALUE ZEROS.                      00014130
      * SOMA DAS LINHAS DE CONTROLE DAS PARTICOES.                  *   00014140
       77 WRK-SOMA-CTL-CLI  PIC 9(07) VALUE ZEROS.                      00014150
       77 WRK-SOMA-CTL-MOV  PIC 9(07) VALUE ZEROS.                      00014160
       77 WRK-SOMA-CTL-A    PIC 9(07) VALUE ZEROS.                      00014170
       77 WRK-SOMA-CTL-VALOR-A PIC S9(11)V99 VALUE ZEROS.               00014180
       77 WRK-SOMA-CTL-C    PIC 9(07) VALUE ZEROS.                      00014190
       77 WRK-SOMA-CTL-VALOR-C PIC S9(11)V99 VALUE ZEROS.               00014200
       77 WRK-SOMA-CTL-APLIC PIC 9(07) VALUE ZEROS.                     00014210
       77 WRK-SOMA-CTL-E    PIC 9(07) VALUE ZEROS.                      00014220
       77 WRK-SOMA-CTL-R    PIC 9(07) VALUE ZEROS.                      00014230
       77 WRK-SOMA-CTL-LIQ  PIC S9(11)V99 VALUE ZEROS.                  00014240
      * CONFERENCIA EM CURSO (8200-CONFERIR).                       *   00014250
       77 WRK-QTDE-DIVERG   PIC 9(05) VALUE ZEROS.                      00014260
       77 WRK-DIVERG-ANTES  PIC 9(05) VALUE ZEROS.                      00014270
       77 WRK-VALOR-ESPERADO PIC S9(11)V99 VALUE ZEROS.                 00014280
       77 WRK-VALOR-ACHADO  PIC S9(11)V99 VALUE ZEROS.                  00014290
       77 WRK-SW-TIPO-CONF  PIC X(01) VALUE 'Q'.                        00014300
           88 WRK-CONF-QUANTIDADE      VALUE 'Q'.                       00014310
           88 WRK-CONF-VALOR           VALUE 'V'.                       00014320
      * CRITICA DE SEQUENCIA DAS SAIDAS DAS PARTICOES.              *   00014330
       77 WRK-CHAVE-ANT     PIC X(08) VALUE LOW-VALUES.                 00014340
       77 WRK-CHAVE-LIDA    PIC X(08) VALUE SPACES.                     00014350
       77 WRK-REGNUM        PIC 9(07) VALUE ZEROS.                      00014360
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.                     00014370
                                                                        00014380
      * DATA/SEQUENCIA DA RODADA COMO SAI NAS LINHAS DO TOTAIS.     *   00014390
       01 WRK-RODADA.                                                   00014400
          05 WRK-ROD-DATA-PROC    PIC 9(08) VALUE ZEROS.                00014410
          05 FILLER               PIC X(01) VALUE '/'.                  00014420
          05 WRK-ROD-NSEQ-RUN     PIC 9(03) VALUE ZEROS.                00014430
                                                                        00014440
      *-------------------------------------------------------------*   00014450
       01 FILLER PIC X(45) VALUE                                        00014460
              '-----------LAYOUTS DO TOTAIS-----------------'.          00014470
      *-------------------------------------------------------------*   00014480
      * MESMAS LINHAS DO FR16EX04 EM PASSADA UNICA: O FR16EX08 E O  *   00014490
      * FR16RS01 LEEM O TOTAIS JUNTADO SEM SABER DAS PARTICOES.     *   00014500
       01 WRK-CABECALHO-TOTAIS.                                         00014510
          05 FILLER               PIC X(20) VALUE                       00014520
                    'TOTAIS POR AGENCIA'.                               00014530
          05 FILLER               PIC X(02) VALUE SPACES.               00014540
          05 WRK-CAB-DATA-PROC    PIC 9(08).                            00014550
          05 FILLER               PIC X(01) VALUE '/'.                  00014560
          05 WRK-CAB-NSEQ-RUN     PIC 9(03).                            00014570
                                                                        00014580
       01 WRK-TOTAL-GERAL-TOTAIS.                                       00014590
          05 FILLER               PIC X(20) VALUE                       00014600
                    'TOTAL GERAL        '.                              00014610
          05 WRK-TOTGER-QTDE-A    PIC ZZZZ9.                            00014620
          05 FILLER               PIC X(02) VALUE SPACES.               00014630
          05 WRK-TOTGER-VALOR-A   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.              00014640
          05 FILLER               PIC X(02) VALUE SPACES.               00014650
          05 WRK-TOTGER-QTDE-C    PIC ZZZZ9.                            00014660
          05 FILLER               PIC X(02) VALUE SPACES.               00014670
          05 WRK-TOTGER-VALOR-C   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.              00014680
          05 FILLER               PIC X(02) VALUE SPACES.               00014690
          05 WRK-TOTGER-DATA-PROC PIC 9(08).                            00014700
          05 FILLER               PIC X(01) VALUE '/'.                  00014710
          05 WRK-TOTGER-NSEQ-RUN  PIC 9(03).                            00014720
                                                                        00014730
       01 WRK-LINHA-BALANCO.                                            00014740
          05 WRK-BAL-TEXTO        PIC X(30).                            00014750
          05 FILLER               PIC X(02) VALUE SPACES.               00014760
          05 WRK-BAL-DATA-PROC    PIC 9(08).                            00014770
          05 FILLER               PIC X(01) VALUE '/'.                  00014780
          05 WRK-BAL-NSEQ-RUN     PIC 9(03).                            00014790
                                                                        00014800
      *-------------------------------------------------------------*   00014810
       01 FILLER PIC X(45) VALUE                                        00014820
              '-----------LAYOUTS DO RELJUNC----------------'.          00014830
      *-------------------------------------------------------------*   00014840
       01 WRK-CABECALHO-JUNCAO.                                         00014850
          05 FILLER               PIC X(50) VALUE                       00014860
                    'JUNCAO DO BALANCE LINE PARTICIONADO - FR16EX09'.   00014870
          05 FILLER               PIC X(10) VALUE ' - RODADA '.         00014880
          05 WRK-CBJ-DATA-PROC    PIC 9(08).                            00014890
          05 FILLER               PIC X(01) VALUE '/'.                  00014900
          05 WRK-CBJ-NSEQ-RUN     PIC 9(03).                            00014910
                                                                        00014920
       01 WRK-TITULO-JUNCAO.                                            00014930
          05 FILLER               PIC X(44) VALUE SPACES.               00014940
          05 FILLER               PIC X(19) VALUE                       00014950
                    '           ESPERADO'.                              00014960
          05 FILLER               PIC X(02) VALUE SPACES.               00014970
          05 FILLER               PIC X(19) VALUE                       00014980
                    '         ENCONTRADO'.                              00014990
                                                                        00015000
       01 WRK-PARTICAO-JUNCAO.                                          00015010
          05 FILLER               PIC X(09) VALUE 'PARTICAO '.          00015020
          05 WRK-PTJ-NUMERO       PIC 9(02).                            00015030
          05 FILLER               PIC X(12) VALUE ' - AGENCIAS '.       00015040
          05 WRK-PTJ-AG-INICIO    PIC X(04).                            00015050
          05 FILLER               PIC X(03) VALUE ' A '.                00015060
          05 WRK-PTJ-AG-FIM       PIC X(04).                            00015070
                                                                        00015080
       01 WRK-CONFERE-JUNCAO.                                           00015090
          05 FILLER               PIC X(04) VALUE SPACES.               00015100
          05 WRK-CNF-TEXTO        PIC X(40).                            00015110
          05 WRK-CNF-ESPERADO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.              00015120
          05 WRK-CNF-ESPERADO-Q   REDEFINES WRK-CNF-ESPERADO.           00015130
             10 WRK-CNF-ESP-QTDE  PIC ZZZ.ZZZ.ZZZ.ZZ9.                  00015140
             10 FILLER            PIC X(04).                            00015150
          05 FILLER               PIC X(02) VALUE SPACES.               00015160
          05 WRK-CNF-ACHADO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.              00015170
          05 WRK-CNF-ACHADO-Q     REDEFINES WRK-CNF-ACHADO.             00015180
             10 WRK-CNF-ACH-QTDE  PIC ZZZ.ZZZ.ZZZ.ZZ9.                  00015190
             10 FILLER            PIC X(04).                            00015200
          05 FILLER               PIC X(02) VALUE SPACES.               00015210
          05 WRK-CNF-SITUACAO     PIC X(08).                            00015220
                                                                        00015230
       01 WRK-SITUACAO-JUNCAO.                                          00015240
          05 FILLER               PIC X(04) VALUE SPACES.               00015250
          05 WRK-SIT-TEXTO        PIC X(60).                            00015260
                                                                        00015270
      *=============================================================*   00015280
       PROCEDURE                                 DIVISION.              00015290
      *=============================================================*   00015300
      ***************************************************************   00015310
      *          R O T I N A   P R I N C I P A L                    *   00015320
      ***************************************************************   00015330
      *--------------------------------------------------------------   00015340
       0000-PRINCIPAL                            SECTION.               00015350
      *--------------------------------------------------------------   00015360
             PERFORM 1000-INICIALIZAR.                                  00015370
             IF PARM-MODO-ABERTURA                                      00015380
               PERFORM 2000-ABRIR-RODADA                                00015390
             ELSE                                                       00015400
               PERFORM 3000-JUNTAR-PARTICOES                            00015410
               PERFORM 4000-CONFERIR-JUNCAO                             00015420
             END-IF.                                                    00015430
             STOP RUN.                                                  00015440
      *--------------------------------------------------------------   00015450
       0000-99-FIM.                              EXIT.                  00015460
      *--------------------------------------------------------------   00015470
      ***************************************************************   00015480
      *             I N I C I A L I Z A R                           *   00015490
      ***************************************************************   00015500
      * OS DOIS MODOS LEEM E CONFEREM A TABELA DE PARTICOES: A      *   00015510
      * JUNCAO NAO CONFIA QUE O MEMBRO NAO MUDOU DESDE A ABERTURA.  *   00015520
      *--------------------------------------------------------------   00015530
       1000-INICIALIZAR                          SECTION.               00015540
      *--------------------------------------------------------------   00015550
             ACCEPT WRK-PARM FROM SYSIN.                                00015560
             IF NOT PARM-MODO-ABERTURA AND                              00015570
                NOT PARM-MODO-JUNCAO                                    00015580
               DISPLAY 'MODO DO SYSIN: ' WRK-PARM-MODO                  00015590
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00015600
               MOVE '1000'                 TO WRK-SECAO                 00015610
               MOVE 'MODO INVALIDO NO SYSIN' TO WRK-MENSAGEM            00015620
               MOVE ZEROS                  TO WRK-STATUS                00015630
               PERFORM 6000-TRATA-ERROS                                 00015640
             END-IF.                                                    00015650
             DISPLAY 'FR16EX09 - MODO ' WRK-PARM-MODO.                  00015660
             INITIALIZE WRK-TABELA-PARTICOES.                           00015670
             PERFORM 1050-LER-PARAMETROS.                               00015680
             PERFORM 1090-VALIDAR-TABELA.                               00015690
      *--------------------------------------------------------------   00015700
       1000-99-FIM.                              EXIT.                  00015710
      *--------------------------------------------------------------   00015720
      ***************************************************************   00015730
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   00015740
      ***************************************************************   00015750
      * O MESMO MEMBRO EX04PARM DO FR16EX04: SO AS PALAVRAS PART    *   00015760
      * INTERESSAM AQUI; AS DEMAIS SAO AJUSTES DO BALANCE LINE.     *   00015770
      *-------------------------------------------------------------*   00015780
       1050-LER-PARAMETROS                       SECTION.               00015790
      *-------------------------------------------------------------*   00015800
            OPEN INPUT PARMRUN.                                         00015810
            IF WRK-FS-PARMRUN NOT EQUAL 0                               00015820
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00015830
               MOVE '1050'                 TO WRK-SECAO                 00015840
               MOVE 'ERRO NO OPEN PARMRUN' TO WRK-MENSAGEM              00015850
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00015860
               PERFORM 6000-TRATA-ERROS                                 00015870
            END-IF.                                                     00015880
            READ PARMRUN                                                00015890
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00015900
            END-READ.                                                   00015910
            PERFORM 1060-TRATAR-PARAMETRO THRU 1060-99-FIM              00015920
               UNTIL WRK-FS-PARMRUN EQUAL 10.                           00015930
            CLOSE PARMRUN.                                              00015940
      *-------------------------------------------------------------*   00015950
       1050-99-FIM.                              EXIT.                  00015960
      *-------------------------------------------------------------*   00015970
      *-------------------------------------------------------------*   00015980
       1060-TRATAR-PARAMETRO                     SECTION.               00015990
      *-------------------------------------------------------------*   00016000
            EVALUATE TRUE                                               00016010
             WHEN FD-PRM-CHAVE (1:1) EQUAL '*'                          00016020
               CONTINUE                                                 00016030
             WHEN FD-PRM-CHAVE EQUAL SPACES                             00016040
               CONTINUE                                                 00016050
      *      AJUSTES DO FR16EX04, NO MESMO MEMBRO EX04PARM.             00016060
             WHEN FD-PRM-CHAVE EQUAL 'SALDO-CORTE'                      00016070
               CONTINUE                                                 00016080
             WHEN FD-PRM-CHAVE EQUAL 'CKP-INTERVALO'                    00016090
               CONTINUE                                                 00016100
             WHEN FD-PRM-CHAVE EQUAL 'DORMENCIA-NOITES'                 00016110
               CONTINUE                                                 00016120
             WHEN FD-PRM-CHAVE (1:4) EQUAL 'PART'                       00016130
               PERFORM 1065-TRATAR-PARTICAO THRU 1065-99-FIM            00016140
             WHEN OTHER                                                 00016150
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          00016160
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00016170
            END-EVALUATE.                                               00016180
            READ PARMRUN                                                00016190
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00016200
            END-READ.                                                   00016210
      *-------------------------------------------------------------*   00016220
       1060-99-FIM.                              EXIT.                  00016230
      *-------------------------------------------------------------*   00016240
      *-------------------------------------------------------------*   00016250
      * PARTNN-AG-INICIO E PARTNN-AG-FIM, COM A AGENCIA NOS 4       *   00016260
      * ULTIMOS DIGITOS DO VALOR. PALAVRA REPETIDA E RECUSADA.      *   00016270
      *-------------------------------------------------------------*   00016280
       1065-TRATAR-PARTICAO                      SECTION.               00016290
      *-------------------------------------------------------------*   00016300
            PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM.                00016310
            IF FD-PRM-CHAVE (5:2) NOT NUMERIC OR                        00016320
               FD-PRM-VALOR GREATER 9999                                00016330
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00016340
            END-IF.                                                     00016350
            MOVE FD-PRM-CHAVE (5:2) TO WRK-PRM-NUMERO.                  00016360
            IF WRK-PRM-NUMERO EQUAL ZEROS OR                            00016370
               WRK-PRM-NUMERO GREATER WRK-PAR-MAX                       00016380
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00016390
            END-IF.                                                     00016400
            SET PAR-IDX TO WRK-PRM-NUMERO.                              00016410
            MOVE FD-PRM-VALOR TO WRK-PAR-AG-NUM.                        00016420
            EVALUATE TRUE                                               00016430
             WHEN FD-PRM-CHAVE (7:10) EQUAL '-AG-INICIO' AND            00016440
                  WRK-TPA-SW-INICIO (PAR-IDX) NOT EQUAL 'S'             00016450
               MOVE WRK-PAR-AG-X TO WRK-TPA-AG-INICIO (PAR-IDX)         00016460
               MOVE 'S'          TO WRK-TPA-SW-INICIO (PAR-IDX)         00016470
             WHEN FD-PRM-CHAVE (7:10) EQUAL '-AG-FIM' AND               00016480
                  WRK-TPA-SW-FIM (PAR-IDX) NOT EQUAL 'S'                00016490
               MOVE WRK-PAR-AG-X TO WRK-TPA-AG-FIM (PAR-IDX)            00016500
               MOVE 'S'          TO WRK-TPA-SW-FIM (PAR-IDX)            00016510
             WHEN OTHER                                                 00016520
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00016530
            END-EVALUATE.                                               00016540
            IF WRK-PRM-NUMERO GREATER WRK-PAR-QTDE                      00016550
               MOVE WRK-PRM-NUMERO TO WRK-PAR-QTDE                      00016560
            END-IF.                                                     00016570
      *-------------------------------------------------------------*   00016580
       1065-99-FIM.                              EXIT.                  00016590
      *-------------------------------------------------------------*   00016600
      *-------------------------------------------------------------*   00016610
       1070-VALIDAR-VALOR                        SECTION.               00016620
      *-------------------------------------------------------------*   00016630
            IF FD-PRM-IGUAL NOT EQUAL '=' OR                            00016640
               FD-PRM-VALOR NOT NUMERIC                                 00016650
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00016660
            END-IF.                                                     00016670
      *-------------------------------------------------------------*   00016680
       1070-99-FIM.                              EXIT.                  00016690
      *-------------------------------------------------------------*   00016700
      *-------------------------------------------------------------*   00016710
       1080-PARAMETRO-INVALIDO                   SECTION.               00016720
      *-------------------------------------------------------------*   00016730
            DISPLAY 'PARMRUN: ' FD-PARMRUN.                             00016740
            MOVE 'FR16EX09'             TO WRK-PROGRAMA.                00016750
            MOVE '1060'                 TO WRK-SECAO.                   00016760
            MOVE 'PARAMETRO INVALIDO NO PARMRUN' TO WRK-MENSAGEM.       00016770
            MOVE WRK-FS-PARMRUN         TO WRK-STATUS.                  00016780
            PERFORM 6000-TRATA-ERROS.                                   00016790
      *-------------------------------------------------------------*   00016800
       1080-99-FIM.                              EXIT.                  00016810
      *-------------------------------------------------------------*   00016820
      ***************************************************************   00016830
      *   V A L I D A R   T A B E L A   D E   P A R T I C O E S     *   00016840
      ***************************************************************   00016850
      * AS FAIXAS TEM DE COBRIR DA AGENCIA 0000 A 9999 EM ORDEM,    *   00016860
      * UMA COLADA NA OUTRA: CONTA FORA DE FAIXA NAO SERIA          *   00016870
      * PROCESSADA POR NINGUEM, E CONTA EM DUAS FAIXAS SERIA        *   00016880
      * POSTADA DUAS VEZES.                                         *   00016890
      *-------------------------------------------------------------*   00016900
       1090-VALIDAR-TABELA                       SECTION.               00016910
      *-------------------------------------------------------------*   00016920
            IF WRK-PAR-QTDE EQUAL ZEROS                                 00016930
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00016940
               MOVE '1090'                 TO WRK-SECAO                 00016950
               MOVE 'NENHUMA PARTICAO NO PARMRUN' TO WRK-MENSAGEM       00016960
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00016970
               PERFORM 6000-TRATA-ERROS                                 00016980
            END-IF.                                                     00016990
            DISPLAY 'PARTICOES DO BALANCE LINE: ' WRK-PAR-QTDE.         00017000
            MOVE 1 TO WRK-PAR-IND.                                      00017010
            PERFORM 1095-VALIDAR-FAIXA THRU 1095-99-FIM                 00017020
               UNTIL WRK-PAR-IND GREATER WRK-PAR-QTDE.                  00017030
            IF WRK-AG-FIM-ANT NOT EQUAL 9999                            00017040
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00017050
               MOVE '1090'                 TO WRK-SECAO                 00017060
               MOVE 'ULTIMA PARTICAO NAO VAI ATE 9999' TO WRK-MENSAGEM  00017070
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00017080
               PERFORM 6000-TRATA-ERROS                                 00017090
            END-IF.                                                     00017100
      *-------------------------------------------------------------*   00017110
       1090-99-FIM.                              EXIT.                  00017120
      *-------------------------------------------------------------*   00017130
      *-------------------------------------------------------------*   00017140
       1095-VALIDAR-FAIXA                        SECTION.               00017150
      *-------------------------------------------------------------*   00017160
            SET PAR-IDX TO WRK-PAR-IND.                                 00017170
            DISPLAY '  PARTICAO ' WRK-PAR-IND ': AGENCIAS '             00017180
                    WRK-TPA-AG-INICIO (PAR-IDX) ' A '                   00017190
                    WRK-TPA-AG-FIM (PAR-IDX).                           00017200
            EVALUATE TRUE                                               00017210
             WHEN WRK-TPA-SW-INICIO (PAR-IDX) NOT EQUAL 'S' OR          00017220
                  WRK-TPA-SW-FIM (PAR-IDX)    NOT EQUAL 'S'             00017230
               MOVE 'PARTICAO INCOMPLETA NO PARMRUN' TO WRK-MENSAGEM    00017240
             WHEN WRK-TPA-AG-INICIO (PAR-IDX) GREATER                   00017250
                  WRK-TPA-AG-FIM (PAR-IDX)                              00017260
               MOVE 'FAIXA INVERTIDA NO PARMRUN' TO WRK-MENSAGEM        00017270
             WHEN WRK-PAR-IND EQUAL 1 AND                               00017280
                  WRK-TPA-AG-INICIO-N (PAR-IDX) NOT EQUAL ZEROS         00017290
               MOVE 'PRIMEIRA PARTICAO NAO COMECA EM 0000'              00017300
                                         TO WRK-MENSAGEM                00017310
             WHEN WRK-PAR-IND GREATER 1 AND                             00017320
                  WRK-TPA-AG-INICIO-N (PAR-IDX) NOT EQUAL               00017330
                  WRK-AG-FIM-ANT + 1                                    00017340
               MOVE 'BURACO OU SOBREPOSICAO NAS PARTICOES'              00017350
                                         TO WRK-MENSAGEM                00017360
             WHEN OTHER                                                 00017370
               MOVE SPACES TO WRK-MENSAGEM                              00017380
            END-EVALUATE.                                               00017390
            IF WRK-MENSAGEM NOT EQUAL SPACES                            00017400
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00017410
               MOVE '1095'                 TO WRK-SECAO                 00017420
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00017430
               PERFORM 6000-TRATA-ERROS                                 00017440
            END-IF.                                                     00017450
            MOVE WRK-TPA-AG-FIM-N (PAR-IDX) TO WRK-AG-FIM-ANT.          00017460
            ADD 1 TO WRK-PAR-IND.                                       00017470
      *-------------------------------------------------------------*   00017480
       1095-99-FIM.                              EXIT.                  00017490
      *-------------------------------------------------------------*   00017500
      ***************************************************************   00017510
      *       A B R I R   A   R O D A D A   (MODO 1)                *   00017520
      ***************************************************************   00017530
      * MESMA REGRA DO FR16EX04 EM PASSADA UNICA: NA MESMA DATA A   *   00017540
      * SEQUENCIA SOBE DE UM, EM DATA NOVA VOLTA PARA 001. DAQUI EM *   00017550
      * DIANTE AS PARTICOES E A JUNCAO SO LEEM O RUNCTL, ENTAO O    *   00017560
      * RERUN DE UMA PARTICAO CARIMBA A MESMA RODADA DAS OUTRAS.    *   00017570
      *-------------------------------------------------------------*   00017580
       2000-ABRIR-RODADA                         SECTION.               00017590
      *-------------------------------------------------------------*   00017600
            ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                    00017610
            OPEN I-O RUNCTL.                                            00017620
            IF WRK-FS-RUNCTL EQUAL 35                                   00017630
               MOVE 10 TO WRK-FS-RUNCTL                                 00017640
            ELSE                                                        00017650
            IF WRK-FS-RUNCTL NOT EQUAL 0                                00017660
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00017670
               MOVE '2000'                 TO WRK-SECAO                 00017680
               MOVE 'ERRO NO OPEN RUNCTL'  TO WRK-MENSAGEM              00017690
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00017700
               PERFORM 6000-TRATA-ERROS                                 00017710
            ELSE                                                        00017720
               READ RUNCTL                                              00017730
                 AT END MOVE 10 TO WRK-FS-RUNCTL                        00017740
               END-READ                                                 00017750
            END-IF                                                      00017760
            END-IF.                                                     00017770
            IF WRK-FS-RUNCTL EQUAL 10                                   00017780
               MOVE 1 TO WRK-NSEQ-RUN                                   00017790
               CLOSE RUNCTL                                             00017800
               OPEN OUTPUT RUNCTL                                       00017810
               MOVE WRK-DATA-PROC TO FD-RUN-DATA                        00017820
               MOVE WRK-NSEQ-RUN  TO FD-RUN-NSEQ                        00017830
               WRITE FD-RUNCTL                                          00017840
               CLOSE RUNCTL                                             00017850
            ELSE                                                        00017860
               IF FD-RUN-DATA EQUAL WRK-DATA-PROC                       00017870
                  COMPUTE WRK-NSEQ-RUN = FD-RUN-NSEQ + 1                00017880
               ELSE                                                     00017890
                  MOVE 1 TO WRK-NSEQ-RUN                                00017900
               END-IF                                                   00017910
               MOVE WRK-DATA-PROC TO FD-RUN-DATA                        00017920
               MOVE WRK-NSEQ-RUN  TO FD-RUN-NSEQ                        00017930
               REWRITE FD-RUNCTL                                        00017940
               CLOSE RUNCTL                                             00017950
            END-IF.                                                     00017960
            DISPLAY '  DATA/SEQ DA EXECUCAO: ' WRK-DATA-PROC            00017970
                    '/' WRK-NSEQ-RUN.                                   00017980
            DISPLAY 'RODADA ABERTA PARA AS PARTICOES'.                  00017990
            MOVE 0 TO RETURN-CODE.                                      00018000
      *-------------------------------------------------------------*   00018010
       2000-99-FIM.                              EXIT.                  00018020
      *-------------------------------------------------------------*   00018030
      ***************************************************************   00018040
      *       J U N T A R   P A R T I C O E S   (MODO 2)            *   00018050
      ***************************************************************   00018060
      * PRIMEIRO O CLIENTES E O MOV0106 INTEIROS SAO CONTADOS POR   *   00018070
      * FAIXA; DEPOIS O TOTAIS E CADA SAIDA DAS PARTICOES E COPIADO *   00018080
      * PARA A SAIDA UNICA DA NOITE, CONTANDO POR PARTICAO. AS      *   00018090
      * PARTICOES VEM CONCATENADAS EM ORDEM, ENTAO CADA SAIDA       *   00018100
      * JUNTADA CONTINUA EM ORDEM DE AGENCIA+CONTA - O QUE E        *   00018110
      * CRITICADO NA COPIA, COMO NO FR16EX04.                       *   00018120
      *-------------------------------------------------------------*   00018130
       3000-JUNTAR-PARTICOES                     SECTION.               00018140
      *-------------------------------------------------------------*   00018150
            PERFORM 3010-LER-RODADA.                                    00018160
            OPEN INPUT  CLIENTES MOV0106 TOTPART CLIPART SDIAPART       00018170
                        MOVAPART MOVCPART MOVEPART MOVRPART             00018180
                 OUTPUT CLINOVO SALDODIA MOV0106A MOV0106C MOV0106E     00018190
                        MOV0106R TOTAIS RELJUNC.                        00018200
            PERFORM 5100-TESTAR-STATUS.                                 00018210
            WRITE FD-RELJUNC FROM WRK-CABECALHO-JUNCAO.                 00018220
            WRITE FD-TOTAIS FROM WRK-CABECALHO-TOTAIS.                  00018230
            PERFORM 3100-CONTAR-CLIENTES.                               00018240
            PERFORM 3200-CONTAR-MOV0106.                                00018250
            PERFORM 3300-LER-TOTAIS-PARTICAO.                           00018260
            PERFORM 3400-COPIAR-CLINOVO.                                00018270
            PERFORM 3500-COPIAR-SALDODIA.                               00018280
            PERFORM 3600-COPIAR-MOV0106A.                               00018290
            PERFORM 3650-COPIAR-MOV0106C.                               00018300
            PERFORM 3700-COPIAR-MOV0106E.                               00018310
            PERFORM 3750-COPIAR-MOV0106R.                               00018320
      *-------------------------------------------------------------*   00018330
       3000-99-FIM.                              EXIT.                  00018340
      *-------------------------------------------------------------*   00018350
      *-------------------------------------------------------------*   00018360
      * A RODADA FOI ABERTA NO MODO 1; TODAS AS SAIDAS JUNTADAS TEM *   00018370
      * DE TRAZER ESTA DATA/SEQUENCIA.                              *   00018380
      *-------------------------------------------------------------*   00018390
       3010-LER-RODADA                           SECTION.               00018400
      *-------------------------------------------------------------*   00018410
            OPEN INPUT RUNCTL.                                          00018420
            IF WRK-FS-RUNCTL NOT EQUAL 0                                00018430
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00018440
               MOVE '3010'                 TO WRK-SECAO                 00018450
               MOVE 'ERRO NO OPEN RUNCTL'  TO WRK-MENSAGEM              00018460
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00018470
               PERFORM 6000-TRATA-ERROS                                 00018480
            END-IF.                                                     00018490
            READ RUNCTL                                                 00018500
              AT END MOVE 10 TO WRK-FS-RUNCTL                           00018510
            END-READ.                                                   00018520
            IF WRK-FS-RUNCTL NOT EQUAL 0                                00018530
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00018540
               MOVE '3010'                 TO WRK-SECAO                 00018550
               MOVE 'RODADA NAO ABERTA NO RUNCTL' TO WRK-MENSAGEM       00018560
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00018570
               PERFORM 6000-TRATA-ERROS                                 00018580
            END-IF.                                                     00018590
            MOVE FD-RUN-DATA TO WRK-DATA-PROC.                          00018600
            MOVE FD-RUN-NSEQ TO WRK-NSEQ-RUN.                           00018610
            CLOSE RUNCTL.                                               00018620
            MOVE WRK-DATA-PROC TO WRK-ROD-DATA-PROC                     00018630
                                  WRK-CAB-DATA-PROC                     00018640
                                  WRK-TOTGER-DATA-PROC                  00018650
                                  WRK-BAL-DATA-PROC                     00018660
                                  WRK-CBJ-DATA-PROC.                    00018670
            MOVE WRK-NSEQ-RUN  TO WRK-ROD-NSEQ-RUN                      00018680
                                  WRK-CAB-NSEQ-RUN                      00018690
                                  WRK-TOTGER-NSEQ-RUN                   00018700
                                  WRK-BAL-NSEQ-RUN                      00018710
                                  WRK-CBJ-NSEQ-RUN.                     00018720
            DISPLAY '  DATA/SEQ DA EXECUCAO: ' WRK-DATA-PROC            00018730
                    '/' WRK-NSEQ-RUN.                                   00018740
      *-------------------------------------------------------------*   00018750
       3010-99-FIM.                              EXIT.                  00018760
      *-------------------------------------------------------------*   00018770
      *-------------------------------------------------------------*   00018780
      * MESTRE INTEIRO: CONTAS E SALDO DE ABERTURA POR FAIXA.       *   00018790
      *-------------------------------------------------------------*   00018800
       3100-CONTAR-CLIENTES                      SECTION.               00018810
      *-------------------------------------------------------------*   00018820
            READ CLIENTES                                               00018830
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00018840
            END-READ.                                                   00018850
            PERFORM 3110-CONTAR-CLIENTE THRU 3110-99-FIM                00018860
               UNTIL WRK-FS-CLIENTES EQUAL 10.                          00018870
      *-------------------------------------------------------------*   00018880
       3100-99-FIM.                              EXIT.                  00018890
      *-------------------------------------------------------------*   00018900
      *-------------------------------------------------------------*   00018910
       3110-CONTAR-CLIENTE                       SECTION.               00018920
      *-------------------------------------------------------------*   00018930
            ADD 1 TO WRK-TOT-CLI-ENT.                                   00018940
            ADD FD-CLIENTES-SALDO TO WRK-TOT-SALDO-ENT.                 00018950
            MOVE FD-CLIENTES-AGENCIA TO WRK-AG-BUSCA.                   00018960
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00018970
            IF WRK-PAR-ACHADA                                           00018980
               ADD 1 TO WRK-TPA-CLI-ENT (PAR-IDX)                       00018990
               ADD FD-CLIENTES-SALDO TO WRK-TPA-SALDO-ENT (PAR-IDX)     00019000
            ELSE                                                        00019010
               MOVE 'CLIENTES' TO WRK-ARQUIVO                           00019020
               MOVE FD-CLIENTES-CHAVE TO WRK-CHAVE-LIDA                 00019030
               PERFORM 8150-CONTAR-FORA                                 00019040
            END-IF.                                                     00019050
            READ CLIENTES                                               00019060
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00019070
            END-READ.                                                   00019080
      *-------------------------------------------------------------*   00019090
       3110-99-FIM.                              EXIT.                  00019100
      *-------------------------------------------------------------*   00019110
      *-------------------------------------------------------------*   00019120
      * MOVIMENTO CONSOLIDADO INTEIRO: MOVIMENTOS POR FAIXA.        *   00019130
      *-------------------------------------------------------------*   00019140
       3200-CONTAR-MOV0106                       SECTION.               00019150
      *-------------------------------------------------------------*   00019160
            READ MOV0106                                                00019170
              AT END MOVE 10 TO WRK-FS-MOV0106                          00019180
            END-READ.                                                   00019190
            PERFORM 3210-CONTAR-MOVIMENTO THRU 3210-99-FIM              00019200
               UNTIL WRK-FS-MOV0106 EQUAL 10.                           00019210
      *-------------------------------------------------------------*   00019220
       3200-99-FIM.                              EXIT.                  00019230
      *-------------------------------------------------------------*   00019240
      *-------------------------------------------------------------*   00019250
       3210-CONTAR-MOVIMENTO                     SECTION.               00019260
      *-------------------------------------------------------------*   00019270
            ADD 1 TO WRK-TOT-MOV-ENT.                                   00019280
            MOVE FD-MOV0106-AGENCIA TO WRK-AG-BUSCA.                    00019290
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00019300
            IF WRK-PAR-ACHADA                                           00019310
               ADD 1 TO WRK-TPA-MOV-ENT (PAR-IDX)                       00019320
            ELSE                                                        00019330
               MOVE 'MOV0106' TO WRK-ARQUIVO                            00019340
               MOVE FD-MOV0106-CHAVE TO WRK-CHAVE-LIDA                  00019350
               PERFORM 8150-CONTAR-FORA                                 00019360
            END-IF.                                                     00019370
            READ MOV0106                                                00019380
              AT END MOVE 10 TO WRK-FS-MOV0106                          00019390
            END-READ.                                                   00019400
      *-------------------------------------------------------------*   00019410
       3210-99-FIM.                              EXIT.                  00019420
      *-------------------------------------------------------------*   00019430
      ***************************************************************   00019440
      *   L E R   T O T A I S   D A S   P A R T I C O E S           *   00019450
      ***************************************************************   00019460
      * CADA TOTAIS DE PARTICAO ABRE COM O CABECALHO MARCADO COM O  *   00019470
      * NUMERO DA PARTICAO. AS LINHAS DE AGENCIA SAO COPIADAS COMO  *   00019480
      * ESTAO PARA O TOTAIS DA NOITE; O TOTAL GERAL E O BALANCO SAO *   00019490
      * REFEITOS NO FIM (4300) A PARTIR DAS LINHAS DE CONTROLE.     *   00019500
      *-------------------------------------------------------------*   00019510
       3300-LER-TOTAIS-PARTICAO                  SECTION.               00019520
      *-------------------------------------------------------------*   00019530
            MOVE ZEROS TO WRK-PAR-ATUAL.                                00019540
            READ TOTPART                                                00019550
              AT END MOVE 10 TO WRK-FS-TOTPART                          00019560
            END-READ.                                                   00019570
            PERFORM 3310-TRATAR-LINHA-TOTAIS THRU 3310-99-FIM           00019580
               UNTIL WRK-FS-TOTPART EQUAL 10.                           00019590
      *-------------------------------------------------------------*   00019600
       3300-99-FIM.                              EXIT.                  00019610
      *-------------------------------------------------------------*   00019620
      *-------------------------------------------------------------*   00019630
       3310-TRATAR-LINHA-TOTAIS                  SECTION.               00019640
      *-------------------------------------------------------------*   00019650
            EVALUATE TRUE                                               00019660
             WHEN FD-TOTPART (1:18) EQUAL 'TOTAIS POR AGENCIA'          00019670
               PERFORM 3320-TRATAR-CABECALHO THRU 3320-99-FIM           00019680
             WHEN WRK-PAR-ATUAL EQUAL ZEROS                             00019690
               MOVE 'TOTPART SEM CABECALHO DE PARTICAO'                 00019700
                                           TO WRK-MENSAGEM              00019710
               PERFORM 3390-ABORTAR-TOTPART THRU 3390-99-FIM            00019720
             WHEN FD-TOTPART (1:11) EQUAL 'TOTAL GERAL'                 00019730
               CONTINUE                                                 00019740
             WHEN FD-TOTPART (1:17) EQUAL 'CONTROLE PARTICAO'           00019750
               PERFORM 3330-TRATAR-CONTROLE THRU 3330-99-FIM            00019760
             WHEN FD-TOTPART (1:8) EQUAL 'BALANCO '                     00019770
               IF FD-TOTPART (1:15) EQUAL 'BALANCO CORRETO'             00019780
                  MOVE 'S' TO WRK-TPA-SW-BALANCO (PAR-IDX)              00019790
               ELSE                                                     00019800
                  MOVE 'E' TO WRK-TPA-SW-BALANCO (PAR-IDX)              00019810
               END-IF                                                   00019820
             WHEN OTHER                                                 00019830
               WRITE FD-TOTAIS FROM FD-TOTPART                          00019840
               ADD 1 TO WRK-TOT-LINHAS-AG                               00019850
            END-EVALUATE.                                               00019860
            READ TOTPART                                                00019870
              AT END MOVE 10 TO WRK-FS-TOTPART                          00019880
            END-READ.                                                   00019890
      *-------------------------------------------------------------*   00019900
       3310-99-FIM.                              EXIT.                  00019910
      *-------------------------------------------------------------*   00019920
      *-------------------------------------------------------------*   00019930
      * CABECALHO: 'TOTAIS POR AGENCIA', DATA/SEQUENCIA NAS         *   00019940
      * POSICOES 23-34 E 'PARTICAO NN' NAS 37-47. AS PARTICOES TEM  *   00019950
      * DE VIR EM ORDEM CRESCENTE E UMA SO VEZ CADA.                *   00019960
      *-------------------------------------------------------------*   00019970
       3320-TRATAR-CABECALHO                     SECTION.               00019980
      *-------------------------------------------------------------*   00019990
            IF FD-TOTPART (37:8) NOT EQUAL 'PARTICAO' OR                00020000
               FD-TOTPART (46:2) NOT NUMERIC                            00020010
               MOVE 'TOTAIS SEM PARTICAO NO TOTPART' TO WRK-MENSAGEM    00020020
               PERFORM 3390-ABORTAR-TOTPART THRU 3390-99-FIM            00020030
            END-IF.                                                     00020040
            MOVE FD-TOTPART (46:2) TO WRK-PRM-NUMERO.                   00020050
            IF WRK-PRM-NUMERO NOT GREATER WRK-PAR-ATUAL OR              00020060
               WRK-PRM-NUMERO GREATER WRK-PAR-QTDE                      00020070
               MOVE 'PARTICOES FORA DE ORDEM NO TOTPART'                00020080
                                           TO WRK-MENSAGEM              00020090
               PERFORM 3390-ABORTAR-TOTPART THRU 3390-99-FIM            00020100
            END-IF.                                                     00020110
            MOVE WRK-PRM-NUMERO TO WRK-PAR-ATUAL.                       00020120
            SET PAR-IDX TO WRK-PAR-ATUAL.                               00020130
            IF FD-TOTPART (23:12) EQUAL WRK-RODADA                      00020140
               MOVE 'S' TO WRK-TPA-SW-CABECALHO (PAR-IDX)               00020150
            ELSE                                                        00020160
               MOVE 'O' TO WRK-TPA-SW-CABECALHO (PAR-IDX)               00020170
               DISPLAY 'PARTICAO ' WRK-PAR-ATUAL                        00020180
                       ' COM TOTAIS DE OUTRA RODADA: '                  00020190
                       FD-TOTPART (23:12)                               00020200
            END-IF.                                                     00020210
      *-------------------------------------------------------------*   00020220
       3320-99-FIM.                              EXIT.                  00020230
      *-------------------------------------------------------------*   00020240
      *-------------------------------------------------------------*   00020250
      * LINHA DE CONTROLE (#PARTREG): SO VALE SE FOR DA PARTICAO DO *   00020260
      * CABECALHO E COM A MESMA FAIXA DO PARMRUN DE AGORA.          *   00020270
      *-------------------------------------------------------------*   00020280
       3330-TRATAR-CONTROLE                      SECTION.               00020290
      *-------------------------------------------------------------*   00020300
            MOVE FD-TOTPART TO REG-PART.                                00020310
            IF REG-PART-NUMERO    NOT EQUAL WRK-PAR-ATUAL OR            00020320
               REG-PART-AG-INICIO NOT EQUAL                             00020330
                                  WRK-TPA-AG-INICIO (PAR-IDX) OR        00020340
               REG-PART-AG-FIM    NOT EQUAL WRK-TPA-AG-FIM (PAR-IDX)    00020350
               MOVE 'F' TO WRK-TPA-SW-CONTROLE (PAR-IDX)                00020360
               DISPLAY 'CONTROLE COM OUTRA FAIXA: ' REG-PART            00020370
            ELSE                                                        00020380
               MOVE 'S' TO WRK-TPA-SW-CONTROLE (PAR-IDX)                00020390
               MOVE REG-PART-QTDE-CLI   TO WRK-TPA-CTL-CLI (PAR-IDX)    00020400
               MOVE REG-PART-QTDE-MOV   TO WRK-TPA-CTL-MOV (PAR-IDX)    00020410
               MOVE REG-PART-QTDE-A     TO WRK-TPA-CTL-A (PAR-IDX)      00020420
               MOVE REG-PART-VALOR-A    TO                              00020430
                                        WRK-TPA-CTL-VALOR-A (PAR-IDX)   00020440
               MOVE REG-PART-QTDE-C     TO WRK-TPA-CTL-C (PAR-IDX)      00020450
               MOVE REG-PART-VALOR-C    TO                              00020460
                                        WRK-TPA-CTL-VALOR-C (PAR-IDX)   00020470
               MOVE REG-PART-QTDE-APLIC TO WRK-TPA-CTL-APLIC (PAR-IDX)  00020480
               MOVE REG-PART-QTDE-E     TO WRK-TPA-CTL-E (PAR-IDX)      00020490
               MOVE REG-PART-QTDE-R     TO WRK-TPA-CTL-R (PAR-IDX)      00020500
               MOVE REG-PART-VALOR-LIQ  TO WRK-TPA-CTL-LIQ (PAR-IDX)    00020510
            END-IF.                                                     00020520
      *-------------------------------------------------------------*   00020530
       3330-99-FIM.                              EXIT.                  00020540
      *-------------------------------------------------------------*   00020550
      *-------------------------------------------------------------*   00020560
       3390-ABORTAR-TOTPART                      SECTION.               00020570
      *-------------------------------------------------------------*   00020580
            DISPLAY 'TOTPART: ' FD-TOTPART (1:60).                      00020590
            MOVE 'FR16EX09'             TO WRK-PROGRAMA.                00020600
            MOVE '3300'                 TO WRK-SECAO.                   00020610
            MOVE WRK-FS-TOTPART         TO WRK-STATUS.                  00020620
            PERFORM 6000-TRATA-ERROS.                                   00020630
      *-------------------------------------------------------------*   00020640
       3390-99-FIM.                              EXIT.                  00020650
      *-------------------------------------------------------------*   00020660
      ***************************************************************   00020670
      *   C O P I A R   S A I D A S   D A S   P A R T I C O E S     *   00020680
      ***************************************************************   00020690
      * UM PAR DE SECOES POR ARQUIVO: LER O PRIMEIRO E COPIAR ATE O *   00020700
      * FIM. O REGISTRO E ATRIBUIDO A PARTICAO PELA AGENCIA, E O    *   00020710
      * CARIMBO DE RODADA DIFERENTE (GERACAO VELHA DE UMA PARTICAO  *   00020720
      * QUE NAO FOI REFEITA) E CONTADO CONTRA A PARTICAO.           *   00020730
      *-------------------------------------------------------------*   00020740
       3400-COPIAR-CLINOVO                       SECTION.               00020750
      *-------------------------------------------------------------*   00020760
            MOVE 'CLIPART'  TO WRK-ARQUIVO.                             00020770
            MOVE LOW-VALUES TO WRK-CHAVE-ANT.                           00020780
            MOVE ZEROS      TO WRK-REGNUM.                              00020790
            READ CLIPART                                                00020800
              AT END MOVE 10 TO WRK-FS-CLIPART                          00020810
            END-READ.                                                   00020820
            PERFORM 3410-COPIAR-CONTA THRU 3410-99-FIM                  00020830
               UNTIL WRK-FS-CLIPART EQUAL 10.                           00020840
      *-------------------------------------------------------------*   00020850
       3400-99-FIM.                              EXIT.                  00020860
      *-------------------------------------------------------------*   00020870
      *-------------------------------------------------------------*   00020880
      * NO MESTRE A CHAVE E UNICA: REPETIDA E DEFEITO, COMO NO      *   00020890
      * CLIENTES DO FR16EX04.                                       *   00020900
      *-------------------------------------------------------------*   00020910
       3410-COPIAR-CONTA                         SECTION.               00020920
      *-------------------------------------------------------------*   00020930
            ADD 1 TO WRK-REGNUM.                                        00020940
            MOVE FD-CLIPART-CHAVE TO WRK-CHAVE-LIDA.                    00020950
            IF WRK-CHAVE-LIDA NOT GREATER WRK-CHAVE-ANT                 00020960
               MOVE 'CLINOVO JUNTADO FORA DE SEQUENCIA' TO WRK-MENSAGEM 00020970
               PERFORM 5350-ABORTAR-SEQUENCIA THRU 5350-99-FIM          00020980
            END-IF.                                                     00020990
            MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ANT.                       00021000
            ADD 1 TO WRK-TOT-CLI-NOVO.                                  00021010
            ADD FD-CLIPART-SALDO TO WRK-TOT-SALDO-NOVO.                 00021020
            MOVE FD-CLIPART-AGENCIA TO WRK-AG-BUSCA.                    00021030
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00021040
            IF WRK-PAR-ACHADA                                           00021050
               ADD 1 TO WRK-TPA-CLI-NOVO (PAR-IDX)                      00021060
               ADD FD-CLIPART-SALDO TO WRK-TPA-SALDO-NOVO (PAR-IDX)     00021070
            ELSE                                                        00021080
               PERFORM 8150-CONTAR-FORA                                 00021090
            END-IF.                                                     00021100
            WRITE FD-CLINOVO FROM FD-CLIPART.                           00021110
            READ CLIPART                                                00021120
              AT END MOVE 10 TO WRK-FS-CLIPART                          00021130
            END-READ.                                                   00021140
      *-------------------------------------------------------------*   00021150
       3410-99-FIM.                              EXIT.                  00021160
      *-------------------------------------------------------------*   00021170
      *-------------------------------------------------------------*   00021180
       3500-COPIAR-SALDODIA                      SECTION.               00021190
      *-------------------------------------------------------------*   00021200
            MOVE 'SDIAPART' TO WRK-ARQUIVO.                             00021210
            MOVE LOW-VALUES TO WRK-CHAVE-ANT.                           00021220
            MOVE ZEROS      TO WRK-REGNUM.                              00021230
            READ SDIAPART                                               00021240
              AT END MOVE 10 TO WRK-FS-SDIAPART                         00021250
            END-READ.                                                   00021260
            PERFORM 3510-COPIAR-SALDO THRU 3510-99-FIM                  00021270
               UNTIL WRK-FS-SDIAPART EQUAL 10.                          00021280
      *-------------------------------------------------------------*   00021290
       3500-99-FIM.                              EXIT.                  00021300
      *-------------------------------------------------------------*   00021310
      *-------------------------------------------------------------*   00021320
       3510-COPIAR-SALDO                         SECTION.               00021330
      *-------------------------------------------------------------*   00021340
            ADD 1 TO WRK-REGNUM.                                        00021350
            MOVE FD-SDIAPART-CHAVE TO WRK-CHAVE-LIDA.                   00021360
            IF WRK-CHAVE-LIDA NOT GREATER WRK-CHAVE-ANT                 00021370
               MOVE 'SALDODIA JUNTADO FORA DE SEQUENCIA'                00021380
                                           TO WRK-MENSAGEM              00021390
               PERFORM 5350-ABORTAR-SEQUENCIA THRU 5350-99-FIM          00021400
            END-IF.                                                     00021410
            MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ANT.                       00021420
            ADD 1 TO WRK-TOT-SDIA.                                      00021430
            MOVE FD-SDIAPART-AGENCIA TO WRK-AG-BUSCA.                   00021440
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00021450
            IF WRK-PAR-ACHADA                                           00021460
               ADD 1 TO WRK-TPA-SDIA (PAR-IDX)                          00021470
               IF FD-SDIAPART-DATA-PROC NOT EQUAL WRK-DATA-PROC OR      00021480
                  FD-SDIAPART-NSEQ-RUN  NOT EQUAL WRK-NSEQ-RUN          00021490
                  ADD 1 TO WRK-TPA-OUTRA-RODADA (PAR-IDX)               00021500
               END-IF                                                   00021510
            ELSE                                                        00021520
               PERFORM 8150-CONTAR-FORA                                 00021530
            END-IF.                                                     00021540
            WRITE FD-SALDODIA FROM FD-SDIAPART.                         00021550
            READ SDIAPART                                               00021560
              AT END MOVE 10 TO WRK-FS-SDIAPART                         00021570
            END-READ.                                                   00021580
      *-------------------------------------------------------------*   00021590
       3510-99-FIM.                              EXIT.                  00021600
      *-------------------------------------------------------------*   00021610
      *-------------------------------------------------------------*   00021620
       3600-COPIAR-MOV0106A                      SECTION.               00021630
      *-------------------------------------------------------------*   00021640
            MOVE 'MOVAPART' TO WRK-ARQUIVO.                             00021650
            MOVE LOW-VALUES TO WRK-CHAVE-ANT.                           00021660
            MOVE ZEROS      TO WRK-REGNUM.                              00021670
            READ MOVAPART                                               00021680
              AT END MOVE 10 TO WRK-FS-MOVAPART                         00021690
            END-READ.                                                   00021700
            PERFORM 3610-COPIAR-CONTA-A THRU 3610-99-FIM                00021710
               UNTIL WRK-FS-MOVAPART EQUAL 10.                          00021720
      *-------------------------------------------------------------*   00021730
       3600-99-FIM.                              EXIT.                  00021740
      *-------------------------------------------------------------*   00021750
      *-------------------------------------------------------------*   00021760
       3610-COPIAR-CONTA-A                       SECTION.               00021770
      *-------------------------------------------------------------*   00021780
            ADD 1 TO WRK-REGNUM.                                        00021790
            MOVE FD-MOVAPART-CHAVE TO WRK-CHAVE-LIDA.                   00021800
            IF WRK-CHAVE-LIDA NOT GREATER WRK-CHAVE-ANT                 00021810
               MOVE 'MOV0106A JUNTADO FORA DE SEQUENCIA'                00021820
                                           TO WRK-MENSAGEM              00021830
               PERFORM 5350-ABORTAR-SEQUENCIA THRU 5350-99-FIM          00021840
            END-IF.                                                     00021850
            MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ANT.                       00021860
            ADD 1 TO WRK-TOT-QTDE-A.                                    00021870
            MOVE FD-MOVAPART-AGENCIA TO WRK-AG-BUSCA.                   00021880
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00021890
            IF WRK-PAR-ACHADA                                           00021900
               ADD 1 TO WRK-TPA-QTDE-A (PAR-IDX)                        00021910
               ADD FD-MOVAPART-SALDO TO WRK-TPA-VALOR-A (PAR-IDX)       00021920
               IF FD-MOVAPART-DATA-PROC NOT EQUAL WRK-DATA-PROC OR      00021930
                  FD-MOVAPART-NSEQ-RUN  NOT EQUAL WRK-NSEQ-RUN          00021940
                  ADD 1 TO WRK-TPA-OUTRA-RODADA (PAR-IDX)               00021950
               END-IF                                                   00021960
            ELSE                                                        00021970
               PERFORM 8150-CONTAR-FORA                                 00021980
            END-IF.                                                     00021990
            WRITE FD-MOV0106A FROM FD-MOVAPART.                         00022000
            READ MOVAPART                                               00022010
              AT END MOVE 10 TO WRK-FS-MOVAPART                         00022020
            END-READ.                                                   00022030
      *-------------------------------------------------------------*   00022040
       3610-99-FIM.                              EXIT.                  00022050
      *-------------------------------------------------------------*   00022060
      *-------------------------------------------------------------*   00022070
       3650-COPIAR-MOV0106C                      SECTION.               00022080
      *-------------------------------------------------------------*   00022090
            MOVE 'MOVCPART' TO WRK-ARQUIVO.                             00022100
            MOVE LOW-VALUES TO WRK-CHAVE-ANT.                           00022110
            MOVE ZEROS      TO WRK-REGNUM.                              00022120
            READ MOVCPART                                               00022130
              AT END MOVE 10 TO WRK-FS-MOVCPART                         00022140
            END-READ.                                                   00022150
            PERFORM 3660-COPIAR-CONTA-C THRU 3660-99-FIM                00022160
               UNTIL WRK-FS-MOVCPART EQUAL 10.                          00022170
      *-------------------------------------------------------------*   00022180
       3650-99-FIM.                              EXIT.                  00022190
      *-------------------------------------------------------------*   00022200
      *-------------------------------------------------------------*   00022210
       3660-COPIAR-CONTA-C                       SECTION.               00022220
      *-------------------------------------------------------------*   00022230
            ADD 1 TO WRK-REGNUM.                                        00022240
            MOVE FD-MOVCPART-CHAVE TO WRK-CHAVE-LIDA.                   00022250
            IF WRK-CHAVE-LIDA NOT GREATER WRK-CHAVE-ANT                 00022260
               MOVE 'MOV0106C JUNTADO FORA DE SEQUENCIA'                00022270
                                           TO WRK-MENSAGEM              00022280
               PERFORM 5350-ABORTAR-SEQUENCIA THRU 5350-99-FIM          00022290
            END-IF.                                                     00022300
            MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ANT.                       00022310
            ADD 1 TO WRK-TOT-QTDE-C.                                    00022320
            MOVE FD-MOVCPART-AGENCIA TO WRK-AG-BUSCA.                   00022330
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00022340
            IF WRK-PAR-ACHADA                                           00022350
               ADD 1 TO WRK-TPA-QTDE-C (PAR-IDX)                        00022360
               ADD FD-MOVCPART-SALDO TO WRK-TPA-VALOR-C (PAR-IDX)       00022370
               IF FD-MOVCPART-DATA-PROC NOT EQUAL WRK-DATA-PROC OR      00022380
                  FD-MOVCPART-NSEQ-RUN  NOT EQUAL WRK-NSEQ-RUN          00022390
                  ADD 1 TO WRK-TPA-OUTRA-RODADA (PAR-IDX)               00022400
               END-IF                                                   00022410
            ELSE                                                        00022420
               PERFORM 8150-CONTAR-FORA                                 00022430
            END-IF.                                                     00022440
            WRITE FD-MOV0106C FROM FD-MOVCPART.                         00022450
            READ MOVCPART                                               00022460
              AT END MOVE 10 TO WRK-FS-MOVCPART                         00022470
            END-READ.                                                   00022480
      *-------------------------------------------------------------*   00022490
       3660-99-FIM.                              EXIT.                  00022500
      *-------------------------------------------------------------*   00022510
      *-------------------------------------------------------------*   00022520
      * NO MOV0106E E NO MOV0106R A MESMA CONTA PODE REPETIR (UM    *   00022530
      * REGISTRO POR MOVIMENTO): SO A ORDEM DESCENDENTE E DEFEITO.  *   00022540
      *-------------------------------------------------------------*   00022550
       3700-COPIAR-MOV0106E                      SECTION.               00022560
      *-------------------------------------------------------------*   00022570
            MOVE 'MOVEPART' TO WRK-ARQUIVO.                             00022580
            MOVE LOW-VALUES TO WRK-CHAVE-ANT.                           00022590
            MOVE ZEROS      TO WRK-REGNUM.                              00022600
            READ MOVEPART                                               00022610
              AT END MOVE 10 TO WRK-FS-MOVEPART                         00022620
            END-READ.                                                   00022630
            PERFORM 3710-COPIAR-REJEITADO THRU 3710-99-FIM              00022640
               UNTIL WRK-FS-MOVEPART EQUAL 10.                          00022650
      *-------------------------------------------------------------*   00022660
       3700-99-FIM.                              EXIT.                  00022670
      *-------------------------------------------------------------*   00022680
      *-------------------------------------------------------------*   00022690
       3710-COPIAR-REJEITADO                     SECTION.               00022700
      *-------------------------------------------------------------*   00022710
            ADD 1 TO WRK-REGNUM.                                        00022720
            MOVE FD-MOVEPART-CHAVE TO WRK-CHAVE-LIDA.                   00022730
            IF WRK-CHAVE-LIDA LESS WRK-CHAVE-ANT                        00022740
               MOVE 'MOV0106E JUNTADO FORA DE SEQUENCIA'                00022750
                                           TO WRK-MENSAGEM              00022760
               PERFORM 5350-ABORTAR-SEQUENCIA THRU 5350-99-FIM          00022770
            END-IF.                                                     00022780
            MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ANT.                       00022790
            ADD 1 TO WRK-TOT-QTDE-E.                                    00022800
            MOVE FD-MOVEPART-AGENCIA TO WRK-AG-BUSCA.                   00022810
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00022820
            IF WRK-PAR-ACHADA                                           00022830
               ADD 1 TO WRK-TPA-QTDE-E (PAR-IDX)                        00022840
               IF FD-MOVEPART-DATA-PROC NOT EQUAL WRK-DATA-PROC OR      00022850
                  FD-MOVEPART-NSEQ-RUN  NOT EQUAL WRK-NSEQ-RUN          00022860
                  ADD 1 TO WRK-TPA-OUTRA-RODADA (PAR-IDX)               00022870
               END-IF                                                   00022880
            ELSE                                                        00022890
               PERFORM 8150-CONTAR-FORA                                 00022900
            END-IF.                                                     00022910
            WRITE FD-MOV0106E FROM FD-MOVEPART.                         00022920
            READ MOVEPART                                               00022930
              AT END MOVE 10 TO WRK-FS-MOVEPART                         00022940
            END-READ.                                                   00022950
      *-------------------------------------------------------------*   00022960
       3710-99-FIM.                              EXIT.                  00022970
      *-------------------------------------------------------------*   00022980
      *-------------------------------------------------------------*   00022990
       3750-COPIAR-MOV0106R                      SECTION.               00023000
      *-------------------------------------------------------------*   00023010
            MOVE 'MOVRPART' TO WRK-ARQUIVO.                             00023020
            MOVE LOW-VALUES TO WRK-CHAVE-ANT.                           00023030
            MOVE ZEROS      TO WRK-REGNUM.                              00023040
            READ MOVRPART                                               00023050
              AT END MOVE 10 TO WRK-FS-MOVRPART                         00023060
            END-READ.                                                   00023070
            PERFORM 3760-COPIAR-RECUSADO THRU 3760-99-FIM               00023080
               UNTIL WRK-FS-MOVRPART EQUAL 10.                          00023090
      *-------------------------------------------------------------*   00023100
       3750-99-FIM.                              EXIT.                  00023110
      *-------------------------------------------------------------*   00023120
      *-------------------------------------------------------------*   00023130
       3760-COPIAR-RECUSADO                      SECTION.               00023140
      *-------------------------------------------------------------*   00023150
            ADD 1 TO WRK-REGNUM.                                        00023160
            MOVE FD-MOVRPART-CHAVE TO WRK-CHAVE-LIDA.                   00023170
            IF WRK-CHAVE-LIDA LESS WRK-CHAVE-ANT                        00023180
               MOVE 'MOV0106R JUNTADO FORA DE SEQUENCIA'                00023190
                                           TO WRK-MENSAGEM              00023200
               PERFORM 5350-ABORTAR-SEQUENCIA THRU 5350-99-FIM          00023210
            END-IF.                                                     00023220
            MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ANT.                       00023230
            ADD 1 TO WRK-TOT-QTDE-R.                                    00023240
            MOVE FD-MOVRPART-AGENCIA TO WRK-AG-BUSCA.                   00023250
            PERFORM 8100-LOCALIZAR-PARTICAO.                            00023260
            IF WRK-PAR-ACHADA                                           00023270
               ADD 1 TO WRK-TPA-QTDE-R (PAR-IDX)                        00023280
               IF FD-MOVRPART-DATA-PROC NOT EQUAL WRK-DATA-PROC OR      00023290
                  FD-MOVRPART-NSEQ-RUN  NOT EQUAL WRK-NSEQ-RUN          00023300
                  ADD 1 TO WRK-TPA-OUTRA-RODADA (PAR-IDX)               00023310
               END-IF                                                   00023320
            ELSE                                                        00023330
               PERFORM 8150-CONTAR-FORA                                 00023340
            END-IF.                                                     00023350
            WRITE FD-MOV0106R FROM FD-MOVRPART.                         00023360
            READ MOVRPART                                               00023370
              AT END MOVE 10 TO WRK-FS-MOVRPART                         00023380
            END-READ.                                                   00023390
      *-------------------------------------------------------------*   00023400
       3760-99-FIM.                              EXIT.                  00023410
      *-------------------------------------------------------------*   00023420
      ***************************************************************   00023430
      *       C O N F E R I R   J U N C A O                         *   00023440
      ***************************************************************   00023450
      * PROVA EM DUAS PARTES NO RELJUNC: CADA PARTICAO CONTRA OS    *   00023460
      * PROPRIOS ARQUIVOS E CONTRA A FAIXA DO CLIENTES/MOV0106      *   00023470
      * INTEIROS (4100), E A SOMA DAS PARTICOES CONTRA OS ARQUIVOS  *   00023480
      * INTEIROS, COMO SE A NOITE TIVESSE RODADO SEM PARTICAO       *   00023490
      * (4200). UMA LINHA POR CONFERENCIA, BATENDO OU NAO.          *   00023500
      *-------------------------------------------------------------*   00023510
       4000-CONFERIR-JUNCAO                      SECTION.               00023520
      *-------------------------------------------------------------*   00023530
            MOVE 1 TO WRK-PAR-IND.                                      00023540
            PERFORM 4100-CONFERIR-PARTICAO THRU 4100-99-FIM             00023550
               UNTIL WRK-PAR-IND GREATER WRK-PAR-QTDE.                  00023560
            PERFORM 4200-CONFERIR-TOTAIS.                               00023570
            PERFORM 4300-FECHAR-TOTAIS.                                 00023580
      *-------------------------------------------------------------*   00023590
       4000-99-FIM.                              EXIT.                  00023600
      *-------------------------------------------------------------*   00023610
      *-------------------------------------------------------------*   00023620
      * A PARTICAO QUE DIVERGE E A QUE PRECISA SER REFEITA (JOB     *   00023630
      * BALPNN); AS DEMAIS NAO SAO TOCADAS.                         *   00023640
      *-------------------------------------------------------------*   00023650
       4100-CONFERIR-PARTICAO                    SECTION.               00023660
      *-------------------------------------------------------------*   00023670
            SET PAR-IDX TO WRK-PAR-IND.                                 00023680
            MOVE WRK-QTDE-DIVERG TO WRK-DIVERG-ANTES.                   00023690
            MOVE WRK-PAR-IND TO WRK-PTJ-NUMERO.                         00023700
            MOVE WRK-TPA-AG-INICIO (PAR-IDX) TO WRK-PTJ-AG-INICIO.      00023710
            MOVE WRK-TPA-AG-FIM (PAR-IDX)    TO WRK-PTJ-AG-FIM.         00023720
            MOVE SPACES TO FD-RELJUNC.                                  00023730
            WRITE FD-RELJUNC.                                           00023740
            WRITE FD-RELJUNC FROM WRK-PARTICAO-JUNCAO.                  00023750
            WRITE FD-RELJUNC FROM WRK-TITULO-JUNCAO.                    00023760
            MOVE 'Q' TO WRK-SW-TIPO-CONF.                               00023770
                                                                        00023780
            MOVE 'TOTAIS DA PARTICAO NESTA RODADA' TO WRK-CNF-TEXTO.    00023790
            MOVE 1 TO WRK-VALOR-ESPERADO.                               00023800
            MOVE 0 TO WRK-VALOR-ACHADO.                                 00023810
            IF WRK-TPA-SW-CABECALHO (PAR-IDX) EQUAL 'S'                 00023820
               MOVE 1 TO WRK-VALOR-ACHADO                               00023830
            END-IF.                                                     00023840
            PERFORM 8200-CONFERIR.                                      00023850
                                                                        00023860
            MOVE 'LINHA DE CONTROLE COM A MESMA FAIXA' TO WRK-CNF-TEXTO.00023870
            MOVE 1 TO WRK-VALOR-ESPERADO.                               00023880
            MOVE 0 TO WRK-VALOR-ACHADO.                                 00023890
            IF WRK-TPA-SW-CONTROLE (PAR-IDX) EQUAL 'S'                  00023900
               MOVE 1 TO WRK-VALOR-ACHADO                               00023910
            END-IF.                                                     00023920
            PERFORM 8200-CONFERIR.                                      00023930
                                                                        00023940
            MOVE 'BALANCO CORRETO NA PARTICAO' TO WRK-CNF-TEXTO.        00023950
            MOVE 1 TO WRK-VALOR-ESPERADO.                               00023960
            MOVE 0 TO WRK-VALOR-ACHADO.                                 00023970
            IF WRK-TPA-SW-BALANCO (PAR-IDX) EQUAL 'S'                   00023980
               MOVE 1 TO WRK-VALOR-ACHADO                               00023990
            END-IF.                                                     00024000
            PERFORM 8200-CONFERIR.                                      00024010
                                                                        00024020
            MOVE 'CONTAS: CLIENTES DA FAIXA X CONTROLE'                 00024030
                                        TO WRK-CNF-TEXTO.               00024040
            MOVE WRK-TPA-CLI-ENT (PAR-IDX) TO WRK-VALOR-ESPERADO.       00024050
            MOVE WRK-TPA-CTL-CLI (PAR-IDX) TO WRK-VALOR-ACHADO.         00024060
            PERFORM 8200-CONFERIR.                                      00024070
                                                                        00024080
            MOVE 'CONTAS: CONTROLE X CLINOVO' TO WRK-CNF-TEXTO.         00024090
            MOVE WRK-TPA-CTL-CLI (PAR-IDX)  TO WRK-VALOR-ESPERADO.      00024100
            MOVE WRK-TPA-CLI-NOVO (PAR-IDX) TO WRK-VALOR-ACHADO.        00024110
            PERFORM 8200-CONFERIR.                                      00024120
                                                                        00024130
            MOVE 'CONTAS: CONTROLE X SALDODIA' TO WRK-CNF-TEXTO.        00024140
            MOVE WRK-TPA-CTL-CLI (PAR-IDX) TO WRK-VALOR-ESPERADO.       00024150
            MOVE WRK-TPA-SDIA (PAR-IDX)    TO WRK-VALOR-ACHADO.         00024160
            PERFORM 8200-CONFERIR.                                      00024170
                                                                        00024180
            MOVE 'CONTAS: CONTROLE X MOV0106A + MOV0106C'               00024190
                                        TO WRK-CNF-TEXTO.               00024200
            MOVE WRK-TPA-CTL-CLI (PAR-IDX) TO WRK-VALOR-ESPERADO.       00024210
            COMPUTE WRK-VALOR-ACHADO = WRK-TPA-QTDE-A (PAR-IDX)         00024220
                                     + WRK-TPA-QTDE-C (PAR-IDX).        00024230
            PERFORM 8200-CONFERIR.                                      00024240
                                                                        00024250
            MOVE 'CONTAS NO MOV0106A' TO WRK-CNF-TEXTO.                 00024260
            MOVE WRK-TPA-CTL-A (PAR-IDX)  TO WRK-VALOR-ESPERADO.        00024270
            MOVE WRK-TPA-QTDE-A (PAR-IDX) TO WRK-VALOR-ACHADO.          00024280
            PERFORM 8200-CONFERIR.                                      00024290
                                                                        00024300
            MOVE 'CONTAS NO MOV0106C' TO WRK-CNF-TEXTO.                 00024310
            MOVE WRK-TPA-CTL-C (PAR-IDX)  TO WRK-VALOR-ESPERADO.        00024320
            MOVE WRK-TPA-QTDE-C (PAR-IDX) TO WRK-VALOR-ACHADO.          00024330
            PERFORM 8200-CONFERIR.                                      00024340
                                                                        00024350
            MOVE 'MOVIMENTOS: MOV0106 DA FAIXA X CONTROLE'              00024360
                                        TO WRK-CNF-TEXTO.               00024370
            MOVE WRK-TPA-MOV-ENT (PAR-IDX) TO WRK-VALOR-ESPERADO.       00024380
            MOVE WRK-TPA-CTL-MOV (PAR-IDX) TO WRK-VALOR-ACHADO.         00024390
            PERFORM 8200-CONFERIR.                                      00024400
                                                                        00024410
            MOVE 'MOVIMENTOS: APLICADOS + E + R' TO WRK-CNF-TEXTO.      00024420
            MOVE WRK-TPA-CTL-MOV (PAR-IDX) TO WRK-VALOR-ESPERADO.       00024430
            COMPUTE WRK-VALOR-ACHADO = WRK-TPA-CTL-APLIC (PAR-IDX)      00024440
                                     + WRK-TPA-QTDE-E (PAR-IDX)         00024450
                                     + WRK-TPA-QTDE-R (PAR-IDX).        00024460
            PERFORM 8200-CONFERIR.                                      00024470
                                                                        00024480
            MOVE 'MOVIMENTOS NO MOV0106E' TO WRK-CNF-TEXTO.             00024490
            MOVE WRK-TPA-CTL-E (PAR-IDX)  TO WRK-VALOR-ESPERADO.        00024500
            MOVE WRK-TPA-QTDE-E (PAR-IDX) TO WRK-VALOR-ACHADO.          00024510
            PERFORM 8200-CONFERIR.                                      00024520
                                                                        00024530
            MOVE 'MOVIMENTOS NO MOV0106R' TO WRK-CNF-TEXTO.             00024540
            MOVE WRK-TPA-CTL-R (PAR-IDX)  TO WRK-VALOR-ESPERADO.        00024550
            MOVE WRK-TPA-QTDE-R (PAR-IDX) TO WRK-VALOR-ACHADO.          00024560
            PERFORM 8200-CONFERIR.                                      00024570
                                                                        00024580
            MOVE 'REGISTROS DE OUTRA RODADA' TO WRK-CNF-TEXTO.          00024590
            MOVE 0 TO WRK-VALOR-ESPERADO.                               00024600
            MOVE WRK-TPA-OUTRA-RODADA (PAR-IDX) TO WRK-VALOR-ACHADO.    00024610
            PERFORM 8200-CONFERIR.                                      00024620
                                                                        00024630
            MOVE 'V' TO WRK-SW-TIPO-CONF.                               00024640
            MOVE 'VALOR NO MOV0106A' TO WRK-CNF-TEXTO.                  00024650
            MOVE WRK-TPA-CTL-VALOR-A (PAR-IDX) TO WRK-VALOR-ESPERADO.   00024660
            MOVE WRK-TPA-VALOR-A (PAR-IDX)     TO WRK-VALOR-ACHADO.     00024670
            PERFORM 8200-CONFERIR.                                      00024680
                                                                        00024690
            MOVE 'VALOR NO MOV0106C' TO WRK-CNF-TEXTO.                  00024700
            MOVE WRK-TPA-CTL-VALOR-C (PAR-IDX) TO WRK-VALOR-ESPERADO.   00024710
            MOVE WRK-TPA-VALOR-C (PAR-IDX)     TO WRK-VALOR-ACHADO.     00024720
            PERFORM 8200-CONFERIR.                                      00024730
                                                                        00024740
            MOVE 'SALDO: CLIENTES + LIQUIDO X CLINOVO'                  00024750
                                        TO WRK-CNF-TEXTO.               00024760
            COMPUTE WRK-VALOR-ESPERADO = WRK-TPA-SALDO-ENT (PAR-IDX)    00024770
                                       + WRK-TPA-CTL-LIQ (PAR-IDX).     00024780
            MOVE WRK-TPA-SALDO-NOVO (PAR-IDX) TO WRK-VALOR-ACHADO.      00024790
            PERFORM 8200-CONFERIR.                                      00024800
                                                                        00024810
            IF WRK-QTDE-DIVERG GREATER WRK-DIVERG-ANTES                 00024820
               MOVE 'PARTICAO DIVERGENTE - REFAZER O JOB DA PARTICAO'   00024830
                                        TO WRK-SIT-TEXTO                00024840
            ELSE                                                        00024850
               MOVE 'PARTICAO CONFERIDA' TO WRK-SIT-TEXTO               00024860
            END-IF.                                                     00024870
            WRITE FD-RELJUNC FROM WRK-SITUACAO-JUNCAO.                  00024880
            DISPLAY 'PARTICAO ' WRK-PAR-IND ': ' WRK-SIT-TEXTO.         00024890
                                                                        00024900
            ADD WRK-TPA-CTL-CLI (PAR-IDX)     TO WRK-SOMA-CTL-CLI.      00024910
            ADD WRK-TPA-CTL-MOV (PAR-IDX)     TO WRK-SOMA-CTL-MOV.      00024920
            ADD WRK-TPA-CTL-A (PAR-IDX)       TO WRK-SOMA-CTL-A.        00024930
            ADD WRK-TPA-CTL-VALOR-A (PAR-IDX) TO WRK-SOMA-CTL-VALOR-A.  00024940
            ADD WRK-TPA-CTL-C (PAR-IDX)       TO WRK-SOMA-CTL-C.        00024950
            ADD WRK-TPA-CTL-VALOR-C (PAR-IDX) TO WRK-SOMA-CTL-VALOR-C.  00024960
            ADD WRK-TPA-CTL-APLIC (PAR-IDX)   TO WRK-SOMA-CTL-APLIC.    00024970
            ADD WRK-TPA-CTL-E (PAR-IDX)       TO WRK-SOMA-CTL-E.        00024980
            ADD WRK-TPA-CTL-R (PAR-IDX)       TO WRK-SOMA-CTL-R.        00024990
            ADD WRK-TPA-CTL-LIQ (PAR-IDX)     TO WRK-SOMA-CTL-LIQ.      00025000
            ADD 1 TO WRK-PAR-IND.                                       00025010
      *-------------------------------------------------------------*   00025020
       4100-99-FIM.                              EXIT.                  00025030
      *-------------------------------------------------------------*   00025040
      *-------------------------------------------------------------*   00025050
      * A SOMA DOS CONTROLES DAS PARTICOES CONTRA OS ARQUIVOS       *   00025060
      * INTEIROS E AS SAIDAS JUNTADAS: E A PROVA DE QUE NENHUMA     *   00025070
      * CONTA OU MOVIMENTO FICOU SEM PARTICAO OU CAIU EM DUAS.      *   00025080
      *-------------------------------------------------------------*   00025090
       4200-CONFERIR-TOTAIS                      SECTION.               00025100
      *-------------------------------------------------------------*   00025110
            MOVE SPACES TO FD-RELJUNC.                                  00025120
            WRITE FD-RELJUNC.                                           00025130
            MOVE 'SOMA DAS PARTICOES X ARQUIVOS SEM PARTICAO'           00025140
                                        TO WRK-SIT-TEXTO.               00025150
            WRITE FD-RELJUNC FROM WRK-SITUACAO-JUNCAO.                  00025160
            WRITE FD-RELJUNC FROM WRK-TITULO-JUNCAO.                    00025170
            MOVE 'Q' TO WRK-SW-TIPO-CONF.                               00025180
                                                                        00025190
            MOVE 'CONTAS: CLIENTES INTEIRO X CONTROLES'                 00025200
                                        TO WRK-CNF-TEXTO.               00025210
            MOVE WRK-TOT-CLI-ENT  TO WRK-VALOR-ESPERADO.                00025220
            MOVE WRK-SOMA-CTL-CLI TO WRK-VALOR-ACHADO.                  00025230
            PERFORM 8200-CONFERIR.                                      00025240
                                                                        00025250
            MOVE 'CONTAS: CLIENTES INTEIRO X CLINOVO' TO WRK-CNF-TEXTO. 00025260
            MOVE WRK-TOT-CLI-ENT  TO WRK-VALOR-ESPERADO.                00025270
            MOVE WRK-TOT-CLI-NOVO TO WRK-VALOR-ACHADO.                  00025280
            PERFORM 8200-CONFERIR.                                      00025290
                                                                        00025300
            MOVE 'CONTAS: CLIENTES INTEIRO X SALDODIA' TO WRK-CNF-TEXTO.00025310
            MOVE WRK-TOT-CLI-ENT  TO WRK-VALOR-ESPERADO.                00025320
            MOVE WRK-TOT-SDIA     TO WRK-VALOR-ACHADO.                  00025330
            PERFORM 8200-CONFERIR.                                      00025340
                                                                        00025350
            MOVE 'CONTAS: CLIENTES INTEIRO X A + C' TO WRK-CNF-TEXTO.   00025360
            MOVE WRK-TOT-CLI-ENT  TO WRK-VALOR-ESPERADO.                00025370
            COMPUTE WRK-VALOR-ACHADO = WRK-TOT-QTDE-A + WRK-TOT-QTDE-C. 00025380
            PERFORM 8200-CONFERIR.                                      00025390
                                                                        00025400
            MOVE 'MOVIMENTOS: MOV0106 INTEIRO X CONTROLES'              00025410
                                        TO WRK-CNF-TEXTO.               00025420
            MOVE WRK-TOT-MOV-ENT  TO WRK-VALOR-ESPERADO.                00025430
            MOVE WRK-SOMA-CTL-MOV TO WRK-VALOR-ACHADO.                  00025440
            PERFORM 8200-CONFERIR.                                      00025450
                                                                        00025460
            MOVE 'MOVIMENTOS: MOV0106 INTEIRO X APLIC+E+R'              00025470
                                        TO WRK-CNF-TEXTO.               00025480
            MOVE WRK-TOT-MOV-ENT  TO WRK-VALOR-ESPERADO.                00025490
            COMPUTE WRK-VALOR-ACHADO = WRK-SOMA-CTL-APLIC               00025500
                                     + WRK-TOT-QTDE-E                   00025510
                                     + WRK-TOT-QTDE-R.                  00025520
            PERFORM 8200-CONFERIR.                                      00025530
                                                                        00025540
            MOVE 'REGISTROS FORA DAS PARTICOES' TO WRK-CNF-TEXTO.       00025550
            MOVE 0 TO WRK-VALOR-ESPERADO.                               00025560
            MOVE WRK-QTDE-FORA TO WRK-VALOR-ACHADO.                     00025570
            PERFORM 8200-CONFERIR.                                      00025580
                                                                        00025590
            MOVE 'V' TO WRK-SW-TIPO-CONF.                               00025600
            MOVE 'SALDO: CLIENTES + LIQUIDO X CLINOVO' TO WRK-CNF-TEXTO.00025610
            COMPUTE WRK-VALOR-ESPERADO = WRK-TOT-SALDO-ENT              00025620
                                       + WRK-SOMA-CTL-LIQ.              00025630
            MOVE WRK-TOT-SALDO-NOVO TO WRK-VALOR-ACHADO.                00025640
            PERFORM 8200-CONFERIR.                                      00025650
      *-------------------------------------------------------------*   00025660
       4200-99-FIM.                              EXIT.                  00025670
      *-------------------------------------------------------------*   00025680
      *-------------------------------------------------------------*   00025690
      * TOTAL GERAL E BALANCO DO TOTAIS DA NOITE, NO MESMO FORMATO  *   00025700
      * DO FR16EX04 EM PASSADA UNICA, E O RC DO STEP: 0 SO SE TODAS *   00025710
      * AS CONFERENCIAS BATERAM.                                    *   00025720
      *-------------------------------------------------------------*   00025730
       4300-FECHAR-TOTAIS                        SECTION.               00025740
      *-------------------------------------------------------------*   00025750
            MOVE WRK-SOMA-CTL-A       TO WRK-TOTGER-QTDE-A.             00025760
            MOVE WRK-SOMA-CTL-VALOR-A TO WRK-TOTGER-VALOR-A.            00025770
            MOVE WRK-SOMA-CTL-C       TO WRK-TOTGER-QTDE-C.             00025780
            MOVE WRK-SOMA-CTL-VALOR-C TO WRK-TOTGER-VALOR-C.            00025790
            WRITE FD-TOTAIS FROM WRK-TOTAL-GERAL-TOTAIS.                00025800
            MOVE SPACES TO FD-RELJUNC.                                  00025810
            WRITE FD-RELJUNC.                                           00025820
            IF WRK-QTDE-DIVERG NOT EQUAL ZEROS                          00025830
               DISPLAY 'JUNCAO COM DIVERGENCIA: ' WRK-QTDE-DIVERG       00025840
               MOVE 'BALANCO COM ERRO' TO WRK-BAL-TEXTO                 00025850
               MOVE 'JUNCAO COM DIVERGENCIA - BALANCO COM ERRO'         00025860
                                        TO WRK-SIT-TEXTO                00025870
               MOVE 8 TO RETURN-CODE                                    00025880
            ELSE                                                        00025890
               DISPLAY 'BALANCO CORRETO!'                               00025900
               MOVE 'BALANCO CORRETO'  TO WRK-BAL-TEXTO                 00025910
               MOVE 'JUNCAO CONFERIDA - BALANCO CORRETO'                00025920
                                        TO WRK-SIT-TEXTO                00025930
               MOVE 0 TO RETURN-CODE                                    00025940
            END-IF.                                                     00025950
            WRITE FD-TOTAIS FROM WRK-LINHA-BALANCO.                     00025960
            WRITE FD-RELJUNC FROM WRK-SITUACAO-JUNCAO.                  00025970
            CLOSE CLIENTES MOV0106 TOTPART CLIPART SDIAPART MOVAPART    00025980
                  MOVCPART MOVEPART MOVRPART CLINOVO SALDODIA           00025990
                  MOV0106A MOV0106C MOV0106E MOV0106R TOTAIS RELJUNC.   00026000
                                                                        00026010
            DISPLAY ' '.                                                00026020
            DISPLAY 'CONTAS NO CLIENTES            : ' WRK-TOT-CLI-ENT. 00026030
            DISPLAY 'MOVIMENTOS NO MOV0106         : ' WRK-TOT-MOV-ENT. 00026040
            DISPLAY '--------------------'                              00026050
            DISPLAY 'TOTAL GRAVADO NO NOVO MESTRE  : ' WRK-TOT-CLI-NOVO.00026060
            DISPLAY 'SALDOS GRAVADOS NO HISTORICO  : ' WRK-TOT-SDIA.    00026070
            DISPLAY 'TOTAL DE REGISTROS GRAVADOS A : ' WRK-TOT-QTDE-A.  00026080
            DISPLAY 'TOTAL DE REGISTROS GRAVADOS C : ' WRK-TOT-QTDE-C.  00026090
            DISPLAY 'TOTAL DE REGISTROS REJEITADOS : ' WRK-TOT-QTDE-E.  00026100
            DISPLAY 'TOTAL DE DEBITOS RECUSADOS    : ' WRK-TOT-QTDE-R.  00026110
            DISPLAY 'LINHAS DE AGENCIA NO TOTAIS   : '                  00026120
                    WRK-TOT-LINHAS-AG.                                  00026130
            DISPLAY '--------------------'                              00026140
            DISPLAY 'FIM DO PROCESSAMENTO'.                             00026150
            DISPLAY '--------------------'                              00026160
            DISPLAY ' '.                                                00026170
      *-------------------------------------------------------------*   00026180
       4300-99-FIM.                              EXIT.                  00026190
      *-------------------------------------------------------------*   00026200
      *-------------------------------------------------------------*   00026210
       5100-TESTAR-STATUS                        SECTION.               00026220
      *-------------------------------------------------------------*   00026230
            EVALUATE TRUE                                               00026240
             WHEN WRK-FS-CLIENTES NOT EQUAL 0                           00026250
               MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM             00026260
               MOVE WRK-FS-CLIENTES        TO WRK-STATUS                00026270
             WHEN WRK-FS-MOV0106 NOT EQUAL 0                            00026280
               MOVE 'ERRO NO OPEN MOV0106' TO WRK-MENSAGEM              00026290
               MOVE WRK-FS-MOV0106         TO WRK-STATUS                00026300
             WHEN WRK-FS-TOTPART NOT EQUAL 0                            00026310
               MOVE 'ERRO NO OPEN TOTPART' TO WRK-MENSAGEM              00026320
               MOVE WRK-FS-TOTPART         TO WRK-STATUS                00026330
             WHEN WRK-FS-CLIPART NOT EQUAL 0                            00026340
               MOVE 'ERRO NO OPEN CLIPART' TO WRK-MENSAGEM              00026350
               MOVE WRK-FS-CLIPART         TO WRK-STATUS                00026360
             WHEN WRK-FS-SDIAPART NOT EQUAL 0                           00026370
               MOVE 'ERRO NO OPEN SDIAPART' TO WRK-MENSAGEM             00026380
               MOVE WRK-FS-SDIAPART        TO WRK-STATUS                00026390
             WHEN WRK-FS-MOVAPART NOT EQUAL 0                           00026400
               MOVE 'ERRO NO OPEN MOVAPART' TO WRK-MENSAGEM             00026410
               MOVE WRK-FS-MOVAPART        TO WRK-STATUS                00026420
             WHEN WRK-FS-MOVCPART NOT EQUAL 0                           00026430
               MOVE 'ERRO NO OPEN MOVCPART' TO WRK-MENSAGEM             00026440
               MOVE WRK-FS-MOVCPART        TO WRK-STATUS                00026450
             WHEN WRK-FS-MOVEPART NOT EQUAL 0                           00026460
               MOVE 'ERRO NO OPEN MOVEPART' TO WRK-MENSAGEM             00026470
               MOVE WRK-FS-MOVEPART        TO WRK-STATUS                00026480
             WHEN WRK-FS-MOVRPART NOT EQUAL 0                           00026490
               MOVE 'ERRO NO OPEN MOVRPART' TO WRK-MENSAGEM             00026500
               MOVE WRK-FS-MOVRPART        TO WRK-STATUS                00026510
             WHEN WRK-FS-CLINOVO NOT EQUAL 0                            00026520
               MOVE 'ERRO NO OPEN CLINOVO' TO WRK-MENSAGEM              00026530
               MOVE WRK-FS-CLINOVO         TO WRK-STATUS                00026540
             WHEN WRK-FS-SALDODIA NOT EQUAL 0                           00026550
               MOVE 'ERRO NO OPEN SALDODIA' TO WRK-MENSAGEM             00026560
               MOVE WRK-FS-SALDODIA        TO WRK-STATUS                00026570
             WHEN WRK-FS-MOV0106A NOT EQUAL 0                           00026580
               MOVE 'ERRO NO OPEN MOV0106A' TO WRK-MENSAGEM             00026590
               MOVE WRK-FS-MOV0106A        TO WRK-STATUS                00026600
             WHEN WRK-FS-MOV0106C NOT EQUAL 0                           00026610
               MOVE 'ERRO NO OPEN MOV0106C' TO WRK-MENSAGEM             00026620
               MOVE WRK-FS-MOV0106C        TO WRK-STATUS                00026630
             WHEN WRK-FS-MOV0106E NOT EQUAL 0                           00026640
               MOVE 'ERRO NO OPEN MOV0106E' TO WRK-MENSAGEM             00026650
               MOVE WRK-FS-MOV0106E        TO WRK-STATUS                00026660
             WHEN WRK-FS-MOV0106R NOT EQUAL 0                           00026670
               MOVE 'ERRO NO OPEN MOV0106R' TO WRK-MENSAGEM             00026680
               MOVE WRK-FS-MOV0106R        TO WRK-STATUS                00026690
             WHEN WRK-FS-TOTAIS NOT EQUAL 0                             00026700
               MOVE 'ERRO NO OPEN TOTAIS'  TO WRK-MENSAGEM              00026710
               MOVE WRK-FS-TOTAIS          TO WRK-STATUS                00026720
             WHEN WRK-FS-RELJUNC NOT EQUAL 0                            00026730
               MOVE 'ERRO NO OPEN RELJUNC' TO WRK-MENSAGEM              00026740
               MOVE WRK-FS-RELJUNC         TO WRK-STATUS                00026750
             WHEN OTHER                                                 00026760
               MOVE SPACES TO WRK-MENSAGEM                              00026770
            END-EVALUATE.                                               00026780
            IF WRK-MENSAGEM NOT EQUAL SPACES                            00026790
               MOVE 'FR16EX09'             TO WRK-PROGRAMA              00026800
               MOVE '5100'                 TO WRK-SECAO                 00026810
               PERFORM 6000-TRATA-ERROS                                 00026820
            END-IF.                                                     00026830
      *-------------------------------------------------------------*   00026840
       5100-99-FIM.                              EXIT.                  00026850
      *-------------------------------------------------------------*   00026860
      *-------------------------------------------------------------*   00026870
      * SAIDA DE PARTICAO FORA DE ORDEM: CONCATENACAO TROCADA NO    *   00026880
      * JCL OU PARTICAO RODADA COM OUTRA FAIXA. ABORTA NA HORA,     *   00026890
      * COMO A CRITICA DE SEQUENCIA DO FR16EX04.                    *   00026900
      *-------------------------------------------------------------*   00026910
       5350-ABORTAR-SEQUENCIA                    SECTION.               00026920
      *-------------------------------------------------------------*   00026930
            DISPLAY WRK-ARQUIVO ' - CHAVE: ' WRK-CHAVE-LIDA             00026940
                    ' REGISTRO: ' WRK-REGNUM.                           00026950
            MOVE 'FR16EX09'             TO WRK-PROGRAMA.                00026960
            MOVE '3400'                 TO WRK-SECAO.                   00026970
            MOVE ZEROS                  TO WRK-STATUS.                  00026980
            PERFORM 6000-TRATA-ERROS.                                   00026990
      *-------------------------------------------------------------*   00027000
       5350-99-FIM.                              EXIT.                  00027010
      *-------------------------------------------------------------*   00027020
      *-------------------------------------------------------------*   00027030
       6000-TRATA-ERROS                          SECTION.               00027040
      *-------------------------------------------------------------*   00027050
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00027060
            MOVE 8 TO RETURN-CODE.                                      00027070
            GOBACK.                                                     00027080
      *-------------------------------------------------------------*   00027090
       6000-99-FIM.                              EXIT.                  00027100
      *-------------------------------------------------------------*   00027110
      *-------------------------------------------------------------*   00027120
      * PARTICAO DA AGENCIA EM WRK-AG-BUSCA: PAR-IDX POSICIONADO E  *   00027130
      * WRK-PAR-ACHADA, OU WRK-SW-ACHOU-PAR 'N' SE NENHUMA FAIXA    *   00027140
      * COBRE A AGENCIA.                                            *   00027150
      *-------------------------------------------------------------*   00027160
       8100-LOCALIZAR-PARTICAO                   SECTION.               00027170
      *-------------------------------------------------------------*   00027180
            MOVE 'N' TO WRK-SW-ACHOU-PAR.                               00027190
            MOVE 1   TO WRK-PAR-IND.                                    00027200
            PERFORM 8110-TESTAR-FAIXA                                   00027210
               UNTIL WRK-PAR-ACHADA                                     00027220
                  OR WRK-PAR-IND GREATER WRK-PAR-QTDE.                  00027230
      *-------------------------------------------------------------*   00027240
       8100-99-FIM.                              EXIT.                  00027250
      *-------------------------------------------------------------*   00027260
      *-------------------------------------------------------------*   00027270
       8110-TESTAR-FAIXA                         SECTION.               00027280
      *-------------------------------------------------------------*   00027290
            SET PAR-IDX TO WRK-PAR-IND.                                 00027300
            IF WRK-AG-BUSCA NOT LESS    WRK-TPA-AG-INICIO (PAR-IDX) AND 00027310
               WRK-AG-BUSCA NOT GREATER WRK-TPA-AG-FIM (PAR-IDX)        00027320
               MOVE 'S' TO WRK-SW-ACHOU-PAR                             00027330
            ELSE                                                        00027340
               ADD 1 TO WRK-PAR-IND                                     00027350
            END-IF.                                                     00027360
      *-------------------------------------------------------------*   00027370
       8110-99-FIM.                              EXIT.                  00027380
      *-------------------------------------------------------------*   00027390
      *-------------------------------------------------------------*   00027400
      * REGISTRO SEM PARTICAO: VAI PARA A SAIDA JUNTADA MESMO ASSIM *   00027410
      * (NAO SE PERDE NADA) E DERRUBA A PROVA DOS TOTAIS (4200).    *   00027420
      *-------------------------------------------------------------*   00027430
       8150-CONTAR-FORA                          SECTION.               00027440
      *-------------------------------------------------------------*   00027450
            ADD 1 TO WRK-QTDE-FORA.                                     00027460
            DISPLAY 'FORA DAS PARTICOES - ' WRK-ARQUIVO ' CHAVE: '      00027470
                    WRK-CHAVE-LIDA.                                     00027480
      *-------------------------------------------------------------*   00027490
       8150-99-FIM.                              EXIT.                  00027500
      *-------------------------------------------------------------*   00027510
      *-------------------------------------------------------------*   00027520
      * UMA LINHA DE CONFERENCIA NO RELJUNC: WRK-CNF-TEXTO, O VALOR *   00027530
      * ESPERADO E O ENCONTRADO (QUANTIDADE OU VALOR, CONFORME      *   00027540
      * WRK-SW-TIPO-CONF). O QUE NAO BATE SOMA EM WRK-QTDE-DIVERG.  *   00027550
      *-------------------------------------------------------------*   00027560
       8200-CONFERIR                             SECTION.               00027570
      *-------------------------------------------------------------*   00027580
            IF WRK-CONF-QUANTIDADE                                      00027590
               MOVE SPACES             TO WRK-CNF-ESPERADO-Q            00027600
                                          WRK-CNF-ACHADO-Q              00027610
               MOVE WRK-VALOR-ESPERADO TO WRK-CNF-ESP-QTDE              00027620
               MOVE WRK-VALOR-ACHADO   TO WRK-CNF-ACH-QTDE              00027630
            ELSE                                                        00027640
               MOVE WRK-VALOR-ESPERADO TO WRK-CNF-ESPERADO              00027650
               MOVE WRK-VALOR-ACHADO   TO WRK-CNF-ACHADO                00027660
            END-IF.                                                     00027670
            IF WRK-VALOR-ESPERADO EQUAL WRK-VALOR-ACHADO                00027680
               MOVE 'CONFERE' TO WRK-CNF-SITUACAO                       00027690
            ELSE                                                        00027700
               MOVE 'DIVERGE' TO WRK-CNF-SITUACAO                       00027710
               ADD 1 TO WRK-QTDE-DIVERG                                 00027720
            END-IF.                                                     00027730
            WRITE FD-RELJUNC FROM WRK-CONFERE-JUNCAO.                   00027740
      *-------------------------------------------------------------*   00027750
       8200-99-FIM.                              EXIT.                  00027760
      *-------------------------------------------------------------*   00027770
                                                                        00027780
